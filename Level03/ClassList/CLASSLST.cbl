      *            first day of class, and more than one course can
      *            be keyed per session.
      * Tectonics: cobc
      * 2026/10/15 SA  The heading now names the instructor teaching
      *                 the course, from the TIMETABL.TXT section and
      *                 the INSTRUCT.TXT instructor master; a course
      *                 with no section or no instructor assigned
      *                 prints NOT ASSIGNED.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSLST.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TIMETABLE-STATUS-WS.

           SELECT INSTRUCTOR-FILE-IN
                ASSIGN USING INSTRUCT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS INSTRUCTOR-STATUS-WS.

           SELECT CLASS-LIST-OUT
                ASSIGN USING CLASSLIST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  COURSE-FILE-IN.
           COPY "COURSE-INFOR.TXT".

       FD  TIMETABLE-FILE.
           COPY "COURSE-SECTION.TXT".

       FD  INSTRUCTOR-FILE-IN.
           COPY "INSTRUCTOR-INFOR.TXT".

       FD  CLASS-LIST-OUT.
       01  PRINTLINE             PIC X(90).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  INSTRUCT-PATH-WS            PIC X(80)
               VALUE "INSTRUCT.TXT".
       01  CLASSLIST-PATH-WS           PIC X(80)
               VALUE "CLASSLIST.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  COURSE-STATUS-WS            PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-COURSE                  PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  INSTRUCTOR-STATUS-WS        PIC X(2).
       01  EOF-TIMETABLE-SW            PIC X(3)   VALUE "NO".
       01  EOF-INSTRUCTOR              PIC X(3)   VALUE "NO".

      *-----------------------------------------------------------------
      *Section instructors and instructor names, loaded at start-up;
      *either file missing just prints NOT ASSIGNED
      *-----------------------------------------------------------------
       01  SECTION-TBL.
           05 SECT-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 SECT-VALUES-TBL OCCURS 100 TIMES.
               10 SECT-COURSE-CODE-TBL PIC X(7).
               10 SECT-INSTRUCTOR-TBL  PIC X(6).
       01  INSTRUCTOR-TBL.
           05 INST-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 INST-VALUES-TBL OCCURS 200 TIMES.
               10 INST-ID-TBL          PIC X(6).
               10 INST-NAME-TBL        PIC X(30).
       01  LOOKUP-SUB                  PIC 9(3)  VALUE ZERO.
       01  LOOKUP-FOUND-SW             PIC X(1)  VALUE "N".
       01  LIST-INSTRUCTOR-WS          PIC X(6).

      *-----------------------------------------------------------------
      *Course catalog loaded at start-up for the title and maximum
           05 TITLE-COURSE-OUT       PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TITLE-NAME-OUT         PIC X(20).
           05 FILLER                 PIC X(10)  VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  LIST-INSTRUCTOR-LINE.
           05 FILLER                 PIC X(12)
               VALUE "INSTRUCTOR: ".
           05 INSTRUCTOR-ID-OUT      PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 INSTRUCTOR-NAME-OUT    PIC X(30).
       01  LIST-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(42) VALUE "NAME".

       PROCEDURE DIVISION.
       100-PRODUCE-CLASS-LISTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-COURSE-TABLE
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 202-LOAD-SECTION-TABLE
                   PERFORM 204-LOAD-INSTRUCTOR-TABLE
                   PERFORM 210-ACCEPT-COURSE-CODE
                   PERFORM 220-LIST-ONE-COURSE
                       UNTIL LIST-COURSE-WS = SPACES
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INSTRUCT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CLASSLIST-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
                   END-IF
           END-READ.

       202-LOAD-SECTION-TABLE.
           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-STATUS-WS = "00"
               PERFORM 203-READ-SECTION-RECORD
                   UNTIL EOF-TIMETABLE-SW = "YES"
               CLOSE TIMETABLE-FILE
           END-IF.

       203-READ-SECTION-RECORD.
           READ TIMETABLE-FILE
               AT END
                   MOVE "YES" TO EOF-TIMETABLE-SW
               NOT AT END
                   IF SECT-TABLE-COUNT < 100
                       ADD 1 TO SECT-TABLE-COUNT
                       MOVE SECT-COURSE-CODE
                           TO SECT-COURSE-CODE-TBL(SECT-TABLE-COUNT)
                       MOVE SECT-INSTRUCTOR-ID
                           TO SECT-INSTRUCTOR-TBL(SECT-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-TIMETABLE-SW
                   END-IF
           END-READ.

       204-LOAD-INSTRUCTOR-TABLE.
           OPEN INPUT INSTRUCTOR-FILE-IN.
           IF INSTRUCTOR-STATUS-WS = "00"
               PERFORM 205-READ-INSTRUCTOR-RECORD
                   UNTIL EOF-INSTRUCTOR = "YES"
               CLOSE INSTRUCTOR-FILE-IN
           END-IF.

       205-READ-INSTRUCTOR-RECORD.
           READ INSTRUCTOR-FILE-IN
               AT END
                   MOVE "YES" TO EOF-INSTRUCTOR
               NOT AT END
                   IF INST-TABLE-COUNT < 200
                       ADD 1 TO INST-TABLE-COUNT
                       MOVE INST-ID
                           TO INST-ID-TBL(INST-TABLE-COUNT)
                       MOVE INST-NAME
                           TO INST-NAME-TBL(INST-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-INSTRUCTOR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Blank is the way out, the same convention TRANSCRPT's zero is
      *-----------------------------------------------------------------
               TO TITLE-NAME-OUT.
           DISPLAY LIST-TITLE-LINE.
           WRITE PRINTLINE FROM LIST-TITLE-LINE.
           PERFORM 241-FIND-COURSE-INSTRUCTOR.
           DISPLAY LIST-INSTRUCTOR-LINE.
           WRITE PRINTLINE FROM LIST-INSTRUCTOR-LINE.
           DISPLAY LIST-HEADING.
           WRITE PRINTLINE FROM LIST-HEADING.

      *-----------------------------------------------------------------
      * The course's section gives the instructor ID, the instructor
      * master the name
      *-----------------------------------------------------------------
       241-FIND-COURSE-INSTRUCTOR.
           MOVE SPACES TO LIST-INSTRUCTOR-WS.
           MOVE "N" TO LOOKUP-FOUND-SW.
           PERFORM 242-COMPARE-SECTION-ROW
               VARYING LOOKUP-SUB FROM 1 BY 1
               UNTIL LOOKUP-SUB > SECT-TABLE-COUNT
                   OR LOOKUP-FOUND-SW = "Y".
           MOVE LIST-INSTRUCTOR-WS TO INSTRUCTOR-ID-OUT.
           MOVE "NOT ASSIGNED" TO INSTRUCTOR-NAME-OUT.
           IF LIST-INSTRUCTOR-WS NOT = SPACES
               MOVE "N" TO LOOKUP-FOUND-SW
               MOVE "NOT ON INSTRUCTOR MASTER" TO INSTRUCTOR-NAME-OUT
               PERFORM 243-COMPARE-INSTRUCTOR-ROW
                   VARYING LOOKUP-SUB FROM 1 BY 1
                   UNTIL LOOKUP-SUB > INST-TABLE-COUNT
                       OR LOOKUP-FOUND-SW = "Y"
           END-IF.

       242-COMPARE-SECTION-ROW.
           IF LIST-COURSE-WS = SECT-COURSE-CODE-TBL(LOOKUP-SUB)
               MOVE "Y" TO LOOKUP-FOUND-SW
               MOVE SECT-INSTRUCTOR-TBL(LOOKUP-SUB)
                   TO LIST-INSTRUCTOR-WS
           END-IF.

       243-COMPARE-INSTRUCTOR-ROW.
           IF LIST-INSTRUCTOR-WS = INST-ID-TBL(LOOKUP-SUB)
               MOVE "Y" TO LOOKUP-FOUND-SW
               MOVE INST-NAME-TBL(LOOKUP-SUB) TO INSTRUCTOR-NAME-OUT
           END-IF.

       250-SCAN-ONE-STUDENT.
           READ STUDENT-IN NEXT
               AT END
