      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Grade roster turnaround files.  The operator keys a
      *            term; every INDEXSTUFILE3.TXT record for that term
      *            is broken out by course across the five COURSE-CODE
      *            slots, withdrawn (999) slots dropped, and sorted by
      *            course and student.  Each course gets its own
      *            ROSTER-<course>.TXT in exactly the GRADETXN.TXT
      *            layout GRADEPOST reads - student number, course
      *            code, and the mark column left blank - so the
      *            instructor's completed file is posted as it comes
      *            back.  A row left blank is rejected by GRADEPOST as
      *            a bad transaction, the same as any other unkeyed
      *            mark.  Rows per course and in total are displayed.
      * Tectonics: cobc
      * 2026/10/15 SA  Each roster row now carries the instructor ID
      *                 assigned to the course's TIMETABL.TXT section,
      *                 which GRADEPOST checks the returned marks
      *                 against, and the roster line displayed per
      *                 course names the instructor.  A course with no
      *                 instructor assigned goes out with the ID blank
      *                 and is flagged.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The roster name built at run time
      *                 goes through SITECFG as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADROST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT SORT-WORK-FILE
                ASSIGN USING ROSTSORT-PATH-WS.

           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TIMETABLE-STATUS-WS.

           SELECT ROSTER-FILE-OUT
                ASSIGN USING ROSTER-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ROSTER-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-IN.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 PROGRAM-CODE-IN    PIC X(5).
           05 COURSE-SLOT-IN OCCURS 5 TIMES.
               10 COURSE-CODE-IN     PIC X(7).
               10 AVERAGE-IN         PIC X(3).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-COURSE-CODE       PIC X(7).
           05 SORT-STUDENT-NUMBER    PIC 9(6).

       FD  TIMETABLE-FILE.
           COPY "COURSE-SECTION.TXT".

      *-----------------------------------------------------------------
      *GRADETXN.TXT layout, as GRADEPOST's GRADE-TXN-RECORD-IN
      *-----------------------------------------------------------------
       FD  ROSTER-FILE-OUT.
       01  ROSTER-RECORD-OUT.
           05 STUDENT-NUMBER-TXN     PIC 9(6).
           05 COURSE-CODE-TXN        PIC X(7).
           05 MARK-TXN               PIC X(3).
           05 INSTRUCTOR-ID-TXN      PIC X(6).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  ROSTSORT-PATH-WS            PIC X(80)
               VALUE "ROSTSORT.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  ROSTER-STATUS-WS            PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-SORT-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TERM-SELECT-WS              PIC X(4).
       01  SLOT-SUB                    PIC 9(1)   VALUE ZERO.
       01  ROSTER-FILE-NAME-WS         PIC X(20)  VALUE SPACES.
       01  ROSTER-PATH-WS              PIC X(80)  VALUE SPACES.
       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  EOF-TIMETABLE-SW            PIC X(3)   VALUE "NO".

      *-----------------------------------------------------------------
      *Section instructors, loaded at start-up
      *-----------------------------------------------------------------
       01  SECTION-TBL.
           05 SECT-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 SECT-VALUES-TBL OCCURS 100 TIMES.
               10 SECT-COURSE-CODE-TBL PIC X(7).
               10 SECT-INSTRUCTOR-TBL  PIC X(6).
       01  SECT-SUB                    PIC 9(3)   VALUE ZERO.
       01  SECT-FOUND-SW               PIC X(1)   VALUE "N".
       01  COURSE-INSTRUCTOR-WS        PIC X(6)   VALUE SPACES.

      *-----------------------------------------------------------------
      *Course-break control for the output pass
      *-----------------------------------------------------------------
       01  PREVIOUS-COURSE-CODE        PIC X(7)   VALUE SPACES.
       01  ROSTER-OPEN-SW              PIC X(1)   VALUE "N".
       01  COURSE-ROWS-WS              PIC 9(4)   VALUE ZERO.
       01  TOTAL-ROWS-WS               PIC 9(5)   VALUE ZERO.
       01  ROSTER-COUNT-WS             PIC 9(4)   VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-GRADE-ROSTERS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-SELECTION.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-LOAD-SECTION-TABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-COURSE-CODE
                   ON ASCENDING KEY SORT-STUDENT-NUMBER
                   INPUT PROCEDURE IS 300-RELEASE-ENROLMENTS
                   OUTPUT PROCEDURE IS 310-WRITE-ROSTERS
               CLOSE STUDENT-IN
               DISPLAY "ROSTER FILES WRITTEN: " ROSTER-COUNT-WS
               DISPLAY "ROSTER ROWS WRITTEN:  " TOTAL-ROWS-WS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING ROSTSORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.

       200-ACCEPT-SELECTION.
           DISPLAY "Term code for the grade rosters: ".
           ACCEPT TERM-SELECT-WS.

       210-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           END-IF.

      *-----------------------------------------------------------------
      * No timetable on disk sends every roster out unassigned
      *-----------------------------------------------------------------
       220-LOAD-SECTION-TABLE.
           OPEN INPUT TIMETABLE-FILE.
           IF TIMETABLE-STATUS-WS = "00"
               PERFORM 221-READ-SECTION-RECORD
                   UNTIL EOF-TIMETABLE-SW = "YES"
               CLOSE TIMETABLE-FILE
           END-IF.

       221-READ-SECTION-RECORD.
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

      *-----------------------------------------------------------------
      * Input pass: one sort row per active course slot on the term
      *-----------------------------------------------------------------
       300-RELEASE-ENROLMENTS.
           PERFORM 301-READ-STUDENT-RECORD.
           PERFORM 302-RELEASE-ONE-RECORD
               UNTIL EOF-STUDENT-SW = "YES".

       301-READ-STUDENT-RECORD.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.

       302-RELEASE-ONE-RECORD.
           IF TERM-CODE-IN = TERM-SELECT-WS
               PERFORM 303-RELEASE-ONE-SLOT
                   VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 5
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

       303-RELEASE-ONE-SLOT.
           IF COURSE-CODE-IN(SLOT-SUB) NOT = SPACES
                   AND AVERAGE-IN(SLOT-SUB) NOT = "999"
               MOVE COURSE-CODE-IN(SLOT-SUB) TO SORT-COURSE-CODE
               MOVE STUDENT-NUMBER-IN        TO SORT-STUDENT-NUMBER
               RELEASE SORT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Output pass: a new roster file at every change of course
      *-----------------------------------------------------------------
       310-WRITE-ROSTERS.
           PERFORM 311-RETURN-SORT-RECORD.
           PERFORM 312-WRITE-ONE-ROW
               UNTIL EOF-SORT-SW = "YES".
           IF ROSTER-OPEN-SW = "Y"
               PERFORM 321-CLOSE-ROSTER-FILE
           END-IF.

       311-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO EOF-SORT-SW
           END-RETURN.

       312-WRITE-ONE-ROW.
           IF SORT-COURSE-CODE NOT = PREVIOUS-COURSE-CODE
               IF ROSTER-OPEN-SW = "Y"
                   PERFORM 321-CLOSE-ROSTER-FILE
               END-IF
               PERFORM 320-OPEN-ROSTER-FILE
           END-IF.
           MOVE SORT-STUDENT-NUMBER TO STUDENT-NUMBER-TXN.
           MOVE SORT-COURSE-CODE    TO COURSE-CODE-TXN.
           MOVE SPACES              TO MARK-TXN.
           MOVE COURSE-INSTRUCTOR-WS TO INSTRUCTOR-ID-TXN.
           WRITE ROSTER-RECORD-OUT.
           ADD 1 TO COURSE-ROWS-WS.
           ADD 1 TO TOTAL-ROWS-WS.
           PERFORM 311-RETURN-SORT-RECORD.

       320-OPEN-ROSTER-FILE.
           MOVE SORT-COURSE-CODE TO PREVIOUS-COURSE-CODE.
           MOVE SPACES TO ROSTER-FILE-NAME-WS.
           STRING "ROSTER-" DELIMITED BY SIZE
                  SORT-COURSE-CODE DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO ROSTER-FILE-NAME-WS.
           MOVE ROSTER-FILE-NAME-WS TO ROSTER-PATH-WS.
           CALL "SITECFG" USING ROSTER-PATH-WS, SITE-REGION-WS.
           OPEN OUTPUT ROSTER-FILE-OUT.
           MOVE "Y" TO ROSTER-OPEN-SW.
           MOVE ZERO TO COURSE-ROWS-WS.
           ADD 1 TO ROSTER-COUNT-WS.
           MOVE SPACES TO COURSE-INSTRUCTOR-WS.
           MOVE "N" TO SECT-FOUND-SW.
           PERFORM 322-COMPARE-SECTION-ROW
               VARYING SECT-SUB FROM 1 BY 1
               UNTIL SECT-SUB > SECT-TABLE-COUNT
                   OR SECT-FOUND-SW = "Y".

       321-CLOSE-ROSTER-FILE.
           CLOSE ROSTER-FILE-OUT.
           MOVE "N" TO ROSTER-OPEN-SW.
           IF COURSE-INSTRUCTOR-WS = SPACES
               DISPLAY ROSTER-FILE-NAME-WS " " COURSE-ROWS-WS
                       " STUDENTS  INSTRUCTOR: NOT ASSIGNED"
           ELSE
               DISPLAY ROSTER-FILE-NAME-WS " " COURSE-ROWS-WS
                       " STUDENTS  INSTRUCTOR: " COURSE-INSTRUCTOR-WS
           END-IF.

       322-COMPARE-SECTION-ROW.
           IF PREVIOUS-COURSE-CODE = SECT-COURSE-CODE-TBL(SECT-SUB)
               MOVE "Y" TO SECT-FOUND-SW
               MOVE SECT-INSTRUCTOR-TBL(SECT-SUB)
                   TO COURSE-INSTRUCTOR-WS
           END-IF.

       END PROGRAM GRADROST.
