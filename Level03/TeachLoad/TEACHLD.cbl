      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Teaching-load report for the deans.  Every instructor
      *            on the INSTRUCT.TXT master is listed with the
      *            TIMETABL.TXT sections assigned to them and each
      *            course's credit hours from COURSE.TXT, then the
      *            total assigned hours against the instructor's
      *            maximum; a load above the maximum is flagged OVER.
      *            Sections with no instructor assigned (or one not on
      *            the master) are listed after, so the report covers
      *            the whole timetable.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE-IN
                ASSIGN USING INSTRUCT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS INSTRUCTOR-STATUS-WS.

           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TIMETABLE-STATUS-WS.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           SELECT LOAD-REPORT-OUT
                ASSIGN USING TEACHLD-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-FILE-IN.
           COPY "INSTRUCTOR-INFOR.TXT".

       FD  TIMETABLE-FILE.
           COPY "COURSE-SECTION.TXT".

       FD  COURSE-FILE-IN.
           COPY "COURSE-INFOR.TXT".

       FD  LOAD-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INSTRUCT-PATH-WS            PIC X(80)
               VALUE "INSTRUCT.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  TEACHLD-PATH-WS             PIC X(80)
               VALUE "TEACHLD.TXT".

       01  INSTRUCTOR-STATUS-WS        PIC X(2).
       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  COURSE-STATUS-WS            PIC X(2).
       01  EOF-INSTRUCTOR              PIC X(3)   VALUE "NO".
       01  EOF-TIMETABLE-SW            PIC X(3)   VALUE "NO".
       01  EOF-COURSE                  PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TABLE-OVERFLOW-SW           PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *Section timetable and course hours, loaded at start-up
      *-----------------------------------------------------------------
       01  SECTION-TBL.
           05 SECT-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 SECT-VALUES-TBL OCCURS 100 TIMES.
               10 SECT-COURSE-CODE-TBL PIC X(7).
               10 SECT-INSTRUCTOR-TBL  PIC X(6).
               10 SECT-HOURS-TBL       PIC 9(2).
               10 SECT-LISTED-TBL      PIC X(1).
       01  COURSE-TBL.
           05 COURSE-TABLE-COUNT     PIC 9(3)  VALUE ZERO.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL      PIC X(7).
               10 COURSE-HOURS-TBL     PIC 9(2).

       01  SUB                         PIC 9(3)   VALUE ZERO.
       01  SECT-SUB                    PIC 9(3)   VALUE ZERO.
       01  FOUND-SW                    PIC X(1)   VALUE "N".

       01  INSTRUCTOR-HOURS-WS         PIC 9(3)   VALUE ZERO.
       01  INSTRUCTOR-SECTIONS-WS      PIC 9(3)   VALUE ZERO.
       01  INSTRUCTORS-LISTED-WS       PIC 9(3)   VALUE ZERO.
       01  INSTRUCTORS-OVER-WS         PIC 9(3)   VALUE ZERO.
       01  UNASSIGNED-COUNT-WS         PIC 9(3)   VALUE ZERO.

       01  LOAD-TITLE-LINE.
           05 FILLER                 PIC X(40)
               VALUE "TEACHING LOAD - ASSIGNED CREDIT HOURS".
           05 FILLER                 PIC X(10)  VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  INSTRUCTOR-LINE.
           05 IL-ID-OUT              PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 IL-NAME-OUT            PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 IL-DEPARTMENT-OUT      PIC X(10).
       01  SECTION-LINE.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 SL-COURSE-OUT          PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 SL-HOURS-OUT           PIC Z9.
           05 FILLER                 PIC X(4)  VALUE " HRS".
       01  LOAD-TOTAL-LINE.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "ASSIGNED: ".
           05 LT-ASSIGNED-OUT        PIC ZZ9.
           05 FILLER                 PIC X(11) VALUE "  MAXIMUM: ".
           05 LT-MAXIMUM-OUT         PIC Z9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LT-FLAG-OUT            PIC X(4).
       01  UNASSIGNED-HEADING.
           05 FILLER                 PIC X(40)
               VALUE "SECTIONS WITH NO INSTRUCTOR ON FILE".
       01  UNASSIGNED-LINE.
           05 UL-COURSE-OUT          PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 UL-HOURS-OUT           PIC Z9.
           05 FILLER                 PIC X(7)  VALUE " HRS   ".
           05 UL-INSTRUCTOR-OUT      PIC X(6).

       PROCEDURE DIVISION.
       100-PRODUCE-TEACHING-LOAD.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-COURSE-TABLE
                   UNTIL EOF-COURSE = "YES"
               PERFORM 202-LOAD-SECTION-TABLE
                   UNTIL EOF-TIMETABLE-SW = "YES"
               IF TABLE-OVERFLOW-SW = "Y"
                   DISPLAY "COURSE.TXT OR TIMETABL.TXT TOO LARGE - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE INSTRUCTOR-FILE-IN
               ELSE
                   WRITE PRINTLINE FROM LOAD-TITLE-LINE
                   PERFORM 210-READ-INSTRUCTOR
                   PERFORM 220-PRINT-ONE-INSTRUCTOR
                       UNTIL EOF-INSTRUCTOR = "YES"
                   CLOSE INSTRUCTOR-FILE-IN
                   PERFORM 240-PRINT-UNASSIGNED
                   DISPLAY "INSTRUCTORS LISTED:    "
                           INSTRUCTORS-LISTED-WS
                   DISPLAY "INSTRUCTORS OVER MAX:  "
                           INSTRUCTORS-OVER-WS
                   DISPLAY "SECTIONS UNASSIGNED:   "
                           UNASSIGNED-COUNT-WS
               END-IF
               CLOSE LOAD-REPORT-OUT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INSTRUCT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TEACHLD-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-OPEN-FILES.
           OPEN INPUT INSTRUCTOR-FILE-IN.
           IF INSTRUCTOR-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INSTRUCT.TXT NOT AVAILABLE - STATUS "
                       INSTRUCTOR-STATUS-WS
               DISPLAY "SET UP THE INSTRUCTORS THROUGH INSTMNT FIRST"
           ELSE
               OPEN INPUT COURSE-FILE-IN
               IF COURSE-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "COURSE.TXT NOT AVAILABLE - STATUS "
                           COURSE-STATUS-WS
                   CLOSE INSTRUCTOR-FILE-IN
               ELSE
                   OPEN INPUT TIMETABLE-FILE
                   IF TIMETABLE-STATUS-WS NOT = "00"
                       MOVE "Y" TO ABORT-SW
                       DISPLAY "TIMETABL.TXT NOT AVAILABLE - STATUS "
                               TIMETABLE-STATUS-WS
                       CLOSE INSTRUCTOR-FILE-IN
                       CLOSE COURSE-FILE-IN
                   ELSE
                       OPEN OUTPUT LOAD-REPORT-OUT
                   END-IF
               END-IF
           END-IF.

       201-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN
               AT END
                   MOVE "YES" TO EOF-COURSE
                   CLOSE COURSE-FILE-IN
               NOT AT END
                   IF COURSE-TABLE-COUNT < 200
                       ADD 1 TO COURSE-TABLE-COUNT
                       MOVE COURSE-CODE
                           TO COURSE-CODE-TBL(COURSE-TABLE-COUNT)
                       MOVE COURSE-CREDIT-HOURS
                           TO COURSE-HOURS-TBL(COURSE-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-COURSE
                       CLOSE COURSE-FILE-IN
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Each section takes its course's credit hours; a course not on
      * COURSE.TXT counts for nothing
      *-----------------------------------------------------------------
       202-LOAD-SECTION-TABLE.
           READ TIMETABLE-FILE
               AT END
                   MOVE "YES" TO EOF-TIMETABLE-SW
                   CLOSE TIMETABLE-FILE
               NOT AT END
                   IF SECT-TABLE-COUNT < 100
                       ADD 1 TO SECT-TABLE-COUNT
                       MOVE SECT-COURSE-CODE
                           TO SECT-COURSE-CODE-TBL(SECT-TABLE-COUNT)
                       MOVE SECT-INSTRUCTOR-ID
                           TO SECT-INSTRUCTOR-TBL(SECT-TABLE-COUNT)
                       MOVE ZERO TO SECT-HOURS-TBL(SECT-TABLE-COUNT)
                       MOVE "N" TO SECT-LISTED-TBL(SECT-TABLE-COUNT)
                       MOVE "N" TO FOUND-SW
                       PERFORM 203-COMPARE-COURSE-ROW
                           VARYING SUB FROM 1 BY 1
                           UNTIL SUB > COURSE-TABLE-COUNT
                               OR FOUND-SW = "Y"
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-TIMETABLE-SW
                       CLOSE TIMETABLE-FILE
                   END-IF
           END-READ.

       203-COMPARE-COURSE-ROW.
           IF SECT-COURSE-CODE = COURSE-CODE-TBL(SUB)
               MOVE "Y" TO FOUND-SW
               MOVE COURSE-HOURS-TBL(SUB)
                   TO SECT-HOURS-TBL(SECT-TABLE-COUNT)
           END-IF.

       210-READ-INSTRUCTOR.
           READ INSTRUCTOR-FILE-IN
               AT END
                   MOVE "YES" TO EOF-INSTRUCTOR
           END-READ.

      *-----------------------------------------------------------------
      * One instructor: their sections, then assigned against maximum
      *-----------------------------------------------------------------
       220-PRINT-ONE-INSTRUCTOR.
           ADD 1 TO INSTRUCTORS-LISTED-WS.
           MOVE ZERO TO INSTRUCTOR-HOURS-WS.
           MOVE ZERO TO INSTRUCTOR-SECTIONS-WS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE INST-ID         TO IL-ID-OUT.
           MOVE INST-NAME       TO IL-NAME-OUT.
           MOVE INST-DEPARTMENT TO IL-DEPARTMENT-OUT.
           DISPLAY INSTRUCTOR-LINE.
           WRITE PRINTLINE FROM INSTRUCTOR-LINE.
           PERFORM 221-PRINT-ONE-SECTION
               VARYING SECT-SUB FROM 1 BY 1
               UNTIL SECT-SUB > SECT-TABLE-COUNT.
           MOVE INSTRUCTOR-HOURS-WS TO LT-ASSIGNED-OUT.
           MOVE INST-MAX-HOURS      TO LT-MAXIMUM-OUT.
           IF INSTRUCTOR-HOURS-WS > INST-MAX-HOURS
               MOVE "OVER" TO LT-FLAG-OUT
               ADD 1 TO INSTRUCTORS-OVER-WS
           ELSE
               MOVE SPACES TO LT-FLAG-OUT
           END-IF.
           DISPLAY LOAD-TOTAL-LINE.
           WRITE PRINTLINE FROM LOAD-TOTAL-LINE.
           PERFORM 210-READ-INSTRUCTOR.

       221-PRINT-ONE-SECTION.
           IF SECT-INSTRUCTOR-TBL(SECT-SUB) = INST-ID
                   AND INST-ID NOT = SPACES
               MOVE "Y" TO SECT-LISTED-TBL(SECT-SUB)
               ADD 1 TO INSTRUCTOR-SECTIONS-WS
               ADD SECT-HOURS-TBL(SECT-SUB) TO INSTRUCTOR-HOURS-WS
               MOVE SECT-COURSE-CODE-TBL(SECT-SUB) TO SL-COURSE-OUT
               MOVE SECT-HOURS-TBL(SECT-SUB)       TO SL-HOURS-OUT
               WRITE PRINTLINE FROM SECTION-LINE
           END-IF.

      *-----------------------------------------------------------------
      * Anything no instructor on the master claimed
      *-----------------------------------------------------------------
       240-PRINT-UNASSIGNED.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM UNASSIGNED-HEADING.
           PERFORM 241-PRINT-ONE-UNASSIGNED
               VARYING SECT-SUB FROM 1 BY 1
               UNTIL SECT-SUB > SECT-TABLE-COUNT.

       241-PRINT-ONE-UNASSIGNED.
           IF SECT-LISTED-TBL(SECT-SUB) = "N"
               ADD 1 TO UNASSIGNED-COUNT-WS
               MOVE SECT-COURSE-CODE-TBL(SECT-SUB) TO UL-COURSE-OUT
               MOVE SECT-HOURS-TBL(SECT-SUB)       TO UL-HOURS-OUT
               MOVE SECT-INSTRUCTOR-TBL(SECT-SUB)  TO UL-INSTRUCTOR-OUT
               DISPLAY UNASSIGNED-LINE
               WRITE PRINTLINE FROM UNASSIGNED-LINE
           END-IF.

       END PROGRAM TEACHLD.
