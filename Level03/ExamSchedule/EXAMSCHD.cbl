      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Final-exam scheduling run for one keyed term.  Every
      *            INDEXSTUFILE3.TXT record for the term is read and
      *            each pair of courses sharing a student on their
      *            active COURSE-CODE slots (a withdrawn 999 slot does
      *            not sit the exam) is marked as conflicting.  Courses
      *            are then placed, largest enrolment first, into the
      *            EXAMSLOT.TXT slots EXSLMNT maintains: a slot is
      *            taken only if it is free and no conflicting course
      *            already sits at the same date and period, so no
      *            student is ever given two exams at once.  The
      *            placements are written to EXAMTIME.TXT for the
      *            STUEXAM per-student print, and EXAMMAST.TXT prints
      *            the master timetable by date, period and room with
      *            the courses that could not be placed listed after.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: term
      *                 records read, courses placed, courses not
      *                 placed, the courses to schedule as control
      *                 total and the return code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSCHD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           SELECT SLOT-FILE-IN
                ASSIGN USING EXAMSLOT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SLOT-STATUS-WS.

           SELECT SCHEDULE-OUT
                ASSIGN USING EXAMTIME-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
                ASSIGN USING EXAMSORT-PATH-WS.

           SELECT MASTER-REPORT-OUT
                ASSIGN USING EXAMMAST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  COURSE-FILE-IN.
           COPY "COURSE-INFOR.TXT".

       FD  SLOT-FILE-IN.
           COPY "EXAM-SLOT.TXT".

       FD  SCHEDULE-OUT.
           COPY "EXAM-SCHEDULE.TXT".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-DATE              PIC 9(8).
           05 SORT-PERIOD            PIC 9(1).
           05 SORT-ROOM              PIC X(5).
           05 SORT-COURSE-CODE       PIC X(7).
           05 SORT-COURSE-TITLE      PIC X(20).
           05 SORT-ENROLLED          PIC 9(4).

       FD  MASTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

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
       01  EXAMSLOT-PATH-WS            PIC X(80)
               VALUE "EXAMSLOT.TXT".
       01  EXAMTIME-PATH-WS            PIC X(80)
               VALUE "EXAMTIME.TXT".
       01  EXAMSORT-PATH-WS            PIC X(80)
               VALUE "EXAMSORT.TXT".
       01  EXAMMAST-PATH-WS            PIC X(80)
               VALUE "EXAMMAST.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  COURSE-STATUS-WS            PIC X(2).
       01  SLOT-STATUS-WS              PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-COURSE                  PIC X(3)   VALUE "NO".
       01  EOF-SLOT                    PIC X(3)   VALUE "NO".
       01  EOF-SORT-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TABLE-OVERFLOW-SW           PIC X(1)   VALUE "N".
       01  TERM-SELECT-WS              PIC X(4).

      *-----------------------------------------------------------------
      *Course master with the term's enrolment and the slot each
      *course is given (zero until placed)
      *-----------------------------------------------------------------
       01  COURSE-TBL.
           05 COURSE-TABLE-COUNT     PIC 9(3)  VALUE ZERO.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL      PIC X(7).
               10 COURSE-TITLE-TBL     PIC X(20).
               10 COURSE-ENROLLED-TBL  PIC 9(4).
               10 COURSE-SLOT-SUB-TBL  PIC 9(3).
               10 COURSE-TRIED-TBL     PIC X(1).

      *-----------------------------------------------------------------
      *Course-by-course conflict matrix: "Y" where at least one
      *student is actively enrolled in both courses
      *-----------------------------------------------------------------
       01  CONFLICT-TBL.
           05 CONFLICT-ROW-TBL OCCURS 200 TIMES.
               10 CONFLICT-TBL-SW      PIC X(1) OCCURS 200 TIMES.

      *-----------------------------------------------------------------
      *Exam slots with the course placed in each (zero while free)
      *-----------------------------------------------------------------
       01  SLOT-TBL.
           05 SLOT-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 SLOT-VALUES-TBL OCCURS 300 TIMES.
               10 SLOT-DATE-TBL        PIC 9(8).
               10 SLOT-PERIOD-TBL      PIC 9(1).
               10 SLOT-ROOM-TBL        PIC X(5).
               10 SLOT-COURSE-SUB-TBL  PIC 9(3).

      *-----------------------------------------------------------------
      *The current student's active course subscripts
      *-----------------------------------------------------------------
       01  STUDENT-COURSE-TBL.
           05 STUDENT-COURSE-COUNT   PIC 9(1)  VALUE ZERO.
           05 STUDENT-COURSE-SUB-TBL PIC 9(3) OCCURS 5 TIMES.

       01  SUB                         PIC 9(3)   VALUE ZERO.
       01  SLOT-SUB                    PIC 9(1)   VALUE ZERO.
       01  PAIR-SUB-1                  PIC 9(1)   VALUE ZERO.
       01  PAIR-SUB-2                  PIC 9(1)   VALUE ZERO.
       01  ROW-SUB                     PIC 9(3)   VALUE ZERO.
       01  COL-SUB                     PIC 9(3)   VALUE ZERO.
       01  CHECK-SUB                   PIC 9(3)   VALUE ZERO.
       01  FOUND-SUB                   PIC 9(3)   VALUE ZERO.
       01  FOUND-SW                    PIC X(1)   VALUE "N".
       01  SEARCH-COURSE-WS            PIC X(7).

       01  CURRENT-COURSE-SUB          PIC 9(3)   VALUE ZERO.
       01  BEST-ENROLLED-WS            PIC 9(4)   VALUE ZERO.
       01  TRY-SLOT-SUB                PIC 9(3)   VALUE ZERO.
       01  PLACED-SW                   PIC X(1)   VALUE "N".
       01  CLASH-SW                    PIC X(1)   VALUE "N".
       01  PLACED-SLOT-SUB             PIC 9(3)   VALUE ZERO.

       01  TERM-RECORDS-READ-WS        PIC 9(5)   VALUE ZERO.
       01  UNKNOWN-COURSE-COUNT-WS     PIC 9(5)   VALUE ZERO.
       01  COURSES-TO-PLACE-WS         PIC 9(3)   VALUE ZERO.
       01  COURSES-PLACED-WS           PIC 9(3)   VALUE ZERO.
       01  COURSES-NOT-PLACED-WS       PIC 9(3)   VALUE ZERO.
       01  PREVIOUS-DATE-WS            PIC 9(8)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  EXAM-TITLE-LINE.
           05 FILLER                 PIC X(31)
               VALUE "FINAL EXAM TIMETABLE  -  TERM ".
           05 TITLE-TERM-OUT         PIC X(4).
           05 FILLER                 PIC X(10)  VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  EXAM-HEADING.
           05 FILLER  PIC X(11) VALUE "DATE".
           05 FILLER  PIC X(8)  VALUE "PERIOD".
           05 FILLER  PIC X(8)  VALUE "ROOM".
           05 FILLER  PIC X(10) VALUE "COURSE".
           05 FILLER  PIC X(23) VALUE "TITLE".
           05 FILLER  PIC X(8)  VALUE "STUDENTS".
       01  EXAM-DETAIL-LINE.
           05 EXAM-DATE-OUT          PIC 9(8).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 EXAM-PERIOD-OUT        PIC 9(1).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 EXAM-ROOM-OUT          PIC X(5).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 EXAM-COURSE-OUT        PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 EXAM-TITLE-OUT         PIC X(20).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 EXAM-ENROLLED-OUT      PIC ZZZ9.
       01  NOT-PLACED-HEADING.
           05 FILLER                 PIC X(40)
               VALUE "COURSES NOT PLACED - NO CLEAR EXAM SLOT".
       01  NOT-PLACED-LINE.
           05 NPL-COURSE-OUT         PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 NPL-TITLE-OUT          PIC X(20).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 NPL-ENROLLED-OUT       PIC ZZZ9.
       01  COUNT-LINE.
           05 COUNT-LINE-LABEL-OUT   PIC X(28).
           05 COUNT-LINE-COUNT-OUT   PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-SCHEDULE-EXAMS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-TERM.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-COURSE-TABLE
                   UNTIL EOF-COURSE = "YES"
               PERFORM 202-LOAD-SLOT-TABLE
                   UNTIL EOF-SLOT = "YES"
               IF TABLE-OVERFLOW-SW = "Y"
                   DISPLAY "COURSE.TXT OR EXAMSLOT.TXT TOO LARGE - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE STUDENT-IN
               ELSE
                   MOVE ALL "N" TO CONFLICT-TBL
                   PERFORM 300-READ-STUDENT-RECORD
                   PERFORM 301-TALLY-ONE-STUDENT
                       UNTIL EOF-STUDENT-SW = "YES"
                   CLOSE STUDENT-IN
                   PERFORM 400-PLACE-NEXT-COURSE
                       UNTIL CURRENT-COURSE-SUB = ZERO
                   PERFORM 500-WRITE-SCHEDULE
                   PERFORM 600-PRINT-MASTER-TIMETABLE
                   DISPLAY "TERM RECORDS READ:          "
                           TERM-RECORDS-READ-WS
                   DISPLAY "COURSES TO SCHEDULE:        "
                           COURSES-TO-PLACE-WS
                   DISPLAY "COURSES PLACED:             "
                           COURSES-PLACED-WS
                   DISPLAY "COURSES NOT PLACED:         "
                           COURSES-NOT-PLACED-WS
                   IF UNKNOWN-COURSE-COUNT-WS > ZERO
                       DISPLAY "SLOTS NAMING A COURSE NOT ON "
                               "COURSE.TXT: " UNKNOWN-COURSE-COUNT-WS
                   END-IF
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXAMSLOT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXAMTIME-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXAMSORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXAMMAST-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; a course left without a slot
      * counts as rejected, and the control total is the number of
      * courses there were to schedule
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "EXAMSCHD" TO RL-PROGRAM.
           MOVE "EXAMSCHD" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE TERM-RECORDS-READ-WS TO RL-RECORDS-READ.
           MOVE COURSES-PLACED-WS TO RL-RECORDS-WRITTEN.
           MOVE COURSES-NOT-PLACED-WS TO RL-RECORDS-REJECTED.
           MOVE COURSES-TO-PLACE-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-TERM.
           DISPLAY "Term code to schedule exams for: ".
           ACCEPT TERM-SELECT-WS.

       210-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN INPUT COURSE-FILE-IN
               IF COURSE-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "COURSE.TXT NOT AVAILABLE - STATUS "
                           COURSE-STATUS-WS
                   CLOSE STUDENT-IN
               ELSE
                   OPEN INPUT SLOT-FILE-IN
                   IF SLOT-STATUS-WS NOT = "00"
                       MOVE "Y" TO ABORT-SW
                       DISPLAY "EXAMSLOT.TXT NOT AVAILABLE - STATUS "
                               SLOT-STATUS-WS
                       DISPLAY "SET UP THE EXAM SLOTS THROUGH "
                               "EXSLMNT FIRST"
                       CLOSE STUDENT-IN
                       CLOSE COURSE-FILE-IN
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
                       MOVE COURSE-TITLE
                           TO COURSE-TITLE-TBL(COURSE-TABLE-COUNT)
                       MOVE ZERO
                           TO COURSE-ENROLLED-TBL(COURSE-TABLE-COUNT)
                       MOVE ZERO
                           TO COURSE-SLOT-SUB-TBL(COURSE-TABLE-COUNT)
                       MOVE "N"
                           TO COURSE-TRIED-TBL(COURSE-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-COURSE
                       CLOSE COURSE-FILE-IN
                   END-IF
           END-READ.

       202-LOAD-SLOT-TABLE.
           READ SLOT-FILE-IN
               AT END
                   MOVE "YES" TO EOF-SLOT
                   CLOSE SLOT-FILE-IN
               NOT AT END
                   IF SLOT-TABLE-COUNT < 300
                       ADD 1 TO SLOT-TABLE-COUNT
                       MOVE EXS-DATE
                           TO SLOT-DATE-TBL(SLOT-TABLE-COUNT)
                       MOVE EXS-PERIOD
                           TO SLOT-PERIOD-TBL(SLOT-TABLE-COUNT)
                       MOVE EXS-ROOM
                           TO SLOT-ROOM-TBL(SLOT-TABLE-COUNT)
                       MOVE ZERO
                           TO SLOT-COURSE-SUB-TBL(SLOT-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-SLOT
                       CLOSE SLOT-FILE-IN
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Tally pass: each term record adds one to the enrolment of its
      * active courses and marks every pair of them as conflicting
      *-----------------------------------------------------------------
       300-READ-STUDENT-RECORD.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.

       301-TALLY-ONE-STUDENT.
           IF TERM-CODE-IN = TERM-SELECT-WS
               ADD 1 TO TERM-RECORDS-READ-WS
               MOVE ZERO TO STUDENT-COURSE-COUNT
               PERFORM 302-COLLECT-ONE-SLOT
                   VARYING SLOT-SUB FROM 1 BY 1
                   UNTIL SLOT-SUB > 5
               PERFORM 304-MARK-PAIRS-FROM
                   VARYING PAIR-SUB-1 FROM 1 BY 1
                   UNTIL PAIR-SUB-1 > STUDENT-COURSE-COUNT
           END-IF.
           PERFORM 300-READ-STUDENT-RECORD.

       302-COLLECT-ONE-SLOT.
           IF COURSE-CODE-IN(SLOT-SUB) NOT = SPACES
                   AND AVERAGE-IN(SLOT-SUB) NOT = "999"
               MOVE COURSE-CODE-IN(SLOT-SUB) TO SEARCH-COURSE-WS
               PERFORM 310-FIND-COURSE-ROW
               IF FOUND-SW = "N"
                   ADD 1 TO UNKNOWN-COURSE-COUNT-WS
               ELSE
                   ADD 1 TO COURSE-ENROLLED-TBL(FOUND-SUB)
                   ADD 1 TO STUDENT-COURSE-COUNT
                   MOVE FOUND-SUB
                       TO STUDENT-COURSE-SUB-TBL(STUDENT-COURSE-COUNT)
               END-IF
           END-IF.

       304-MARK-PAIRS-FROM.
           PERFORM 305-MARK-ONE-PAIR
               VARYING PAIR-SUB-2 FROM 1 BY 1
               UNTIL PAIR-SUB-2 > STUDENT-COURSE-COUNT.

       305-MARK-ONE-PAIR.
           IF PAIR-SUB-2 NOT = PAIR-SUB-1
               MOVE STUDENT-COURSE-SUB-TBL(PAIR-SUB-1) TO ROW-SUB
               MOVE STUDENT-COURSE-SUB-TBL(PAIR-SUB-2) TO COL-SUB
               MOVE "Y" TO CONFLICT-TBL-SW(ROW-SUB, COL-SUB)
           END-IF.

       310-FIND-COURSE-ROW.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 311-COMPARE-COURSE-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT OR FOUND-SW = "Y".

       311-COMPARE-COURSE-ROW.
           IF SEARCH-COURSE-WS = COURSE-CODE-TBL(SUB)
               MOVE "Y" TO FOUND-SW
               MOVE SUB TO FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Placement pass: take the untried course with the largest
      * enrolment and give it the first free slot that does not put
      * any of its students in two exams at the same date and period.
      * CURRENT-COURSE-SUB comes back zero when every course with
      * students has been tried.
      *-----------------------------------------------------------------
       400-PLACE-NEXT-COURSE.
           MOVE ZERO TO CURRENT-COURSE-SUB.
           MOVE ZERO TO BEST-ENROLLED-WS.
           PERFORM 401-PICK-LARGEST-COURSE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT.
           IF CURRENT-COURSE-SUB NOT = ZERO
               MOVE "Y" TO COURSE-TRIED-TBL(CURRENT-COURSE-SUB)
               ADD 1 TO COURSES-TO-PLACE-WS
               MOVE "N" TO PLACED-SW
               PERFORM 410-TRY-ONE-SLOT
                   VARYING TRY-SLOT-SUB FROM 1 BY 1
                   UNTIL TRY-SLOT-SUB > SLOT-TABLE-COUNT
                       OR PLACED-SW = "Y"
               IF PLACED-SW = "Y"
                   ADD 1 TO COURSES-PLACED-WS
               ELSE
                   ADD 1 TO COURSES-NOT-PLACED-WS
               END-IF
           END-IF.

       401-PICK-LARGEST-COURSE.
           IF COURSE-TRIED-TBL(SUB) = "N"
                   AND COURSE-ENROLLED-TBL(SUB) > BEST-ENROLLED-WS
               MOVE SUB TO CURRENT-COURSE-SUB
               MOVE COURSE-ENROLLED-TBL(SUB) TO BEST-ENROLLED-WS
           END-IF.

       410-TRY-ONE-SLOT.
           IF SLOT-COURSE-SUB-TBL(TRY-SLOT-SUB) = ZERO
               MOVE "N" TO CLASH-SW
               PERFORM 411-CHECK-ONE-PLACED-COURSE
                   VARYING CHECK-SUB FROM 1 BY 1
                   UNTIL CHECK-SUB > COURSE-TABLE-COUNT
                       OR CLASH-SW = "Y"
               IF CLASH-SW = "N"
                   MOVE "Y" TO PLACED-SW
                   MOVE CURRENT-COURSE-SUB
                       TO SLOT-COURSE-SUB-TBL(TRY-SLOT-SUB)
                   MOVE TRY-SLOT-SUB
                       TO COURSE-SLOT-SUB-TBL(CURRENT-COURSE-SUB)
               END-IF
           END-IF.

       411-CHECK-ONE-PLACED-COURSE.
           IF COURSE-SLOT-SUB-TBL(CHECK-SUB) NOT = ZERO
                   AND CONFLICT-TBL-SW(CURRENT-COURSE-SUB, CHECK-SUB)
                       = "Y"
               MOVE COURSE-SLOT-SUB-TBL(CHECK-SUB) TO PLACED-SLOT-SUB
               IF SLOT-DATE-TBL(PLACED-SLOT-SUB)
                       = SLOT-DATE-TBL(TRY-SLOT-SUB)
                       AND SLOT-PERIOD-TBL(PLACED-SLOT-SUB)
                       = SLOT-PERIOD-TBL(TRY-SLOT-SUB)
                   MOVE "Y" TO CLASH-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * EXAMTIME.TXT is rebuilt for the term on every run
      *-----------------------------------------------------------------
       500-WRITE-SCHEDULE.
           OPEN OUTPUT SCHEDULE-OUT.
           PERFORM 501-WRITE-ONE-EXAM
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT.
           CLOSE SCHEDULE-OUT.

       501-WRITE-ONE-EXAM.
           IF COURSE-SLOT-SUB-TBL(SUB) NOT = ZERO
               MOVE COURSE-SLOT-SUB-TBL(SUB) TO PLACED-SLOT-SUB
               MOVE COURSE-CODE-TBL(SUB)     TO EXM-COURSE-CODE
               MOVE TERM-SELECT-WS           TO EXM-TERM-CODE
               MOVE SLOT-DATE-TBL(PLACED-SLOT-SUB)   TO EXM-DATE
               MOVE SLOT-PERIOD-TBL(PLACED-SLOT-SUB) TO EXM-PERIOD
               MOVE SLOT-ROOM-TBL(PLACED-SLOT-SUB)   TO EXM-ROOM
               WRITE EXAM-SCHEDULE
           END-IF.

      *-----------------------------------------------------------------
      * Master timetable: placed exams sorted by date, period and room,
      * then the courses left without a slot, then the run counts
      *-----------------------------------------------------------------
       600-PRINT-MASTER-TIMETABLE.
           OPEN OUTPUT MASTER-REPORT-OUT.
           MOVE TERM-SELECT-WS TO TITLE-TERM-OUT.
           WRITE PRINTLINE FROM EXAM-TITLE-LINE.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM EXAM-HEADING.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DATE
               ON ASCENDING KEY SORT-PERIOD
               ON ASCENDING KEY SORT-ROOM
               INPUT PROCEDURE IS 610-RELEASE-PLACED-EXAMS
               OUTPUT PROCEDURE IS 620-PRINT-PLACED-EXAMS.
           IF COURSES-NOT-PLACED-WS > ZERO
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
               WRITE PRINTLINE FROM NOT-PLACED-HEADING
               PERFORM 630-PRINT-ONE-NOT-PLACED
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > COURSE-TABLE-COUNT
           END-IF.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE "COURSES TO SCHEDULE:" TO COUNT-LINE-LABEL-OUT.
           MOVE COURSES-TO-PLACE-WS    TO COUNT-LINE-COUNT-OUT.
           WRITE PRINTLINE FROM COUNT-LINE.
           MOVE "COURSES PLACED:" TO COUNT-LINE-LABEL-OUT.
           MOVE COURSES-PLACED-WS TO COUNT-LINE-COUNT-OUT.
           WRITE PRINTLINE FROM COUNT-LINE.
           MOVE "COURSES NOT PLACED:" TO COUNT-LINE-LABEL-OUT.
           MOVE COURSES-NOT-PLACED-WS TO COUNT-LINE-COUNT-OUT.
           WRITE PRINTLINE FROM COUNT-LINE.
           CLOSE MASTER-REPORT-OUT.

       610-RELEASE-PLACED-EXAMS.
           PERFORM 611-RELEASE-ONE-EXAM
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT.

       611-RELEASE-ONE-EXAM.
           IF COURSE-SLOT-SUB-TBL(SUB) NOT = ZERO
               MOVE COURSE-SLOT-SUB-TBL(SUB) TO PLACED-SLOT-SUB
               MOVE SLOT-DATE-TBL(PLACED-SLOT-SUB)   TO SORT-DATE
               MOVE SLOT-PERIOD-TBL(PLACED-SLOT-SUB) TO SORT-PERIOD
               MOVE SLOT-ROOM-TBL(PLACED-SLOT-SUB)   TO SORT-ROOM
               MOVE COURSE-CODE-TBL(SUB)     TO SORT-COURSE-CODE
               MOVE COURSE-TITLE-TBL(SUB)    TO SORT-COURSE-TITLE
               MOVE COURSE-ENROLLED-TBL(SUB) TO SORT-ENROLLED
               RELEASE SORT-RECORD
           END-IF.

       620-PRINT-PLACED-EXAMS.
           PERFORM 621-RETURN-SORTED-RECORD.
           PERFORM 622-PRINT-ONE-EXAM
               UNTIL EOF-SORT-SW = "YES".

       621-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO EOF-SORT-SW
           END-RETURN.

      *-----------------------------------------------------------------
      * A blank line separates one exam day from the next
      *-----------------------------------------------------------------
       622-PRINT-ONE-EXAM.
           IF PREVIOUS-DATE-WS NOT = ZERO
                   AND SORT-DATE NOT = PREVIOUS-DATE-WS
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
           END-IF.
           MOVE SORT-DATE TO PREVIOUS-DATE-WS.
           MOVE SORT-DATE         TO EXAM-DATE-OUT.
           MOVE SORT-PERIOD       TO EXAM-PERIOD-OUT.
           MOVE SORT-ROOM         TO EXAM-ROOM-OUT.
           MOVE SORT-COURSE-CODE  TO EXAM-COURSE-OUT.
           MOVE SORT-COURSE-TITLE TO EXAM-TITLE-OUT.
           MOVE SORT-ENROLLED     TO EXAM-ENROLLED-OUT.
           DISPLAY EXAM-DETAIL-LINE.
           WRITE PRINTLINE FROM EXAM-DETAIL-LINE.
           PERFORM 621-RETURN-SORTED-RECORD.

       630-PRINT-ONE-NOT-PLACED.
           IF COURSE-TRIED-TBL(SUB) = "Y"
                   AND COURSE-SLOT-SUB-TBL(SUB) = ZERO
               MOVE COURSE-CODE-TBL(SUB)     TO NPL-COURSE-OUT
               MOVE COURSE-TITLE-TBL(SUB)    TO NPL-TITLE-OUT
               MOVE COURSE-ENROLLED-TBL(SUB) TO NPL-ENROLLED-OUT
               DISPLAY NOT-PLACED-LINE
               WRITE PRINTLINE FROM NOT-PLACED-LINE
           END-IF.

       END PROGRAM EXAMSCHD.
