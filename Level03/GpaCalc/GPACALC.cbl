      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Shared credit-weighted GPA for one term's five course
      *            slots, called the way GRADELTR and Project3-subprog
      *            are.  Each marked course contributes its COURSE.TXT
      *            credit hours times the grade points of the
      *            GRADESCL.TXT row its mark falls in; the term GPA is
      *            those quality points over the hours.  Points and
      *            hours come back as well as the GPA, so a caller
      *            building a cumulative GPA adds them up across terms
      *            and divides once.  Left out of both: a withdrawn
      *            course (999), a slot with no mark posted yet, a
      *            blank slot, a course not on COURSE.TXT and a mark
      *            outside every scale row.  Both files load once on
      *            the first call of the run.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The names are resolved on the first
      *                 call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GPACALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCALE-FILE
                ASSIGN USING GRADESCL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SCALE-STATUS-WS.

           SELECT COURSE-FILE
                ASSIGN USING COURSE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COURSE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCALE-FILE.
           COPY "GRADE-SCALE.TXT".

       FD  COURSE-FILE.
           COPY "COURSE-INFOR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  DATA-FILES-RESOLVED-SW      PIC X(1)  VALUE "N".
       01  GRADESCL-PATH-WS            PIC X(80)
               VALUE "GRADESCL.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".

       01  SCALE-STATUS-WS             PIC X(2).
       01  COURSE-STATUS-WS            PIC X(2).
       01  EOF-SCALE-SW                PIC X(3)  VALUE "NO".
       01  EOF-COURSE-SW               PIC X(3)  VALUE "NO".
       01  FIRST-CALL-SW               PIC X(1)  VALUE "Y".

      *-----------------------------------------------------------------
      *The scale and the course hours held across calls; loaded once
      *per run
      *-----------------------------------------------------------------
       01  SCALE-TBL.
           05 SCALE-COUNT            PIC 9(2)  VALUE ZERO.
           05 SCALE-VALUES-TBL OCCURS 20 TIMES.
               10 SCALE-LOW-TBL        PIC 9(3).
               10 SCALE-HIGH-TBL       PIC 9(3).
               10 SCALE-POINTS-TBL     PIC 9V99.
       01  SCALE-SUB                  PIC 9(2)  VALUE ZERO.
       01  SCALE-FOUND-SW             PIC X(1)  VALUE "N".
       01  SCALE-FOUND-SUB            PIC 9(2)  VALUE ZERO.

       01  COURSE-TBL.
           05 COURSE-COUNT           PIC 9(3)  VALUE ZERO.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL      PIC X(7).
               10 COURSE-HOURS-TBL     PIC 9(2).
       01  COURSE-SUB                 PIC 9(3)  VALUE ZERO.
       01  COURSE-FOUND-SW            PIC X(1)  VALUE "N".
       01  COURSE-FOUND-SUB           PIC 9(3)  VALUE ZERO.

      *-----------------------------------------------------------------
      *This call's five slots, moved here so one paragraph can weigh
      *each of them in turn; the mark is carried as it was handed over
      *so a slot with no mark posted yet still reads as not numeric
      *-----------------------------------------------------------------
       01  SLOT-TBL.
           05 SLOT-VALUES-TBL OCCURS 5 TIMES.
               10 SLOT-COURSE-TBL      PIC X(7).
               10 SLOT-AVERAGE-X-TBL   PIC X(3).
               10 SLOT-AVERAGE-TBL REDEFINES SLOT-AVERAGE-X-TBL
                                       PIC 9(3).
       01  SLOT-SUB                   PIC 9(1)  VALUE ZERO.

       LINKAGE SECTION.
       01  LS-COURSE-CODE-1    PIC X(7).
       01  LS-AVERAGE-1        PIC 9(3).
       01  LS-COURSE-CODE-2    PIC X(7).
       01  LS-AVERAGE-2        PIC 9(3).
       01  LS-COURSE-CODE-3    PIC X(7).
       01  LS-AVERAGE-3        PIC 9(3).
       01  LS-COURSE-CODE-4    PIC X(7).
       01  LS-AVERAGE-4        PIC 9(3).
       01  LS-COURSE-CODE-5    PIC X(7).
       01  LS-AVERAGE-5        PIC 9(3).
       01  LS-QUALITY-POINTS   PIC 9(4)V99.
       01  LS-CREDIT-HOURS     PIC 9(3).
       01  LS-GPA              PIC 9V99.

       PROCEDURE DIVISION USING
           LS-COURSE-CODE-1, LS-AVERAGE-1, LS-COURSE-CODE-2,
           LS-AVERAGE-2, LS-COURSE-CODE-3, LS-AVERAGE-3,
           LS-COURSE-CODE-4, LS-AVERAGE-4, LS-COURSE-CODE-5,
           LS-AVERAGE-5, LS-QUALITY-POINTS, LS-CREDIT-HOURS, LS-GPA.

           IF DATA-FILES-RESOLVED-SW = "N"
               PERFORM 170-RESOLVE-DATA-FILES
           END-IF.
           IF FIRST-CALL-SW = "Y"
               MOVE "N" TO FIRST-CALL-SW
               PERFORM 200-LOAD-SCALE-TABLE
               PERFORM 210-LOAD-COURSE-TABLE
           END-IF.
           MOVE LS-COURSE-CODE-1 TO SLOT-COURSE-TBL(1).
           MOVE LS-AVERAGE-1     TO SLOT-AVERAGE-X-TBL(1).
           MOVE LS-COURSE-CODE-2 TO SLOT-COURSE-TBL(2).
           MOVE LS-AVERAGE-2     TO SLOT-AVERAGE-X-TBL(2).
           MOVE LS-COURSE-CODE-3 TO SLOT-COURSE-TBL(3).
           MOVE LS-AVERAGE-3     TO SLOT-AVERAGE-X-TBL(3).
           MOVE LS-COURSE-CODE-4 TO SLOT-COURSE-TBL(4).
           MOVE LS-AVERAGE-4     TO SLOT-AVERAGE-X-TBL(4).
           MOVE LS-COURSE-CODE-5 TO SLOT-COURSE-TBL(5).
           MOVE LS-AVERAGE-5     TO SLOT-AVERAGE-X-TBL(5).
           MOVE ZERO TO LS-QUALITY-POINTS.
           MOVE ZERO TO LS-CREDIT-HOURS.
           PERFORM 300-WEIGH-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 5.
           IF LS-CREDIT-HOURS = ZERO
               MOVE ZERO TO LS-GPA
           ELSE
               COMPUTE LS-GPA ROUNDED =
                   LS-QUALITY-POINTS / LS-CREDIT-HOURS
           END-IF.

           EXIT Program.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING GRADESCL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           MOVE "Y" TO DATA-FILES-RESOLVED-SW.

      *-----------------------------------------------------------------
      * Load the scale's ranges and points; no file on disk leaves
      * the table empty and every term comes back with no hours
      *-----------------------------------------------------------------
       200-LOAD-SCALE-TABLE.
           OPEN INPUT SCALE-FILE.
           IF SCALE-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-SCALE-SW
           ELSE
               PERFORM 201-READ-SCALE-RECORD
                   UNTIL EOF-SCALE-SW = "YES"
               CLOSE SCALE-FILE
           END-IF.

       201-READ-SCALE-RECORD.
           READ SCALE-FILE
               AT END
                   MOVE "YES" TO EOF-SCALE-SW
               NOT AT END
                   IF SCALE-COUNT < 20
                       ADD 1 TO SCALE-COUNT
                       MOVE SCALE-LOW-MARK
                           TO SCALE-LOW-TBL(SCALE-COUNT)
                       MOVE SCALE-HIGH-MARK
                           TO SCALE-HIGH-TBL(SCALE-COUNT)
                       MOVE SCALE-GRADE-POINTS
                           TO SCALE-POINTS-TBL(SCALE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-SCALE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Load each course's credit hours; a course master bigger than
      * the table is reported once and the rest of it left out
      *-----------------------------------------------------------------
       210-LOAD-COURSE-TABLE.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-COURSE-SW
               DISPLAY "COURSE.TXT NOT AVAILABLE - GPA CARRIES NO "
                       "CREDIT HOURS"
           ELSE
               PERFORM 211-READ-COURSE-RECORD
                   UNTIL EOF-COURSE-SW = "YES"
               CLOSE COURSE-FILE
           END-IF.

       211-READ-COURSE-RECORD.
           READ COURSE-FILE
               AT END
                   MOVE "YES" TO EOF-COURSE-SW
               NOT AT END
                   IF COURSE-COUNT < 200
                       ADD 1 TO COURSE-COUNT
                       MOVE COURSE-CODE
                           TO COURSE-CODE-TBL(COURSE-COUNT)
                       MOVE COURSE-CREDIT-HOURS
                           TO COURSE-HOURS-TBL(COURSE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-COURSE-SW
                       DISPLAY "COURSE.TXT HAS MORE THAN 200 ROWS - "
                               "GPA IGNORES THE REST"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One slot: a mark on a known course inside a scale row adds
      * its hours and its hours times the row's grade points
      *-----------------------------------------------------------------
       300-WEIGH-ONE-SLOT.
           IF SLOT-COURSE-TBL(SLOT-SUB) NOT = SPACES
                   AND SLOT-AVERAGE-TBL(SLOT-SUB) IS NUMERIC
                   AND SLOT-AVERAGE-TBL(SLOT-SUB) NOT = 999
               PERFORM 310-FIND-COURSE-HOURS
               PERFORM 320-FIND-SCALE-ROW
               IF COURSE-FOUND-SW = "Y" AND SCALE-FOUND-SW = "Y"
                   ADD COURSE-HOURS-TBL(COURSE-FOUND-SUB)
                       TO LS-CREDIT-HOURS
                   COMPUTE LS-QUALITY-POINTS = LS-QUALITY-POINTS
                       + COURSE-HOURS-TBL(COURSE-FOUND-SUB)
                       * SCALE-POINTS-TBL(SCALE-FOUND-SUB)
               END-IF
           END-IF.

       310-FIND-COURSE-HOURS.
           MOVE "N" TO COURSE-FOUND-SW.
           MOVE ZERO TO COURSE-FOUND-SUB.
           PERFORM 311-COMPARE-COURSE-CODE
               VARYING COURSE-SUB FROM 1 BY 1
               UNTIL COURSE-SUB > COURSE-COUNT
                   OR COURSE-FOUND-SW = "Y".

       311-COMPARE-COURSE-CODE.
           IF SLOT-COURSE-TBL(SLOT-SUB) = COURSE-CODE-TBL(COURSE-SUB)
               MOVE "Y" TO COURSE-FOUND-SW
               MOVE COURSE-SUB TO COURSE-FOUND-SUB
           END-IF.

       320-FIND-SCALE-ROW.
           MOVE "N" TO SCALE-FOUND-SW.
           MOVE ZERO TO SCALE-FOUND-SUB.
           PERFORM 321-MATCH-ONE-SCALE-ROW
               VARYING SCALE-SUB FROM 1 BY 1
               UNTIL SCALE-SUB > SCALE-COUNT
                   OR SCALE-FOUND-SW = "Y".

       321-MATCH-ONE-SCALE-ROW.
           IF SLOT-AVERAGE-TBL(SLOT-SUB) NOT < SCALE-LOW-TBL(SCALE-SUB)
                   AND SLOT-AVERAGE-TBL(SLOT-SUB)
                       NOT > SCALE-HIGH-TBL(SCALE-SUB)
               MOVE "Y" TO SCALE-FOUND-SW
               MOVE SCALE-SUB TO SCALE-FOUND-SUB
           END-IF.

       END PROGRAM GPACALC.
