      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Job-history report over RUNLOG.TXT, the standard run
      *            log every batch program appends to through the
      *            RUNLOG subprogram.  For a keyed period it lists
      *            each run under the date it ended - program,
      *            operator, start and end, records read, written
      *            and rejected, control total and completion code -
      *            into JOBHIST.TXT, and flags:
      *              - an abnormal end (completion code 08 or more);
      *              - records read or written that differ sharply
      *                from that program's trailing average: under
      *                half or over one and a half times the average
      *                of its last five completed runs, once it has
      *                at least three.
      *            Runs before the period still build the averages.
      *            A summary per program follows.  Return code 4
      *            when anything was flagged.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBHIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE
                ASSIGN USING RUNLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RUN-LOG-STATUS-WS.

           SELECT HISTORY-REPORT-OUT
                ASSIGN USING JOBHIST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY "RUN-LOG.TXT".

       FD  HISTORY-REPORT-OUT.
       01  PRINTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  RUNLOG-PATH-WS              PIC X(80)
               VALUE "RUNLOG.TXT".
       01  JOBHIST-PATH-WS             PIC X(80)
               VALUE "JOBHIST.TXT".

       01  RUN-LOG-STATUS-WS           PIC X(2).
       01  EOF-RUN-LOG-SW              PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

       01  FROM-DATE-WS                PIC 9(8).
       01  TO-DATE-WS                  PIC 9(8).
       01  LAST-DATE-PRINTED-WS        PIC 9(8)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Trend rule: a program needs this many completed runs on file
      *before its counts are judged, the average covers at most the
      *last five, and a count outside these percentages of it is
      *flagged
      *-----------------------------------------------------------------
       01  TREND-MINIMUM-WS            PIC 9(1)   VALUE 3.
       01  TREND-RUNS-WS               PIC 9(1)   VALUE 5.
       01  TREND-LOW-PCT-WS            PIC 9(3)   VALUE 50.
       01  TREND-HIGH-PCT-WS           PIC 9(3)   VALUE 150.

      *-----------------------------------------------------------------
      *Per program: the last five completed runs' read and written
      *counts (a ring, PGM-NEXT-SLOT the slot the next run fills) and
      *the period's counts for the summary
      *-----------------------------------------------------------------
       01  PGM-TBL.
           05 PGM-COUNT              PIC 9(2)  VALUE ZERO.
           05 PGM-ENTRY OCCURS 50 TIMES.
               10 PGM-NAME             PIC X(10).
               10 PGM-HELD             PIC 9(1).
               10 PGM-NEXT-SLOT        PIC 9(1).
               10 PGM-HIST OCCURS 5 TIMES.
                   15 PGM-HIST-READ    PIC 9(7).
                   15 PGM-HIST-WRITTEN PIC 9(7).
               10 PGM-RUNS             PIC 9(5).
               10 PGM-ABNORMAL         PIC 9(5).
               10 PGM-TRENDS           PIC 9(5).
       01  PGM-SUB                    PIC 9(2)  VALUE ZERO.
       01  PGM-FOUND-SUB              PIC 9(2)  VALUE ZERO.
       01  PGM-FULL-SW                PIC X(1)  VALUE "N".
       01  SLOT-SUB                   PIC 9(1)  VALUE ZERO.

       01  TREND-KIND-WS               PIC X(1).
       01  TREND-COUNT-WS              PIC 9(7).
       01  TREND-SUM-WS                PIC 9(9).
       01  TREND-AVERAGE-WS            PIC 9(7)V99.
       01  TREND-PCT-WS                PIC 9(4).
       01  TREND-FLAGGED-SW            PIC X(1)   VALUE "N".
       01  FLAG-TEXT-WS                PIC X(32).

       01  TREND-MESSAGE-WS.
           05 TREND-WHICH-WS         PIC X(8).
           05 TREND-PCT-OUT          PIC ZZZ9.
           05 FILLER                 PIC X(20)
               VALUE "% OF TRAILING AVG".

       01  RUNS-LISTED-WS              PIC 9(5)   VALUE ZERO.
       01  ABNORMAL-COUNT-WS           PIC 9(5)   VALUE ZERO.
       01  TREND-FLAG-COUNT-WS         PIC 9(5)   VALUE ZERO.

       01  HISTORY-TITLE-LINE.
           05 FILLER  PIC X(17) VALUE "JOB HISTORY FROM ".
           05 TITLE-FROM-OUT         PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " TO ".
           05 TITLE-TO-OUT           PIC 9(8).
           05 FILLER  PIC X(6)  VALUE "  RUN ".
           05 TITLE-RUN-DATE-OUT     PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  DATE-HEADING-LINE.
           05 FILLER  PIC X(17) VALUE "---- RUNS ENDING ".
           05 DATE-HEADING-OUT       PIC 9(8).
       01  COLUMN-HEADING.
           05 FILLER  PIC X(12) VALUE "PROGRAM".
           05 FILLER  PIC X(12) VALUE "OPERATOR".
           05 FILLER  PIC X(17) VALUE "STARTED".
           05 FILLER  PIC X(8)  VALUE "ENDED".
           05 FILLER  PIC X(9)  VALUE "   READ".
           05 FILLER  PIC X(9)  VALUE "WRITTEN".
           05 FILLER  PIC X(9)  VALUE "REJECTED".
           05 FILLER  PIC X(16) VALUE " CONTROL TOTAL".
           05 FILLER  PIC X(4)  VALUE "CC".
           05 FILLER  PIC X(4)  VALUE "FLAG".
       01  RUN-DETAIL-LINE.
           05 DL-PROGRAM-OUT         PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-OPERATOR-OUT        PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-START-DATE-OUT      PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 DL-START-TIME-OUT      PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-END-TIME-OUT        PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-READ-OUT            PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-WRITTEN-OUT         PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-REJECTED-OUT        PIC ZZZZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-CONTROL-OUT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-CODE-OUT            PIC 99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DL-FLAG-OUT            PIC X(32).
       01  NONE-LINE.
           05 FILLER  PIC X(6)  VALUE SPACES.
           05 FILLER  PIC X(30) VALUE "NO RUNS LOGGED IN THE PERIOD".

       01  SUMMARY-TITLE-LINE.
           05 FILLER  PIC X(30) VALUE "---- SUMMARY BY PROGRAM".
       01  SUMMARY-HEADING.
           05 FILLER  PIC X(12) VALUE "PROGRAM".
           05 FILLER  PIC X(8)  VALUE "    RUNS".
           05 FILLER  PIC X(10) VALUE "  ABNORMAL".
           05 FILLER  PIC X(13) VALUE "  COUNT FLAGS".
       01  SUMMARY-DETAIL-LINE.
           05 SUM-PROGRAM-OUT        PIC X(12).
           05 SUM-RUNS-OUT           PIC ZZZZZZZ9.
           05 SUM-ABNORMAL-OUT       PIC ZZZZZZZZZ9.
           05 SUM-TRENDS-OUT         PIC ZZZZZZZZZZZZ9.
       01  TOTAL-LINE.
           05 FILLER  PIC X(15) VALUE "RUNS LISTED:   ".
           05 TOTAL-RUNS-OUT         PIC ZZZZ9.
           05 FILLER  PIC X(17) VALUE "   ABNORMAL ENDS ".
           05 TOTAL-ABNORMAL-OUT     PIC ZZZZ9.
           05 FILLER  PIC X(15) VALUE "   COUNT FLAGS ".
           05 TOTAL-TRENDS-OUT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-REPORT-JOB-HISTORY.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-DATE-RANGE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-READ-RUN-LOG
               PERFORM 230-REPORT-ONE-RUN
                   UNTIL EOF-RUN-LOG-SW = "YES"
               IF RUNS-LISTED-WS = ZERO
                   WRITE PRINTLINE FROM NONE-LINE
               END-IF
               PERFORM 300-PRINT-PROGRAM-SUMMARY
               PERFORM 390-CLOSE-FILES
               DISPLAY RUNS-LISTED-WS " RUNS, "
                       ABNORMAL-COUNT-WS " ABNORMAL, "
                       TREND-FLAG-COUNT-WS
                       " COUNT FLAGS - SEE JOBHIST.TXT"
               IF ABNORMAL-COUNT-WS > ZERO
                       OR TREND-FLAG-COUNT-WS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING RUNLOG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING JOBHIST-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-ACCEPT-DATE-RANGE.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY "Enter history start date (YYYYMMDD): ".
           ACCEPT FROM-DATE-WS.
           DISPLAY "Enter history end date (YYYYMMDD): ".
           ACCEPT TO-DATE-WS.

       210-OPEN-FILES.
           IF TO-DATE-WS < FROM-DATE-WS
               MOVE "Y" TO ABORT-SW
               DISPLAY "END DATE IS BEFORE START DATE"
           ELSE
               OPEN INPUT RUN-LOG-FILE
               IF RUN-LOG-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "RUNLOG.TXT NOT AVAILABLE - STATUS "
                           RUN-LOG-STATUS-WS
               ELSE
                   OPEN OUTPUT HISTORY-REPORT-OUT
                   MOVE FROM-DATE-WS TO TITLE-FROM-OUT
                   MOVE TO-DATE-WS TO TITLE-TO-OUT
                   MOVE TODAYS-DATE-WS TO TITLE-RUN-DATE-OUT
                   WRITE PRINTLINE FROM HISTORY-TITLE-LINE
                   DISPLAY HISTORY-TITLE-LINE
               END-IF
           END-IF.

       220-READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE "YES" TO EOF-RUN-LOG-SW
           END-READ.

      *-----------------------------------------------------------------
      * One run: judged against its program's trailing average before
      * it joins that average; listed only when it ended in the period.
      * An abnormal end is not added to the average it would distort.
      *-----------------------------------------------------------------
       230-REPORT-ONE-RUN.
           PERFORM 240-FIND-PROGRAM-ENTRY.
           MOVE SPACES TO FLAG-TEXT-WS.
           MOVE "N" TO TREND-FLAGGED-SW.
           IF RL-COMPLETION-CODE NOT < 8
               MOVE "ABNORMAL END" TO FLAG-TEXT-WS
           ELSE
               IF PGM-FOUND-SUB > ZERO
                   PERFORM 250-CHECK-TREND
               END-IF
               IF TREND-FLAGGED-SW = "N"
                       AND RL-COMPLETION-CODE NOT < 4
                   MOVE "ENDED WITH WARNINGS" TO FLAG-TEXT-WS
               END-IF
           END-IF.
           IF RL-END-DATE NOT < FROM-DATE-WS
                   AND RL-END-DATE NOT > TO-DATE-WS
               PERFORM 260-PRINT-RUN-LINE
           END-IF.
           IF RL-COMPLETION-CODE < 8 AND PGM-FOUND-SUB > ZERO
               PERFORM 270-ADD-TO-TREND
           END-IF.
           PERFORM 220-READ-RUN-LOG.

      *-----------------------------------------------------------------
      * The program's entry, added on its first run; a full table
      * leaves PGM-FOUND-SUB zero and the run is listed untrended
      *-----------------------------------------------------------------
       240-FIND-PROGRAM-ENTRY.
           MOVE ZERO TO PGM-FOUND-SUB.
           PERFORM 241-COMPARE-PROGRAM-ENTRY
               VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PGM-COUNT OR PGM-FOUND-SUB > ZERO.
           IF PGM-FOUND-SUB = ZERO
               IF PGM-COUNT < 50
                   ADD 1 TO PGM-COUNT
                   MOVE PGM-COUNT TO PGM-FOUND-SUB
                   MOVE RL-PROGRAM TO PGM-NAME(PGM-FOUND-SUB)
                   MOVE ZERO TO PGM-HELD(PGM-FOUND-SUB)
                   MOVE 1 TO PGM-NEXT-SLOT(PGM-FOUND-SUB)
                   MOVE ZERO TO PGM-RUNS(PGM-FOUND-SUB)
                   MOVE ZERO TO PGM-ABNORMAL(PGM-FOUND-SUB)
                   MOVE ZERO TO PGM-TRENDS(PGM-FOUND-SUB)
               ELSE
                   IF PGM-FULL-SW = "N"
                       MOVE "Y" TO PGM-FULL-SW
                       DISPLAY "MORE THAN 50 PROGRAMS ON RUNLOG.TXT - "
                               "LATER ONES ARE NOT TRENDED"
                   END-IF
               END-IF
           END-IF.

       241-COMPARE-PROGRAM-ENTRY.
           IF PGM-NAME(PGM-SUB) = RL-PROGRAM
               MOVE PGM-SUB TO PGM-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Records read, then records written, against the trailing
      * average; the first one out of line is the one shown
      *-----------------------------------------------------------------
       250-CHECK-TREND.
           IF PGM-HELD(PGM-FOUND-SUB) NOT < TREND-MINIMUM-WS
               MOVE "R" TO TREND-KIND-WS
               MOVE RL-RECORDS-READ TO TREND-COUNT-WS
               MOVE "READ" TO TREND-WHICH-WS
               PERFORM 251-COMPARE-TO-AVERAGE
               IF TREND-FLAGGED-SW = "N"
                   MOVE "W" TO TREND-KIND-WS
                   MOVE RL-RECORDS-WRITTEN TO TREND-COUNT-WS
                   MOVE "WRITTEN" TO TREND-WHICH-WS
                   PERFORM 251-COMPARE-TO-AVERAGE
               END-IF
           END-IF.

      *    An average of zero gives nothing to compare against
       251-COMPARE-TO-AVERAGE.
           MOVE ZERO TO TREND-SUM-WS.
           PERFORM 252-ADD-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > PGM-HELD(PGM-FOUND-SUB).
           COMPUTE TREND-AVERAGE-WS ROUNDED =
               TREND-SUM-WS / PGM-HELD(PGM-FOUND-SUB).
           IF TREND-AVERAGE-WS > ZERO
               COMPUTE TREND-PCT-WS ROUNDED =
                   TREND-COUNT-WS * 100 / TREND-AVERAGE-WS
                   ON SIZE ERROR
                       MOVE 9999 TO TREND-PCT-WS
               END-COMPUTE
               IF TREND-PCT-WS < TREND-LOW-PCT-WS
                       OR TREND-PCT-WS > TREND-HIGH-PCT-WS
                   MOVE "Y" TO TREND-FLAGGED-SW
                   MOVE TREND-PCT-WS TO TREND-PCT-OUT
                   MOVE TREND-MESSAGE-WS TO FLAG-TEXT-WS
               END-IF
           END-IF.

       252-ADD-ONE-SLOT.
           IF TREND-KIND-WS = "R"
               ADD PGM-HIST-READ(PGM-FOUND-SUB, SLOT-SUB)
                   TO TREND-SUM-WS
           ELSE
               ADD PGM-HIST-WRITTEN(PGM-FOUND-SUB, SLOT-SUB)
                   TO TREND-SUM-WS
           END-IF.

      *-----------------------------------------------------------------
      * A new end date starts a new group under its own heading
      *-----------------------------------------------------------------
       260-PRINT-RUN-LINE.
           IF RL-END-DATE NOT = LAST-DATE-PRINTED-WS
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
               MOVE RL-END-DATE TO DATE-HEADING-OUT
               WRITE PRINTLINE FROM DATE-HEADING-LINE
               WRITE PRINTLINE FROM COLUMN-HEADING
               MOVE RL-END-DATE TO LAST-DATE-PRINTED-WS
           END-IF.
           MOVE RL-PROGRAM          TO DL-PROGRAM-OUT.
           MOVE RL-OPERATOR         TO DL-OPERATOR-OUT.
           MOVE RL-START-DATE       TO DL-START-DATE-OUT.
           MOVE RL-START-TIME       TO DL-START-TIME-OUT.
           MOVE RL-END-TIME         TO DL-END-TIME-OUT.
           MOVE RL-RECORDS-READ     TO DL-READ-OUT.
           MOVE RL-RECORDS-WRITTEN  TO DL-WRITTEN-OUT.
           MOVE RL-RECORDS-REJECTED TO DL-REJECTED-OUT.
           MOVE RL-CONTROL-TOTAL    TO DL-CONTROL-OUT.
           MOVE RL-COMPLETION-CODE  TO DL-CODE-OUT.
           MOVE FLAG-TEXT-WS        TO DL-FLAG-OUT.
           WRITE PRINTLINE FROM RUN-DETAIL-LINE.
           ADD 1 TO RUNS-LISTED-WS.
           IF RL-COMPLETION-CODE NOT < 8
               ADD 1 TO ABNORMAL-COUNT-WS
           END-IF.
           IF TREND-FLAGGED-SW = "Y"
               ADD 1 TO TREND-FLAG-COUNT-WS
           END-IF.
           IF PGM-FOUND-SUB > ZERO
               ADD 1 TO PGM-RUNS(PGM-FOUND-SUB)
               IF RL-COMPLETION-CODE NOT < 8
                   ADD 1 TO PGM-ABNORMAL(PGM-FOUND-SUB)
               END-IF
               IF TREND-FLAGGED-SW = "Y"
                   ADD 1 TO PGM-TRENDS(PGM-FOUND-SUB)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The completed run takes the ring's next slot, overwriting the
      * oldest once five are held
      *-----------------------------------------------------------------
       270-ADD-TO-TREND.
           MOVE PGM-NEXT-SLOT(PGM-FOUND-SUB) TO SLOT-SUB.
           MOVE RL-RECORDS-READ
               TO PGM-HIST-READ(PGM-FOUND-SUB, SLOT-SUB).
           MOVE RL-RECORDS-WRITTEN
               TO PGM-HIST-WRITTEN(PGM-FOUND-SUB, SLOT-SUB).
           IF PGM-HELD(PGM-FOUND-SUB) < TREND-RUNS-WS
               ADD 1 TO PGM-HELD(PGM-FOUND-SUB)
           END-IF.
           IF SLOT-SUB < TREND-RUNS-WS
               ADD 1 TO PGM-NEXT-SLOT(PGM-FOUND-SUB)
           ELSE
               MOVE 1 TO PGM-NEXT-SLOT(PGM-FOUND-SUB)
           END-IF.

      *-----------------------------------------------------------------
      * Runs, abnormal ends and count flags per program in the period
      *-----------------------------------------------------------------
       300-PRINT-PROGRAM-SUMMARY.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM SUMMARY-TITLE-LINE.
           WRITE PRINTLINE FROM SUMMARY-HEADING.
           PERFORM 301-PRINT-ONE-PROGRAM
               VARYING PGM-SUB FROM 1 BY 1
               UNTIL PGM-SUB > PGM-COUNT.
           MOVE RUNS-LISTED-WS TO TOTAL-RUNS-OUT.
           MOVE ABNORMAL-COUNT-WS TO TOTAL-ABNORMAL-OUT.
           MOVE TREND-FLAG-COUNT-WS TO TOTAL-TRENDS-OUT.
           WRITE PRINTLINE FROM TOTAL-LINE.

       301-PRINT-ONE-PROGRAM.
           IF PGM-RUNS(PGM-SUB) > ZERO
               MOVE PGM-NAME(PGM-SUB)     TO SUM-PROGRAM-OUT
               MOVE PGM-RUNS(PGM-SUB)     TO SUM-RUNS-OUT
               MOVE PGM-ABNORMAL(PGM-SUB) TO SUM-ABNORMAL-OUT
               MOVE PGM-TRENDS(PGM-SUB)   TO SUM-TRENDS-OUT
               WRITE PRINTLINE FROM SUMMARY-DETAIL-LINE
           END-IF.

       390-CLOSE-FILES.
           CLOSE RUN-LOG-FILE.
           CLOSE HISTORY-REPORT-OUT.

       END PROGRAM JOBHIST.
