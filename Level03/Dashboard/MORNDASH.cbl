      *            the open count in EXCEPTIONS.TXT, the NIGHTLY.CKP
      *            checkpoint (present only when the nightly stopped
      *            partway), and the discrepancy summary line in
      *            RECONCILE's report when that ran, and DEPRECON's
      *            outstanding bank-deposit count - and prints each
      *            feed's counts and totals, whether the edited batch
      *            ties to the deposit, and an overall PASS/FAIL to
      *            DASHBOARD.TXT.
      * Tectonics: cobc
      * 2026/10/15 SA  The deposit total now includes EODCLOSE's PAD
      *                 column: settled pre-authorized debits arrive in
      *                 the edited batch, so the tie must count them.
      * 2026/10/15 SA  New BANK DEPOSIT MATCH feed from DEPRECON.TXT:
      *                 the outstanding-items count, failing the page
      *                 when any deposit was credited short, over or
      *                 not at all (in-transit items are only counted).
      * 2026/10/15 SA  New BATCH RUN LOG feed from RUNLOG.TXT: each
      *                 batch program's most recent completion code,
      *                 failing the page while any program's latest
      *                 run ended abnormally, instead of success being
      *                 inferred only from which files exist.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNDASH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLEXTRACT-FILE-IN
                ASSIGN USING GLEXTRACT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GL-STATUS-WS.

           SELECT ACCEPTED-FILE-IN
                ASSIGN USING TUITIONACC-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ACC-STATUS-WS.

           SELECT DEPOSIT-FILE-IN
                ASSIGN USING DEPOSIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DEPOSIT-STATUS-WS.

           SELECT EXCEPTION-FILE-IN
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXCEPTION-STATUS-WS.

           SELECT CHECKPOINT-FILE-IN
                ASSIGN USING NIGHTLY-CKP-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHECKPOINT-STATUS-WS.

           SELECT RECONCILE-FILE-IN
                ASSIGN USING RECONCILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECONCILE-STATUS-WS.

           SELECT DEPRECON-FILE-IN
                ASSIGN USING DEPRECON-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DEPRECON-STATUS-WS.

           SELECT RUN-LOG-FILE-IN
                ASSIGN USING RUNLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RUN-LOG-STATUS-WS.

           SELECT DASHBOARD-FILE-OUT
                ASSIGN USING DASHBOARD-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 DEP-CARD-IN            PIC X(10).
           05 FILLER                 PIC X(4).
           05 DEP-REVERSALS-IN       PIC X(10).
           05 FILLER                 PIC X(11).
           05 DEP-PAD-IN             PIC X(10).

       FD  EXCEPTION-FILE-IN.
           COPY "EXCEPTION-RECORD.TXT".
           05 RECON-TEXT-IN          PIC X(40).
           05 FILLER                 PIC X(66).

       FD  DEPRECON-FILE-IN.
       01  DEPRECON-LINE-IN.
           05 DEPR-COUNT-IN          PIC X(4).
           05 DEPR-TEXT-IN           PIC X(40).
           05 FILLER                 PIC X(46).

       FD  RUN-LOG-FILE-IN.
           COPY "RUN-LOG.TXT".

       FD  DASHBOARD-FILE-OUT.
       01  PRINTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  GLEXTRACT-PATH-WS           PIC X(80)
               VALUE "GLEXTRACT.TXT".
       01  TUITIONACC-PATH-WS          PIC X(80)
               VALUE "TUITIONACC.TXT".
       01  DEPOSIT-PATH-WS             PIC X(80)
               VALUE "DEPOSIT.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  NIGHTLY-CKP-PATH-WS         PIC X(80)
               VALUE "NIGHTLY.CKP".
       01  RECONCILE-PATH-WS           PIC X(80)
               VALUE "RECONCILE.TXT".
       01  DEPRECON-PATH-WS            PIC X(80)
               VALUE "DEPRECON.TXT".
       01  RUNLOG-PATH-WS              PIC X(80)
               VALUE "RUNLOG.TXT".
       01  DASHBOARD-PATH-WS           PIC X(80)
               VALUE "DASHBOARD.TXT".

       01  GL-STATUS-WS                PIC X(2).
       01  ACC-STATUS-WS               PIC X(2).
       01  DEPOSIT-STATUS-WS           PIC X(2).
       01  EXCEPTION-STATUS-WS         PIC X(2).
       01  CHECKPOINT-STATUS-WS        PIC X(2).
       01  RECONCILE-STATUS-WS         PIC X(2).
       01  DEPRECON-STATUS-WS          PIC X(2).
       01  RUN-LOG-STATUS-WS           PIC X(2).
       01  EOF-FEED-SW                 PIC X(3)   VALUE "NO".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  OVERALL-PASS-SW             PIC X(1)   VALUE "Y".
       01  DEPOSIT-CASH-WS             PIC 9(7)V99 VALUE ZERO.
       01  DEPOSIT-CHEQUE-WS           PIC 9(7)V99 VALUE ZERO.
       01  DEPOSIT-CARD-WS             PIC 9(7)V99 VALUE ZERO.
       01  DEPOSIT-PAD-WS              PIC 9(7)V99 VALUE ZERO.
       01  DEPOSIT-TOTAL-WS            PIC 9(8)V99 VALUE ZERO.
       01  DEPOSIT-TOTAL-EDIT-WS       PIC Z,ZZZ,ZZ9.99.

       01  DISCREPANCY-X-WS            PIC X(4)   VALUE SPACES.
       01  DISCREPANCY-WS              PIC 9(4)   VALUE ZERO.

      *-----------------------------------------------------------------
      *DEPRECON's summary: everything still open against the bank,
      *and how many of those are short rather than just in transit
      *-----------------------------------------------------------------
       01  DEPRECON-SEEN-SW            PIC X(1)   VALUE "N".
       01  DEPR-COUNT-X-WS             PIC X(4)   VALUE SPACES.
       01  OUTSTANDING-DEPOSIT-WS      PIC 9(4)   VALUE ZERO.
       01  SHORT-DEPOSIT-WS            PIC 9(4)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Run log: each program's most recent completion code, so a
      *program whose last run ended abnormally shows until it is rerun
      *cleanly
      *-----------------------------------------------------------------
       01  RUN-LOG-SEEN-SW             PIC X(1)   VALUE "N".
       01  LAST-RUN-TBL.
           05 LR-COUNT               PIC 9(2)  VALUE ZERO.
           05 LR-ENTRY OCCURS 50 TIMES.
               10 LR-PROGRAM           PIC X(10).
               10 LR-CODE              PIC 9(2).
       01  LR-SUB                      PIC 9(2)   VALUE ZERO.
       01  LR-FOUND-SUB                PIC 9(2)   VALUE ZERO.
       01  ABNORMAL-PROGRAM-WS         PIC 9(2)   VALUE ZERO.
       01  FIRST-ABNORMAL-WS           PIC X(10)  VALUE SPACES.

       01  DASH-TITLE-LINE.
           05 FILLER  PIC X(28) VALUE "MORNING BATCH DASHBOARD FOR ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  DASH-FEED-LINE.
           05 DASH-FEED-OUT          PIC X(22).
           05 DASH-STATE-OUT         PIC X(8).

       PROCEDURE DIVISION.
       100-PRODUCE-DASHBOARD.
           PERFORM 170-RESOLVE-DATA-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT DASHBOARD-FILE-OUT.
           MOVE TODAYS-DATE-WS TO TITLE-DATE-OUT.
           PERFORM 230-TIE-EDIT-TO-DEPOSIT.
           PERFORM 240-CHECK-OPEN-EXCEPTIONS.
           PERFORM 250-CHECK-NIGHTLY-CHECKPOINT.
           PERFORM 255-CHECK-RUN-LOG.
           PERFORM 260-CHECK-RECONCILE-REPORT.
           PERFORM 265-CHECK-DEPOSIT-RECON.
           PERFORM 270-PRINT-OVERALL-RESULT.
           CLOSE DASHBOARD-FILE-OUT.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING GLEXTRACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONACC-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DEPOSIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING NIGHTLY-CKP-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECONCILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DEPRECON-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RUNLOG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DASHBOARD-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       400-PRINT-LINE-FROM-TITLE.
           DISPLAY DASH-TITLE-LINE.
           WRITE PRINTLINE FROM DASH-TITLE-LINE.
           IF DEPOSIT-SEEN-SW = "Y"
               COMPUTE DEPOSIT-TOTAL-WS =
                   DEPOSIT-CASH-WS + DEPOSIT-CHEQUE-WS
                   + DEPOSIT-CARD-WS + DEPOSIT-PAD-WS
               MOVE DEPOSIT-TOTAL-WS TO DEPOSIT-TOTAL-EDIT-WS
               MOVE "PASS" TO DASH-STATE-OUT
               STRING "DRAWER TOTAL " DEPOSIT-TOTAL-EDIT-WS
                       MOVE DEP-CARD-IN TO DEP-EDIT-FIELD-X
                       PERFORM 222-DE-EDIT-DEPOSIT-AMOUNT
                       MOVE DEP-AMOUNT-WS TO DEPOSIT-CARD-WS
                       MOVE DEP-PAD-IN TO DEP-EDIT-FIELD-X
                       PERFORM 222-DE-EDIT-DEPOSIT-AMOUNT
                       MOVE DEP-AMOUNT-WS TO DEPOSIT-PAD-WS
                   END-IF
           END-READ.

           END-IF.
           PERFORM 410-PRINT-FEED-LINE.

      *-----------------------------------------------------------------
      * Every batch program leaves a RUNLOG.TXT record with its
      * completion code; any program whose latest run ended 08 or
      * more fails the page
      *-----------------------------------------------------------------
       255-CHECK-RUN-LOG.
           MOVE "NO" TO EOF-FEED-SW.
           OPEN INPUT RUN-LOG-FILE-IN.
           IF RUN-LOG-STATUS-WS = "00"
               PERFORM 256-SCAN-ONE-RUN-LOG-LINE
                   UNTIL EOF-FEED-SW = "YES"
               CLOSE RUN-LOG-FILE-IN
           END-IF.
           PERFORM 258-COUNT-ONE-LAST-RUN
               VARYING LR-SUB FROM 1 BY 1
               UNTIL LR-SUB > LR-COUNT.
           MOVE "BATCH RUN LOG" TO DASH-FEED-OUT.
           IF RUN-LOG-SEEN-SW = "N"
               MOVE "N/A" TO DASH-STATE-OUT
               MOVE "NO RUNS LOGGED" TO DASH-DETAIL-OUT
           ELSE
               IF ABNORMAL-PROGRAM-WS > ZERO
                   MOVE "FAIL" TO DASH-STATE-OUT
                   STRING "PROGRAMS: " LR-COUNT
                       "  LAST RUN 08+: " ABNORMAL-PROGRAM-WS
                       " " FIRST-ABNORMAL-WS
                       DELIMITED BY SIZE INTO DASH-DETAIL-OUT
                   MOVE "N" TO OVERALL-PASS-SW
               ELSE
                   MOVE "PASS" TO DASH-STATE-OUT
                   STRING "PROGRAMS: " LR-COUNT
                       "  ALL LAST RUNS ENDED NORMALLY"
                       DELIMITED BY SIZE INTO DASH-DETAIL-OUT
               END-IF
           END-IF.
           PERFORM 410-PRINT-FEED-LINE.

       256-SCAN-ONE-RUN-LOG-LINE.
           READ RUN-LOG-FILE-IN
               AT END
                   MOVE "YES" TO EOF-FEED-SW
               NOT AT END
                   MOVE "Y" TO RUN-LOG-SEEN-SW
                   MOVE ZERO TO LR-FOUND-SUB
                   PERFORM 257-COMPARE-LAST-RUN
                       VARYING LR-SUB FROM 1 BY 1
                       UNTIL LR-SUB > LR-COUNT
                           OR LR-FOUND-SUB > ZERO
                   IF LR-FOUND-SUB = ZERO AND LR-COUNT < 50
                       ADD 1 TO LR-COUNT
                       MOVE LR-COUNT TO LR-FOUND-SUB
                       MOVE RL-PROGRAM TO LR-PROGRAM(LR-FOUND-SUB)
                   END-IF
                   IF LR-FOUND-SUB > ZERO
                       MOVE RL-COMPLETION-CODE TO LR-CODE(LR-FOUND-SUB)
                   END-IF
           END-READ.

       257-COMPARE-LAST-RUN.
           IF LR-PROGRAM(LR-SUB) = RL-PROGRAM
               MOVE LR-SUB TO LR-FOUND-SUB
           END-IF.

       258-COUNT-ONE-LAST-RUN.
           IF LR-CODE(LR-SUB) NOT < 8
               ADD 1 TO ABNORMAL-PROGRAM-WS
               IF FIRST-ABNORMAL-WS = SPACES
                   MOVE LR-PROGRAM(LR-SUB) TO FIRST-ABNORMAL-WS
               END-IF
           END-IF.

       260-CHECK-RECONCILE-REPORT.
           MOVE "NO" TO EOF-FEED-SW.
           OPEN INPUT RECONCILE-FILE-IN.
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Deposits still in transit to the bank are normal for a day or
      * two and only counted; a deposit the bank credited short, over
      * or never is a fail
      *-----------------------------------------------------------------
       265-CHECK-DEPOSIT-RECON.
           MOVE "NO" TO EOF-FEED-SW.
           OPEN INPUT DEPRECON-FILE-IN.
           IF DEPRECON-STATUS-WS = "00"
               PERFORM 266-SCAN-ONE-DEPRECON-LINE
                   UNTIL EOF-FEED-SW = "YES"
               CLOSE DEPRECON-FILE-IN
           END-IF.
           MOVE "BANK DEPOSIT MATCH" TO DASH-FEED-OUT.
           IF DEPRECON-SEEN-SW = "N"
               MOVE "N/A" TO DASH-STATE-OUT
               MOVE "DEPRECON DID NOT RUN" TO DASH-DETAIL-OUT
           ELSE
               IF SHORT-DEPOSIT-WS > ZERO
                   MOVE "FAIL" TO DASH-STATE-OUT
                   MOVE "N" TO OVERALL-PASS-SW
               ELSE
                   IF OUTSTANDING-DEPOSIT-WS > ZERO
                       MOVE "INFO" TO DASH-STATE-OUT
                   ELSE
                       MOVE "PASS" TO DASH-STATE-OUT
                   END-IF
               END-IF
               STRING "OUTSTANDING ITEMS: " OUTSTANDING-DEPOSIT-WS
                   "  SHORT: " SHORT-DEPOSIT-WS
                   DELIMITED BY SIZE INTO DASH-DETAIL-OUT
           END-IF.
           PERFORM 410-PRINT-FEED-LINE.

       266-SCAN-ONE-DEPRECON-LINE.
           READ DEPRECON-FILE-IN
               AT END
                   MOVE "YES" TO EOF-FEED-SW
               NOT AT END
                   IF DEPR-TEXT-IN(1 : 27)
                           = " OUTSTANDING DEPOSIT ITEMS."
                       MOVE "Y" TO DEPRECON-SEEN-SW
                       MOVE DEPR-COUNT-IN TO DEPR-COUNT-X-WS
                       INSPECT DEPR-COUNT-X-WS
                           REPLACING ALL " " BY "0"
                       MOVE DEPR-COUNT-X-WS TO OUTSTANDING-DEPOSIT-WS
                   END-IF
                   IF DEPR-TEXT-IN(1 : 38)
                           = " DEPOSITS SHORT, OVER OR NOT RECEIVED."
                       MOVE DEPR-COUNT-IN TO DEPR-COUNT-X-WS
                       INSPECT DEPR-COUNT-X-WS
                           REPLACING ALL " " BY "0"
                       MOVE DEPR-COUNT-X-WS TO SHORT-DEPOSIT-WS
                   END-IF
           END-READ.

       270-PRINT-OVERALL-RESULT.
           IF OVERALL-PASS-SW = "Y"
               MOVE "PASS - SIGN AND FILE" TO DASH-RESULT-OUT
