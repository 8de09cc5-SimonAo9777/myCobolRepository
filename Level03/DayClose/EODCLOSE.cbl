      *                 flagged "C", written by REASSESS) also total
      *                 into the adjustments column, for the same
      *                 reason.
      * 2026/10/15 SA  Ancillary fee charges (audit lines flagged "X",
      *                 written by FEEASSES) also total into the
      *                 adjustments column.
      * 2026/10/15 SA  Pre-authorized debit receipts (method P) total
      *                 into their own PAD column - the bank collected
      *                 them, not the drawer.  The column is added at
      *                 the end of the line so MORNDASH's offsets for
      *                 the existing columns stand.
      * 2026/10/15 SA  NSF fee charges (audit lines flagged "N", written
      *                 by NSFIMP) total into the adjustments column.
      * 2026/10/15 SA  Each close-out also appends the day's method
      *                 totals to DEPHIST.TXT, so DEPRECON can match
      *                 every day's deposit against the bank statement
      *                 after DEPOSIT.TXT has been overwritten.
      * 2026/10/15 SA  Bad-debt write-offs ("B") and agency recoveries
      *                 ("Y") never pass through a drawer; they go in
      *                 the adjustments column with the other
      *                 non-cash lines.
      * 2026/10/15 SA  Applicant deposits taken at the counter ("D"
      *                 lines, reason DP) are drawer money under their
      *                 method like any payment; deposit refunds and
      *                 forfeits ("D", DR/DF) and deposits applied at
      *                 load ("E") go in the adjustments column.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: audit
      *                 lines read, lines totalled for the day, the
      *                 day's receipts as control total and the return
      *                 code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODCLOSE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT DEPOSIT-REPORT-OUT
                ASSIGN USING DEPOSIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPOSIT-HISTORY-OUT
                ASSIGN USING DEPHIST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  DEPOSIT-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).

      *-----------------------------------------------------------------
      *One row per close-out, appended, for the bank deposit match
      *-----------------------------------------------------------------
       FD  DEPOSIT-HISTORY-OUT.
           COPY "DEPOSIT-HISTORY.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  DEPOSIT-PATH-WS             PIC X(80)
               VALUE "DEPOSIT.TXT".
       01  DEPHIST-PATH-WS             PIC X(80)
               VALUE "DEPHIST.TXT".

       01  AUDIT-STATUS-WS             PIC X(2).
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
               10 DRAWER-CASH          PIC 9(7)V99.
               10 DRAWER-CHEQUE        PIC 9(7)V99.
               10 DRAWER-CARD          PIC 9(7)V99.
               10 DRAWER-PAD           PIC 9(7)V99.
               10 DRAWER-REVERSALS     PIC 9(7)V99.
               10 DRAWER-TXN-COUNT     PIC 9(4).
       01  DRAWER-SUB                 PIC 9(2)  VALUE ZERO.
       01  TOTAL-CASH-WS               PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-CHEQUE-WS             PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-CARD-WS               PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-PAD-WS                PIC 9(8)V99  VALUE ZERO.
       01  TOTAL-REVERSALS-WS          PIC 9(8)V99  VALUE ZERO.
       01  AUDIT-READ-COUNT-WS         PIC 9(7)     VALUE ZERO.
       01  CLOSEOUT-COUNT-WS           PIC 9(7)     VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  DE-EDIT-WORK-WS.
           05 DE-EDIT-FIELD-X.
       01  DEPOSIT-TITLE-LINE.
           05 FILLER  PIC X(30) VALUE "DEPOSIT SUMMARY FOR ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  DEPOSIT-HEADING.
           05 FILLER  PIC X(12) VALUE "OPERATOR".
           05 FILLER  PIC X(14) VALUE "CASH".
           05 FILLER  PIC X(14) VALUE "CHEQUE".
           05 FILLER  PIC X(14) VALUE "CARD".
           05 FILLER  PIC X(14) VALUE "REVERSALS".
           05 FILLER  PIC X(7)  VALUE "TXNS".
           05 FILLER  PIC X(3)  VALUE "PAD".
       01  DEPOSIT-DETAIL-LINE.
           05 DEP-OPERATOR-OUT       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DEP-REVERSALS-OUT      PIC ZZZ,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 DEP-TXNS-OUT           PIC ZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 DEP-PAD-OUT            PIC ZZZ,ZZ9.99.
       01  SIGNATURE-LINE.
           05 FILLER  PIC X(40)
               VALUE "CASHIER SIGNATURE: ____________________".

       PROCEDURE DIVISION.
       100-PRODUCE-CLOSEOUT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-CLOSEOUT-DATE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
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
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DEPOSIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DEPHIST-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the control total is the
      * day's receipts across all four payment methods
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "EODCLOSE" TO RL-PROGRAM.
           MOVE "EODCLOSE" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE AUDIT-READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE CLOSEOUT-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           ADD TOTAL-CASH-WS TOTAL-CHEQUE-WS TOTAL-CARD-WS
               TOTAL-PAD-WS GIVING RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-CLOSEOUT-DATE.
           DISPLAY "Enter close-out date (YYYYMMDD): ".
           ACCEPT CLOSEOUT-DATE-WS.
                       AUDIT-STATUS-WS
           ELSE
               OPEN OUTPUT DEPOSIT-REPORT-OUT
               OPEN EXTEND DEPOSIT-HISTORY-OUT
           END-IF.

       220-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT-WS
           END-READ.

      *-----------------------------------------------------------------
                   MOVE ZERO TO DRAWER-CASH(DRAWER-FOUND-SUB)
                   MOVE ZERO TO DRAWER-CHEQUE(DRAWER-FOUND-SUB)
                   MOVE ZERO TO DRAWER-CARD(DRAWER-FOUND-SUB)
                   MOVE ZERO TO DRAWER-PAD(DRAWER-FOUND-SUB)
                   MOVE ZERO TO DRAWER-REVERSALS(DRAWER-FOUND-SUB)
                   MOVE ZERO TO DRAWER-TXN-COUNT(DRAWER-FOUND-SUB)
                   MOVE "Y" TO DRAWER-FOUND-SW

       320-ADD-TO-DRAWER.
           ADD 1 TO DRAWER-TXN-COUNT(DRAWER-FOUND-SUB).
           ADD 1 TO CLOSEOUT-COUNT-WS.
           IF AUDIT-TXN-TYPE = "R" OR AUDIT-TXN-TYPE = "W"
                   OR AUDIT-TXN-TYPE = "F" OR AUDIT-TXN-TYPE = "A"
                   OR AUDIT-TXN-TYPE = "L" OR AUDIT-TXN-TYPE = "C"
                   OR AUDIT-TXN-TYPE = "X" OR AUDIT-TXN-TYPE = "N"
                   OR AUDIT-TXN-TYPE = "B" OR AUDIT-TXN-TYPE = "Y"
                   OR AUDIT-TXN-TYPE = "E"
                   OR (AUDIT-TXN-TYPE = "D"
                       AND AUDIT-REASON-CODE NOT = "DP")
               ADD PAYMENT-AMOUNT-WS
                   TO DRAWER-REVERSALS(DRAWER-FOUND-SUB)
               ADD PAYMENT-AMOUNT-WS TO TOTAL-REVERSALS-WS
                       ADD PAYMENT-AMOUNT-WS
                           TO DRAWER-CARD(DRAWER-FOUND-SUB)
                       ADD PAYMENT-AMOUNT-WS TO TOTAL-CARD-WS
                   ELSE
                   IF AUDIT-METHOD = "P"
                       ADD PAYMENT-AMOUNT-WS
                           TO DRAWER-PAD(DRAWER-FOUND-SUB)
                       ADD PAYMENT-AMOUNT-WS TO TOTAL-PAD-WS
                   ELSE
                       ADD PAYMENT-AMOUNT-WS
                           TO DRAWER-CASH(DRAWER-FOUND-SUB)
                       ADD PAYMENT-AMOUNT-WS TO TOTAL-CASH-WS
                   END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE TOTAL-CASH-WS      TO DEP-CASH-OUT.
           MOVE TOTAL-CHEQUE-WS    TO DEP-CHEQUE-OUT.
           MOVE TOTAL-CARD-WS      TO DEP-CARD-OUT.
           MOVE TOTAL-PAD-WS       TO DEP-PAD-OUT.
           MOVE TOTAL-REVERSALS-WS TO DEP-REVERSALS-OUT.
           MOVE ZERO TO DEP-TXNS-OUT.
           DISPLAY DEPOSIT-DETAIL-LINE.
           IF DRAWER-COUNT = ZERO
               DISPLAY "NO POSTINGS FOUND FOR " CLOSEOUT-DATE-WS
           END-IF.
           PERFORM 340-WRITE-DEPOSIT-HISTORY.

       330-PRINT-ONE-DRAWER-LINE.
           MOVE DRAWER-OPERATOR(DRAWER-SUB)  TO DEP-OPERATOR-OUT.
           MOVE DRAWER-CASH(DRAWER-SUB)      TO DEP-CASH-OUT.
           MOVE DRAWER-CHEQUE(DRAWER-SUB)    TO DEP-CHEQUE-OUT.
           MOVE DRAWER-CARD(DRAWER-SUB)      TO DEP-CARD-OUT.
           MOVE DRAWER-PAD(DRAWER-SUB)       TO DEP-PAD-OUT.
           MOVE DRAWER-REVERSALS(DRAWER-SUB) TO DEP-REVERSALS-OUT.
           MOVE DRAWER-TXN-COUNT(DRAWER-SUB) TO DEP-TXNS-OUT.
           DISPLAY DEPOSIT-DETAIL-LINE.
           WRITE PRINTLINE FROM DEPOSIT-DETAIL-LINE.

      *-----------------------------------------------------------------
      * DEPOSIT.TXT only ever holds the last day closed; the history
      * row keeps every day's method totals for DEPRECON to match
      * against the bank statement
      *-----------------------------------------------------------------
       340-WRITE-DEPOSIT-HISTORY.
           MOVE CLOSEOUT-DATE-WS TO DPH-CLOSEOUT-DATE.
           MOVE TOTAL-CASH-WS    TO DPH-CASH.
           MOVE TOTAL-CHEQUE-WS  TO DPH-CHEQUE.
           MOVE TOTAL-CARD-WS    TO DPH-CARD.
           MOVE TOTAL-PAD-WS     TO DPH-PAD.
           ACCEPT DPH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DPH-RUN-TIME FROM TIME.
           WRITE DEPOSIT-HISTORY.

       290-CLOSE-FILES.
           CLOSE TUITION-AUDIT-FILE.
           CLOSE DEPOSIT-REPORT-OUT.
           CLOSE DEPOSIT-HISTORY-OUT.

       END PROGRAM EODCLOSE.
