      *            finance, the way Project2 deletes an extract that
      *            does not balance.
      * Tectonics: cobc
      * 2026/10/15 SA  The day's receivable credit for payments is now
      *                 split into one line per term, from the term
      *                 stamped on each audit line, so finance can see
      *                 what was paid against each term's receivable.
      *                 Lines with no term (written before the term was
      *                 stamped) stay on the plain TUITION RECEIVABLE
      *                 line; the entry still balances as one.
      * 2026/10/15 SA  Ancillary fees ("X" lines from FEEASSES) are
      *                 journalled by fee code: one receivable debit
      *                 against a credit to each fee's own revenue
      *                 account from FEESCHED.TXT.  A fee code no
      *                 longer on the schedule goes to the general
      *                 ancillary fee account 4500.
      * 2026/10/15 SA  Pre-authorized debit receipts (method P, from
      *                 the bank's PAD settlements) debit their own
      *                 account 1040 instead of falling in with cash.
      * 2026/10/15 SA  NSF fees ("N" lines from NSFIMP) are journalled
      *                 DR 1200 receivable / CR 4600 NSF fee revenue.
      *                 The NS reversal that comes with each returned
      *                 item stays on its reversal-reason line.
      * 2026/10/15 SA  Bad-debt write-offs ("B" lines from WRITEOFF)
      *                 are journalled DR 5100 bad-debt expense / CR
      *                 1200 receivable - an expense, not a payment.
      *                 Agency recoveries ("Y" lines from AGYRECOV,
      *                 net of the agency's commission) are journalled
      *                 DR 1060 agency remittances / CR 5100.
      * 2026/10/15 SA  "F" lines under reason VD (a refund cheque
      *                 stopped in REFUNDPAY) post DR 1020 / CR 2100,
      *                 reversing the cheque and reinstating the refund.
      * 2026/10/15 SA  Applicant deposits: money taken ("D" lines,
      *                 reason DP, from APPLMNT) is debited under its
      *                 method and credited to 2150 applicant deposits
      *                 held; a deposit applied at load ("E" from
      *                 STULOAD) is DR 2150 / CR 1200; a refund queued
      *                 (DR) is DR 2150 / CR 2100, paid out later by
      *                 REFUNDPAY's "F" line; a forfeit (DF) is DR 2150
      *                 / CR 4700 forfeited deposit revenue.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: audit
      *                 lines read, journal lines written, the debit
      *                 total as control total and the return code.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The DEL of the journal is built
      *                 from the resolved name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHJRNL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT FEE-FILE-IN
                ASSIGN USING FEESCHED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FEE-STATUS-WS.

           SELECT JOURNAL-FILE-OUT
                ASSIGN USING CASHJRNL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 AUDIT-TIME             PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-METHOD           PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF         PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-CODE        PIC X(4).

       FD  FEE-FILE-IN.
           COPY "FEE-SCHEDULE.TXT".

      *-----------------------------------------------------------------
      *Comma-delimited journal entry, HDR and TRL control records
       01  JOURNAL-TRAILER-OUT        PIC X(32).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  FEESCHED-PATH-WS            PIC X(80)
               VALUE "FEESCHED.TXT".
       01  CASHJRNL-PATH-WS            PIC X(80)
               VALUE "CASHJRNL.TXT".

       01  AUDIT-STATUS-WS             PIC X(2).
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  FEE-STATUS-WS               PIC X(2).
       01  EOF-FEE-SW                  PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  JOURNAL-DATE-WS             PIC 9(8).
       01  JOURNAL-DATE-X-WS REDEFINES JOURNAL-DATE-WS
       01  TOTAL-CASH-WS               PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-CHEQUE-WS             PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-CARD-WS               PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-PAD-WS                PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-PAYMENTS-WS           PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-WITHDRAWALS-WS        PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-AWARDS-WS             PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-REFUNDS-WS            PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-REFUND-VOIDS-WS       PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-LATEFEES-WS           PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-REASSESS-WS           PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-NSFFEES-WS            PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-WRITEOFFS-WS          PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-RECOVERIES-WS         PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-DEP-TAKEN-WS          PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-DEP-APPLIED-WS        PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-DEP-REFUNDS-WS        PIC 9(7)V99  VALUE ZERO.
       01  TOTAL-DEP-FORFEITS-WS       PIC 9(7)V99  VALUE ZERO.

       01  REVERSAL-TBL.
           05 REVERSAL-COUNT         PIC 9(2)  VALUE ZERO.
       01  REV-FOUND-SW               PIC X(1)  VALUE "N".
       01  TOTAL-REVERSALS-WS          PIC 9(7)V99  VALUE ZERO.

      *-----------------------------------------------------------------
      *The day's ancillary fees by fee code, each carrying the
      *revenue account the schedule gives it
      *-----------------------------------------------------------------
       01  FEE-TOTAL-TBL.
           05 FEE-TOTAL-COUNT        PIC 9(3)  VALUE ZERO.
           05 FEE-TOTAL-ENTRY OCCURS 100 TIMES.
               10 FEE-TOTAL-CODE       PIC X(2).
               10 FEE-TOTAL-ACCOUNT    PIC X(4).
               10 FEE-TOTAL-DESC       PIC X(20).
               10 FEE-TOTAL-AMOUNT     PIC 9(7)V99.
       01  FEE-TOTAL-SUB              PIC 9(3)  VALUE ZERO.
       01  FEE-FOUND-SUB              PIC 9(3)  VALUE ZERO.
       01  FEE-FOUND-SW               PIC X(1)  VALUE "N".
       01  TOTAL-ANCILLARY-WS          PIC 9(7)V99  VALUE ZERO.

      *-----------------------------------------------------------------
      *The day's payments by the term they were posted against; what
      *carries no term, or does not fit, stays on the untermed line
      *-----------------------------------------------------------------
       01  PAY-TERM-TBL.
           05 PAY-TERM-COUNT         PIC 9(2)  VALUE ZERO.
           05 PAY-TERM-ENTRY OCCURS 20 TIMES.
               10 PAY-TERM-CODE        PIC X(4).
               10 PAY-TERM-AMOUNT      PIC 9(7)V99.
       01  PAY-TERM-SUB               PIC 9(2)  VALUE ZERO.
       01  PAY-TERM-FOUND-SUB         PIC 9(2)  VALUE ZERO.
       01  PAY-TERM-FOUND-SW          PIC X(1)  VALUE "N".
       01  UNTERMED-PAYMENTS-WS        PIC 9(7)V99  VALUE ZERO.

      *-----------------------------------------------------------------
      *Journal balancing: the trailer carries the line count and both
      *sides' totals, which must be equal before the file goes out
       01  JRN-LINE-COUNT-WS           PIC 9(6)   VALUE ZERO.
       01  DEBIT-TOTAL-WS              PIC 9(8)V99  VALUE ZERO.
       01  CREDIT-TOTAL-WS             PIC 9(8)V99  VALUE ZERO.
       01  JRN-DELETE-COMMAND-WS       PIC X(90)  VALUE SPACES.
       01  AUDIT-READ-COUNT-WS         PIC 9(7)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  JRN-HEADER-LINE.
           05 FILLER                  PIC X(4)  VALUE "HDR,".
           05 REV-DESC-REASON-WS      PIC X(2).
           05 FILLER                  PIC X(9)  VALUE SPACES.

       01  TERM-RECEIVABLE-DESC-WS.
           05 FILLER                  PIC X(13) VALUE "TUITION RECV ".
           05 TERM-DESC-CODE-WS       PIC X(4).
           05 FILLER                  PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-JOURNAL.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-JOURNAL-DATE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 215-LOAD-FEE-ACCOUNTS
               PERFORM 220-READ-AUDIT-RECORD
               PERFORM 230-TOTAL-ONE-AUDIT-RECORD
                   UNTIL EOF-AUDIT-SW = "YES"
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
           CALL "SITECFG" USING FEESCHED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CASHJRNL-PATH-WS, SITE-REGION-WS.
           STRING "DEL " DELIMITED BY SIZE
                  CASHJRNL-PATH-WS DELIMITED BY SPACE
               INTO JRN-DELETE-COMMAND-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: audit lines read, journal
      * lines written, and the debit side as control total; a journal
      * that did not balance ends 8
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "CASHJRNL" TO RL-PROGRAM.
           MOVE "CASHJRNL" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE AUDIT-READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE JRN-LINE-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE DEBIT-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-JOURNAL-DATE.
           DISPLAY "Enter journal date (YYYYMMDD): ".
           ACCEPT JOURNAL-DATE-WS.
               MOVE "," TO JRN-COMMA-3-OUT
           END-IF.

      *-----------------------------------------------------------------
      * Every scheduled fee starts the day at zero under its revenue
      * account; without a schedule, fees fall to the general account
      *-----------------------------------------------------------------
       215-LOAD-FEE-ACCOUNTS.
           OPEN INPUT FEE-FILE-IN.
           IF FEE-STATUS-WS = "00"
               PERFORM 216-READ-FEE-RECORD
                   UNTIL EOF-FEE-SW = "YES"
               CLOSE FEE-FILE-IN
           END-IF.

       216-READ-FEE-RECORD.
           READ FEE-FILE-IN
               AT END
                   MOVE "YES" TO EOF-FEE-SW
               NOT AT END
                   IF FEE-TOTAL-COUNT < 100
                       ADD 1 TO FEE-TOTAL-COUNT
                       MOVE FEE-CODE
                           TO FEE-TOTAL-CODE(FEE-TOTAL-COUNT)
                       MOVE FEE-GL-ACCOUNT
                           TO FEE-TOTAL-ACCOUNT(FEE-TOTAL-COUNT)
                       MOVE FEE-DESCRIPTION
                           TO FEE-TOTAL-DESC(FEE-TOTAL-COUNT)
                       MOVE ZERO TO FEE-TOTAL-AMOUNT(FEE-TOTAL-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-FEE-SW
                   END-IF
           END-READ.

       220-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
               NOT AT END
                   ADD 1 TO AUDIT-READ-COUNT-WS
           END-READ.

      *-----------------------------------------------------------------
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-AWARDS-WS
               ELSE
               IF AUDIT-TXN-TYPE = "F"
                   IF AUDIT-REASON-CODE = "VD"
                       ADD PAYMENT-AMOUNT-WS TO TOTAL-REFUND-VOIDS-WS
                   ELSE
                       ADD PAYMENT-AMOUNT-WS TO TOTAL-REFUNDS-WS
                   END-IF
               ELSE
               IF AUDIT-TXN-TYPE = "L"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-LATEFEES-WS
               ELSE
               IF AUDIT-TXN-TYPE = "C"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-REASSESS-WS
               ELSE
               IF AUDIT-TXN-TYPE = "X"
                   PERFORM 360-ADD-TO-FEE-TOTALS
               ELSE
               IF AUDIT-TXN-TYPE = "N"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-NSFFEES-WS
               ELSE
               IF AUDIT-TXN-TYPE = "B"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-WRITEOFFS-WS
               ELSE
               IF AUDIT-TXN-TYPE = "Y"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-RECOVERIES-WS
               ELSE
               IF AUDIT-TXN-TYPE = "D"
                   PERFORM 380-ADD-TO-DEPOSIT-TOTALS
               ELSE
               IF AUDIT-TXN-TYPE = "E"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-DEP-APPLIED-WS
               ELSE
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-PAYMENTS-WS
                   PERFORM 340-ADD-TO-TERM-PAYMENTS
                   PERFORM 345-ADD-TO-METHOD-TOTALS
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM 220-READ-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Money taken over the counter goes to its method's debit
      *-----------------------------------------------------------------
       345-ADD-TO-METHOD-TOTALS.
           IF AUDIT-METHOD = "Q"
               ADD PAYMENT-AMOUNT-WS TO TOTAL-CHEQUE-WS
           ELSE
               IF AUDIT-METHOD = "D"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-CARD-WS
               ELSE
               IF AUDIT-METHOD = "P"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-PAD-WS
               ELSE
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-CASH-WS
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Applicant deposits: money taken (DP) is debited under its
      * method like a payment but credited to the deposit liability,
      * not the receivable; a refund queued (DR) or a forfeit (DF)
      * only moves the liability
      *-----------------------------------------------------------------
       380-ADD-TO-DEPOSIT-TOTALS.
           IF AUDIT-REASON-CODE = "DR"
               ADD PAYMENT-AMOUNT-WS TO TOTAL-DEP-REFUNDS-WS
           ELSE
               IF AUDIT-REASON-CODE = "DF"
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-DEP-FORFEITS-WS
               ELSE
                   ADD PAYMENT-AMOUNT-WS TO TOTAL-DEP-TAKEN-WS
                   PERFORM 345-ADD-TO-METHOD-TOTALS
               END-IF
           END-IF.

       300-DE-EDIT-PAYMENT.
           MOVE AUDIT-PAYMENT-X TO DE-EDIT-FIELD-X.
           INSPECT DE-EDIT-FIELD-X
               MOVE REVERSAL-SUB TO REV-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Add the fee to its code's row; a code not on the schedule (or
      * past the table's end) is added under the general account
      *-----------------------------------------------------------------
       360-ADD-TO-FEE-TOTALS.
           ADD PAYMENT-AMOUNT-WS TO TOTAL-ANCILLARY-WS.
           MOVE "N" TO FEE-FOUND-SW.
           MOVE ZERO TO FEE-FOUND-SUB.
           PERFORM 361-COMPARE-FEE-CODE
               VARYING FEE-TOTAL-SUB FROM 1 BY 1
               UNTIL FEE-TOTAL-SUB > FEE-TOTAL-COUNT
                   OR FEE-FOUND-SW = "Y".
           IF FEE-FOUND-SW = "N"
               IF FEE-TOTAL-COUNT < 100
                   ADD 1 TO FEE-TOTAL-COUNT
                   MOVE FEE-TOTAL-COUNT TO FEE-FOUND-SUB
                   MOVE AUDIT-REASON-CODE
                       TO FEE-TOTAL-CODE(FEE-FOUND-SUB)
                   MOVE "4500" TO FEE-TOTAL-ACCOUNT(FEE-FOUND-SUB)
                   MOVE "ANCILLARY FEES"
                       TO FEE-TOTAL-DESC(FEE-FOUND-SUB)
                   MOVE ZERO TO FEE-TOTAL-AMOUNT(FEE-FOUND-SUB)
                   MOVE "Y" TO FEE-FOUND-SW
               ELSE
                   MOVE 1 TO FEE-FOUND-SUB
                   MOVE "Y" TO FEE-FOUND-SW
               END-IF
           END-IF.
           ADD PAYMENT-AMOUNT-WS TO FEE-TOTAL-AMOUNT(FEE-FOUND-SUB).

       361-COMPARE-FEE-CODE.
           IF AUDIT-REASON-CODE = FEE-TOTAL-CODE(FEE-TOTAL-SUB)
               MOVE "Y" TO FEE-FOUND-SW
               MOVE FEE-TOTAL-SUB TO FEE-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Credit the payment to its term's row; a blank term, or a term
      * past the table's end, goes to the untermed amount
      *-----------------------------------------------------------------
       340-ADD-TO-TERM-PAYMENTS.
           MOVE "N" TO PAY-TERM-FOUND-SW.
           MOVE ZERO TO PAY-TERM-FOUND-SUB.
           IF AUDIT-TERM-CODE NOT = SPACES
               PERFORM 341-COMPARE-PAYMENT-TERM
                   VARYING PAY-TERM-SUB FROM 1 BY 1
                   UNTIL PAY-TERM-SUB > PAY-TERM-COUNT
                       OR PAY-TERM-FOUND-SW = "Y"
               IF PAY-TERM-FOUND-SW = "N"
                   IF PAY-TERM-COUNT < 20
                       ADD 1 TO PAY-TERM-COUNT
                       MOVE PAY-TERM-COUNT TO PAY-TERM-FOUND-SUB
                       MOVE AUDIT-TERM-CODE
                           TO PAY-TERM-CODE(PAY-TERM-FOUND-SUB)
                       MOVE ZERO TO PAY-TERM-AMOUNT(PAY-TERM-FOUND-SUB)
                       MOVE "Y" TO PAY-TERM-FOUND-SW
                   END-IF
               END-IF
           END-IF.
           IF PAY-TERM-FOUND-SW = "Y"
               ADD PAYMENT-AMOUNT-WS
                   TO PAY-TERM-AMOUNT(PAY-TERM-FOUND-SUB)
           ELSE
               ADD PAYMENT-AMOUNT-WS TO UNTERMED-PAYMENTS-WS
           END-IF.

       341-COMPARE-PAYMENT-TERM.
           IF AUDIT-TERM-CODE = PAY-TERM-CODE(PAY-TERM-SUB)
               MOVE "Y" TO PAY-TERM-FOUND-SW
               MOVE PAY-TERM-SUB TO PAY-TERM-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * The entry itself: method debits against one receivable
      * credit; each reversal reason its own receivable debit against
               MOVE "CARD RECEIPTS" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-PAD-WS > ZERO
               MOVE "1040" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-PAD-WS TO JRN-AMOUNT-WS
               MOVE "PAD RECEIPTS" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           PERFORM 350-WRITE-ONE-TERM-CREDIT
               VARYING PAY-TERM-SUB FROM 1 BY 1
               UNTIL PAY-TERM-SUB > PAY-TERM-COUNT.
           IF UNTERMED-PAYMENTS-WS > ZERO
               MOVE "1200" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE UNTERMED-PAYMENTS-WS TO JRN-AMOUNT-WS
               MOVE "TUITION RECEIVABLE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
               MOVE "COURSE REASSESSMENT" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-ANCILLARY-WS > ZERO
               MOVE "1200" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-ANCILLARY-WS TO JRN-AMOUNT-WS
               MOVE "TUITION RECEIVABLE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               PERFORM 370-WRITE-ONE-FEE-CREDIT
                   VARYING FEE-TOTAL-SUB FROM 1 BY 1
                   UNTIL FEE-TOTAL-SUB > FEE-TOTAL-COUNT
           END-IF.
           IF TOTAL-NSFFEES-WS > ZERO
               MOVE "1200" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-NSFFEES-WS TO JRN-AMOUNT-WS
               MOVE "TUITION RECEIVABLE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "4600" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-NSFFEES-WS TO JRN-AMOUNT-WS
               MOVE "NSF FEES ASSESSED" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-WRITEOFFS-WS > ZERO
               MOVE "5100" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-WRITEOFFS-WS TO JRN-AMOUNT-WS
               MOVE "BAD DEBT EXPENSE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "1200" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-WRITEOFFS-WS TO JRN-AMOUNT-WS
               MOVE "BAD DEBTS WRITTEN OFF" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-RECOVERIES-WS > ZERO
               MOVE "1060" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-RECOVERIES-WS TO JRN-AMOUNT-WS
               MOVE "AGENCY REMITTANCES" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "5100" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-RECOVERIES-WS TO JRN-AMOUNT-WS
               MOVE "BAD DEBTS RECOVERED" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-DEP-TAKEN-WS > ZERO
               MOVE "2150" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-DEP-TAKEN-WS TO JRN-AMOUNT-WS
               MOVE "APPLICANT DEPOSITS" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-DEP-APPLIED-WS > ZERO
               MOVE "2150" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-DEP-APPLIED-WS TO JRN-AMOUNT-WS
               MOVE "DEPOSITS APPLIED" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "1200" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-DEP-APPLIED-WS TO JRN-AMOUNT-WS
               MOVE "TUITION RECEIVABLE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-DEP-REFUNDS-WS > ZERO
               MOVE "2150" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-DEP-REFUNDS-WS TO JRN-AMOUNT-WS
               MOVE "DEPOSITS REFUNDABLE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "2100" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-DEP-REFUNDS-WS TO JRN-AMOUNT-WS
               MOVE "DEPOSIT REFUNDS DUE" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-DEP-FORFEITS-WS > ZERO
               MOVE "2150" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-DEP-FORFEITS-WS TO JRN-AMOUNT-WS
               MOVE "DEPOSITS FORFEITED" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "4700" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-DEP-FORFEITS-WS TO JRN-AMOUNT-WS
               MOVE "FORFEITED DEPOSITS" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-REFUNDS-WS > ZERO
               MOVE "2100" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE "REFUND CHEQUES" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF TOTAL-REFUND-VOIDS-WS > ZERO
               MOVE "1020" TO JRN-ACCOUNT-OUT
               MOVE "D" TO JRN-DC-OUT
               MOVE TOTAL-REFUND-VOIDS-WS TO JRN-AMOUNT-WS
               MOVE "REFUND CHQS STOPPED" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
               MOVE "2100" TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE TOTAL-REFUND-VOIDS-WS TO JRN-AMOUNT-WS
               MOVE "REFUNDS RE-QUEUED" TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.

       330-WRITE-ONE-REVERSAL-LINE.
           MOVE "1200" TO JRN-ACCOUNT-OUT.
           MOVE REVERSAL-DESC-WS TO JRN-DESC-OUT.
           PERFORM 320-WRITE-ONE-JOURNAL-LINE.

       350-WRITE-ONE-TERM-CREDIT.
           MOVE "1200" TO JRN-ACCOUNT-OUT.
           MOVE "C" TO JRN-DC-OUT.
           MOVE PAY-TERM-AMOUNT(PAY-TERM-SUB) TO JRN-AMOUNT-WS.
           MOVE PAY-TERM-CODE(PAY-TERM-SUB) TO TERM-DESC-CODE-WS.
           MOVE TERM-RECEIVABLE-DESC-WS TO JRN-DESC-OUT.
           PERFORM 320-WRITE-ONE-JOURNAL-LINE.
           DISPLAY "TERM " PAY-TERM-CODE(PAY-TERM-SUB)
                   " PAYMENTS " PAY-TERM-AMOUNT(PAY-TERM-SUB).

       370-WRITE-ONE-FEE-CREDIT.
           IF FEE-TOTAL-AMOUNT(FEE-TOTAL-SUB) > ZERO
               MOVE FEE-TOTAL-ACCOUNT(FEE-TOTAL-SUB) TO JRN-ACCOUNT-OUT
               MOVE "C" TO JRN-DC-OUT
               MOVE FEE-TOTAL-AMOUNT(FEE-TOTAL-SUB) TO JRN-AMOUNT-WS
               MOVE FEE-TOTAL-DESC(FEE-TOTAL-SUB) TO JRN-DESC-OUT
               PERFORM 320-WRITE-ONE-JOURNAL-LINE
           END-IF.

       320-WRITE-ONE-JOURNAL-LINE.
           MOVE JRN-AMOUNT-WS TO JRN-AMOUNT-OUT.
           WRITE JOURNAL-RECORD-OUT.
