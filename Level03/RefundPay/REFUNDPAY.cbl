      *            queue only ever holds open requests and can never
      *            grow into a lock-out.
      * Tectonics: cobc
      * 2026/10/15 SA  The "F" audit line now carries the term code of
      *                 the record the refund arose on, from the
      *                 queue request (keyed with the request when it
      *                 is added by hand here), through the shared
      *                 TUITION-AUDIT.TXT layout.
      * 2026/10/15 SA  Positive-pay file POSPAY.TXT for the bank: an
      *                 issue record per cheque cut and control totals
      *                 at exit.  New V-Void menu choice stops a lost or
      *                 cancelled cheque - re-queues the refund, writes
      *                 a reversing "F" line under reason VD, marks the
      *                 register V and sends the bank a void record.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: open
      *                 requests loaded, cheques cut, the amount cut as
      *                 control total and the return code, including a
      *                 run refused at sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUNDPAY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS-WS.

           SELECT CHEQUE-REGISTER-FILE
                ASSIGN USING CHEQUEREG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHEQUE-REGISTER-IN
                ASSIGN USING CHEQUEREG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS-WS.

           SELECT CHEQUE-NUMBER-FILE
                ASSIGN USING CHEQUENO-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NUMBER-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TUITION-AUDIT-IN
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-IN-STATUS-WS.

           SELECT POSITIVE-PAY-OUT
                ASSIGN USING POSPAY-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 CHQ-DATE-OUT           PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CHQ-OPERATOR-OUT       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 CHQ-ACTION-OUT         PIC X(1).

      *-----------------------------------------------------------------
      *The register read back when a cheque is stopped: the issue
      *line (action I, or blank on lines written before voids were
      *recorded) and any V line already voiding it
      *-----------------------------------------------------------------
       FD  CHEQUE-REGISTER-IN.
       01  CHEQUE-REGISTER-REC-IN.
           05 CHQ-NUMBER-IN          PIC X(6).
           05 FILLER                 PIC X(2).
           05 CHQ-STUDENT-NUMBER-IN  PIC 9(6).
           05 FILLER                 PIC X(2).
           05 CHQ-STUDENT-NAME-IN    PIC X(40).
           05 FILLER                 PIC X(2).
           05 CHQ-AMOUNT-X-IN        PIC X(8).
           05 FILLER                 PIC X(2).
           05 CHQ-DATE-IN            PIC 9(8).
           05 FILLER                 PIC X(2).
           05 CHQ-OPERATOR-IN        PIC X(10).
           05 FILLER                 PIC X(2).
           05 CHQ-ACTION-IN          PIC X(1).

      *-----------------------------------------------------------------
      *Last cheque number issued; rewritten after every cheque the
       01  CHEQUE-NUMBER-RECORD      PIC 9(6).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; disbursements go out flagged
      *"F" with both balance columns zero - a refund pays out credit,
      *it changes no balance
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
           COPY "TUITION-AUDIT.TXT".

      *-----------------------------------------------------------------
      *Audit trail read back for the "F" line a stopped cheque
      *reverses, which carries the term the refund arose on
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-IN.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NO-IN    PIC X(6).
           05 FILLER                 PIC X(44).
           05 AUDIT-RECEIPT-IN       PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-TXN-TYPE-IN      PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-REASON-IN        PIC X(2).
           05 FILLER                 PIC X(37).
           05 AUDIT-TERM-IN          PIC X(4).

      *-----------------------------------------------------------------
      *Positive-pay file in the bank's layout: an H header naming the
      *account, a D detail per cheque issued (I) or stopped (V), and a
      *T trailer with the control counts and totals.  Amounts are
      *unedited with two implied decimals.
      *-----------------------------------------------------------------
       FD  POSITIVE-PAY-OUT.
       01  PPAY-HEADER-OUT.
           05 PPH-RECORD-TYPE        PIC X(1).
           05 PPH-ACCOUNT-NUMBER     PIC X(12).
           05 PPH-FILE-DATE          PIC 9(8).
           05 PPH-FILE-TIME          PIC 9(6).
       01  PPAY-DETAIL-OUT.
           05 PPD-RECORD-TYPE        PIC X(1).
           05 PPD-TRANSACTION-CODE   PIC X(1).
           05 PPD-CHEQUE-NUMBER      PIC 9(10).
           05 PPD-ISSUE-DATE         PIC 9(8).
           05 PPD-AMOUNT             PIC 9(8)V99.
           05 PPD-PAYEE-NAME         PIC X(40).
       01  PPAY-TRAILER-OUT.
           05 PPT-RECORD-TYPE        PIC X(1).
           05 PPT-DETAIL-COUNT       PIC 9(6).
           05 PPT-ISSUE-COUNT        PIC 9(6).
           05 PPT-ISSUE-AMOUNT       PIC 9(10)V99.
           05 PPT-VOID-COUNT         PIC 9(6).
           05 PPT-VOID-AMOUNT        PIC 9(10)V99.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  CHEQUEREG-PATH-WS           PIC X(80)
               VALUE "CHEQUEREG.TXT".
       01  CHEQUENO-PATH-WS            PIC X(80)
               VALUE "CHEQUENO.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  POSPAY-PATH-WS              PIC X(80)
               VALUE "POSPAY.TXT".

       01  QUEUE-STATUS-WS             PIC X(2).
       01  NUMBER-STATUS-WS            PIC X(2).
       01  REGISTER-STATUS-WS          PIC X(2).
       01  AUDIT-IN-STATUS-WS          PIC X(2).
       01  EOF-REGISTER-SW             PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  EOF-QUEUE-SW                PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  OPERATOR-ID-WS              PIC X(10).
               10 QT-SOURCE            PIC X(10).
               10 FILLER               PIC X(1).
               10 QT-STATUS            PIC X(1).
               10 FILLER               PIC X(1).
               10 QT-TERM-CODE         PIC X(4).
       01  QUEUE-SUB                  PIC 9(3)  VALUE ZERO.

       01  MENU-CHOICE-WS              PIC X(1).
       01  MENU-TEXT.
           05 FILLER PIC X(36) VALUE
              "A-Add request  R-Run disbursement  ".
           05 FILLER PIC X(24) VALUE
              "V-Void cheque  X-Exit: ".

       01  NUMBER-CHECK-SW             PIC X(1)   VALUE "N".
       01  ADD-NUMBER-WS               PIC 9(6).
       01  ADD-NAME-WS                 PIC X(40).
       01  ADD-AMOUNT-WS               PIC 9(5)V99.
       01  ADD-TERM-WS                 PIC X(4).
       01  CHEQUE-NUMBER-WS            PIC 9(6)   VALUE ZERO.
       01  PAID-COUNT-WS               PIC 9(3)   VALUE ZERO.
       01  PAID-TOTAL-WS               PIC 9(7)V99 VALUE ZERO.
       01  REQUESTS-LOADED-WS          PIC 9(5)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

      *-----------------------------------------------------------------
      *Positive pay: the refund chequing account the bank matches
      *presented cheques against, and the session's control totals
      *-----------------------------------------------------------------
       01  PPAY-ACCOUNT-WS             PIC X(12)  VALUE "004512870016".
       01  PPAY-OPEN-SW                PIC X(1)   VALUE "N".
       01  PPAY-DETAIL-COUNT-WS        PIC 9(6)   VALUE ZERO.
       01  PPAY-ISSUE-COUNT-WS         PIC 9(6)   VALUE ZERO.
       01  PPAY-ISSUE-AMOUNT-WS        PIC 9(10)V99 VALUE ZERO.
       01  PPAY-VOID-COUNT-WS          PIC 9(6)   VALUE ZERO.
       01  PPAY-VOID-AMOUNT-WS         PIC 9(10)V99 VALUE ZERO.
       01  PPAY-TIME-WORK-WS.
           05 PPAY-TIME-HHMMSS-WS      PIC 9(6).
           05 FILLER                   PIC 9(2).

      *-----------------------------------------------------------------
      *The cheque being stopped, as found on the register and the
      *audit trail
      *-----------------------------------------------------------------
       01  VOID-CHEQUE-WS              PIC 9(6)   VALUE ZERO.
       01  VOID-CHEQUE-X-WS REDEFINES VOID-CHEQUE-WS
                                       PIC X(6).
       01  VOID-REASON-WS              PIC X(1).
       01  VOID-CONFIRM-WS             PIC X(1).
       01  VOID-ISSUED-SW              PIC X(1)   VALUE "N".
       01  VOID-DONE-SW                PIC X(1)   VALUE "N".
       01  VOID-STUDENT-WS             PIC 9(6).
       01  VOID-NAME-WS                PIC X(40).
       01  VOID-AMOUNT-WS              PIC 9(5)V99.
       01  VOID-ISSUE-DATE-WS          PIC 9(8).
       01  VOID-TERM-WS                PIC X(4).
       01  DE-EDIT-WORK-WS.
           05 DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE-X    PIC X(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS-X    PIC X(2).
           05 DE-EDIT-WHOLE-9 REDEFINES DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE      PIC 9(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS      PIC 9(2).

       PROCEDURE DIVISION.
       100-DISBURSE-REFUNDS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 191-IDENTIFY-OPERATOR.
           PERFORM 200-LOAD-QUEUE-TABLE.
           IF ABORT-SW = "N"
               MOVE SPACES TO MENU-CHOICE-WS
               PERFORM 210-MENU-PROCESS
                   UNTIL MENU-CHOICE-WS = "X"
               PERFORM 420-CLOSE-POSITIVE-PAY
               PERFORM 290-SAVE-QUEUE-TABLE
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
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CHEQUEREG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CHEQUENO-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING POSPAY-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the control total is the
      * amount of the cheques cut this session, the same issue total
      * the positive-pay trailer carries
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "REFUNDPAY" TO RL-PROGRAM.
           MOVE "REFUNDPAY" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE REQUESTS-LOADED-WS TO RL-RECORDS-READ.
           MOVE PPAY-ISSUE-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE PPAY-ISSUE-AMOUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * Sign on through the shared SIGNON subprogram; cutting cheques
      * takes senior-cashier authority.  The checked ID goes on every
           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           IF OPERATOR-AUTH-WS < 2
               DISPLAY "SENIOR AUTHORITY REQUIRED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

           ELSE
               IF QUEUE-COUNT < 200
                   ADD 1 TO QUEUE-COUNT
                   ADD 1 TO REQUESTS-LOADED-WS
                   MOVE REFUND-QUEUE-REC TO QUEUE-ENTRY(QUEUE-COUNT)
               ELSE
                   MOVE "Y" TO ABORT-SW
           ELSE
               IF MENU-CHOICE-WS = "R"
                   PERFORM 230-RUN-DISBURSEMENT
               ELSE
               IF MENU-CHOICE-WS = "V"
                   PERFORM 240-STOP-CHEQUE
               ELSE
                   IF MENU-CHOICE-WS NOT = "X"
                       DISPLAY "Invalid selection, try again"
                   END-IF
               END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
                   ACCEPT ADD-NAME-WS
                   DISPLAY "Enter refund amount: "
                   ACCEPT ADD-AMOUNT-WS
                   DISPLAY "Enter term code the refund arose on: "
                   ACCEPT ADD-TERM-WS
                   ADD 1 TO QUEUE-COUNT
                   MOVE ADD-NUMBER-WS TO QT-STUDENT-NUMBER(QUEUE-COUNT)
                   MOVE ADD-NAME-WS   TO QT-STUDENT-NAME(QUEUE-COUNT)
                   MOVE ADD-AMOUNT-WS TO QT-AMOUNT(QUEUE-COUNT)
                   MOVE ADD-TERM-WS   TO QT-TERM-CODE(QUEUE-COUNT)
                   ACCEPT QT-REQUEST-DATE(QUEUE-COUNT)
                       FROM DATE YYYYMMDD
                   MOVE "REFUNDPAY" TO QT-SOURCE(QUEUE-COUNT)
               PERFORM 301-WRITE-CHEQUE-NUMBER
               PERFORM 320-WRITE-CHEQUE-LINE
               PERFORM 330-WRITE-DISBURSEMENT-AUDIT
               PERFORM 340-WRITE-ISSUE-PPAY
               MOVE "P" TO QT-STATUS(QUEUE-SUB)
               ADD 1 TO PAID-COUNT-WS
               ADD QT-AMOUNT(QUEUE-SUB) TO PAID-TOTAL-WS
           MOVE QT-AMOUNT(QUEUE-SUB)      TO CHQ-AMOUNT-OUT.
           MOVE TODAYS-DATE-WS            TO CHQ-DATE-OUT.
           MOVE OPERATOR-ID-WS            TO CHQ-OPERATOR-OUT.
           MOVE "I"                       TO CHQ-ACTION-OUT.
           WRITE CHEQUE-REGISTER-OUT.

      *-----------------------------------------------------------------
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE "Q"                TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE QT-TERM-CODE(QUEUE-SUB) TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
      * Each cheque cut goes to the bank as an issue; the amount and
      * payee are what the bank will hold the presented cheque to
      *-----------------------------------------------------------------
       340-WRITE-ISSUE-PPAY.
           PERFORM 400-OPEN-POSITIVE-PAY.
           MOVE SPACES TO PPAY-DETAIL-OUT.
           MOVE "D" TO PPD-RECORD-TYPE.
           MOVE "I" TO PPD-TRANSACTION-CODE.
           MOVE CHEQUE-NUMBER-WS TO PPD-CHEQUE-NUMBER.
           MOVE TODAYS-DATE-WS TO PPD-ISSUE-DATE.
           MOVE QT-AMOUNT(QUEUE-SUB) TO PPD-AMOUNT.
           MOVE QT-STUDENT-NAME(QUEUE-SUB) TO PPD-PAYEE-NAME.
           WRITE PPAY-DETAIL-OUT.
           ADD 1 TO PPAY-DETAIL-COUNT-WS.
           ADD 1 TO PPAY-ISSUE-COUNT-WS.
           ADD QT-AMOUNT(QUEUE-SUB) TO PPAY-ISSUE-AMOUNT-WS.

      *-----------------------------------------------------------------
      * Stop or void a cheque that was lost or cancelled: it must be
      * on the register and not already stopped.  The refund goes
      * back on the queue to be paid again, an "F" line under reason
      * VD reverses the disbursement's "F" line, the register gets a
      * V line, and the bank gets a void record so the cheque is
      * refused if it is ever presented.
      *-----------------------------------------------------------------
       240-STOP-CHEQUE.
           DISPLAY "Enter cheque number to stop: ".
           ACCEPT VOID-CHEQUE-WS.
           DISPLAY "Reason (L-lost, C-cancelled): ".
           ACCEPT VOID-REASON-WS.
           IF VOID-REASON-WS NOT = "L" AND VOID-REASON-WS NOT = "C"
               DISPLAY "Reason must be L or C - cheque not stopped"
           ELSE
           IF QUEUE-COUNT = 200
               DISPLAY "Queue table is full - cannot re-queue the "
                       "refund, cheque not stopped"
           ELSE
               PERFORM 250-FIND-CHEQUE-ON-REGISTER
               IF VOID-ISSUED-SW = "N"
                   DISPLAY "Cheque " VOID-CHEQUE-WS
                           " is not on the cheque register"
               ELSE
               IF VOID-DONE-SW = "Y"
                   DISPLAY "Cheque " VOID-CHEQUE-WS
                           " has already been stopped"
               ELSE
                   DISPLAY "Stop cheque " VOID-CHEQUE-WS " for "
                           VOID-AMOUNT-WS " payable to " VOID-NAME-WS
                   DISPLAY "Confirm (Y/N): "
                   ACCEPT VOID-CONFIRM-WS
                   IF VOID-CONFIRM-WS = "Y"
                       PERFORM 260-FIND-REFUND-TERM
                       PERFORM 270-POST-CHEQUE-STOP
                   ELSE
                       DISPLAY "Cheque not stopped"
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       250-FIND-CHEQUE-ON-REGISTER.
           MOVE "N" TO VOID-ISSUED-SW.
           MOVE "N" TO VOID-DONE-SW.
           MOVE "NO" TO EOF-REGISTER-SW.
           OPEN INPUT CHEQUE-REGISTER-IN.
           IF REGISTER-STATUS-WS = "00"
               PERFORM 251-READ-REGISTER-LINE
               PERFORM 252-CHECK-ONE-REGISTER-LINE
                   UNTIL EOF-REGISTER-SW = "YES"
               CLOSE CHEQUE-REGISTER-IN
           END-IF.

       251-READ-REGISTER-LINE.
           READ CHEQUE-REGISTER-IN
               AT END
                   MOVE "YES" TO EOF-REGISTER-SW
           END-READ.

       252-CHECK-ONE-REGISTER-LINE.
           IF CHQ-NUMBER-IN = VOID-CHEQUE-X-WS
               IF CHQ-ACTION-IN = "V"
                   MOVE "Y" TO VOID-DONE-SW
               ELSE
                   MOVE "Y" TO VOID-ISSUED-SW
                   MOVE CHQ-STUDENT-NUMBER-IN TO VOID-STUDENT-WS
                   MOVE CHQ-STUDENT-NAME-IN TO VOID-NAME-WS
                   MOVE CHQ-DATE-IN TO VOID-ISSUE-DATE-WS
                   MOVE CHQ-AMOUNT-X-IN TO DE-EDIT-FIELD-X
                   INSPECT DE-EDIT-FIELD-X
                       REPLACING ALL "$" BY "0"
                                 ALL " " BY "0"
                   COMPUTE VOID-AMOUNT-WS =
                       DE-EDIT-WHOLE + (DE-EDIT-CENTS / 100)
               END-IF
           END-IF.
           PERFORM 251-READ-REGISTER-LINE.

      *    The disbursement's "F" line carries the cheque number in
      *    its receipt column and the term the refund arose on
       260-FIND-REFUND-TERM.
           MOVE SPACES TO VOID-TERM-WS.
           MOVE "NO" TO EOF-AUDIT-SW.
           OPEN INPUT TUITION-AUDIT-IN.
           IF AUDIT-IN-STATUS-WS = "00"
               PERFORM 261-READ-AUDIT-LINE
               PERFORM 262-CHECK-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               CLOSE TUITION-AUDIT-IN
           END-IF.

       261-READ-AUDIT-LINE.
           READ TUITION-AUDIT-IN
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       262-CHECK-ONE-AUDIT-LINE.
           IF AUDIT-TXN-TYPE-IN = "F"
                   AND AUDIT-REASON-IN = "RF"
                   AND AUDIT-RECEIPT-IN = VOID-CHEQUE-X-WS
               MOVE AUDIT-TERM-IN TO VOID-TERM-WS
           END-IF.
           PERFORM 261-READ-AUDIT-LINE.

       270-POST-CHEQUE-STOP.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN EXTEND CHEQUE-REGISTER-FILE.
           MOVE VOID-CHEQUE-WS     TO CHQ-NUMBER-OUT.
           MOVE VOID-STUDENT-WS    TO CHQ-STUDENT-NUMBER-OUT.
           MOVE VOID-NAME-WS       TO CHQ-STUDENT-NAME-OUT.
           MOVE VOID-AMOUNT-WS     TO CHQ-AMOUNT-OUT.
           MOVE TODAYS-DATE-WS     TO CHQ-DATE-OUT.
           MOVE OPERATOR-ID-WS     TO CHQ-OPERATOR-OUT.
           MOVE "V"                TO CHQ-ACTION-OUT.
           WRITE CHEQUE-REGISTER-OUT.
           CLOSE CHEQUE-REGISTER-FILE.
           PERFORM 280-WRITE-VOID-AUDIT.
           ADD 1 TO QUEUE-COUNT.
           MOVE VOID-STUDENT-WS    TO QT-STUDENT-NUMBER(QUEUE-COUNT).
           MOVE VOID-NAME-WS       TO QT-STUDENT-NAME(QUEUE-COUNT).
           MOVE VOID-AMOUNT-WS     TO QT-AMOUNT(QUEUE-COUNT).
           MOVE VOID-TERM-WS       TO QT-TERM-CODE(QUEUE-COUNT).
           MOVE TODAYS-DATE-WS     TO QT-REQUEST-DATE(QUEUE-COUNT).
           MOVE "CHQ STOP"         TO QT-SOURCE(QUEUE-COUNT).
           MOVE "O"                TO QT-STATUS(QUEUE-COUNT).
           PERFORM 400-OPEN-POSITIVE-PAY.
           MOVE SPACES TO PPAY-DETAIL-OUT.
           MOVE "D" TO PPD-RECORD-TYPE.
           MOVE "V" TO PPD-TRANSACTION-CODE.
           MOVE VOID-CHEQUE-WS TO PPD-CHEQUE-NUMBER.
           MOVE VOID-ISSUE-DATE-WS TO PPD-ISSUE-DATE.
           MOVE VOID-AMOUNT-WS TO PPD-AMOUNT.
           MOVE VOID-NAME-WS TO PPD-PAYEE-NAME.
           WRITE PPAY-DETAIL-OUT.
           ADD 1 TO PPAY-DETAIL-COUNT-WS.
           ADD 1 TO PPAY-VOID-COUNT-WS.
           ADD VOID-AMOUNT-WS TO PPAY-VOID-AMOUNT-WS.
           DISPLAY "Cheque " VOID-CHEQUE-WS
                   " stopped - refund re-queued".

      *-----------------------------------------------------------------
      * The stop's audit line: flagged "F" like the disbursement it
      * reverses but under reason VD, with the same cheque number in
      * the receipt column; the balance columns stay zero
      *-----------------------------------------------------------------
       280-WRITE-VOID-AUDIT.
           OPEN EXTEND TUITION-AUDIT-FILE.
           MOVE VOID-STUDENT-WS    TO AUDIT-STUDENT-NUMBER.
           MOVE VOID-AMOUNT-WS     TO AUDIT-PAYMENT.
           MOVE ZERO               TO AUDIT-OLD-BALANCE.
           MOVE ZERO               TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS     TO AUDIT-OPERATOR-ID.
           MOVE VOID-CHEQUE-WS     TO AUDIT-RECEIPT-NUMBER.
           MOVE "F"                TO AUDIT-TXN-TYPE.
           MOVE "VD"               TO AUDIT-REASON-CODE.
           MOVE TODAYS-DATE-WS     TO AUDIT-DATE.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE "Q"                TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE VOID-TERM-WS       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.
           CLOSE TUITION-AUDIT-FILE.

      *-----------------------------------------------------------------
      * The positive-pay file is started by the session's first
      * issue or stop, so a session that cuts and stops nothing
      * leaves the last file for the bank untouched
      *-----------------------------------------------------------------
       400-OPEN-POSITIVE-PAY.
           IF PPAY-OPEN-SW = "N"
               MOVE "Y" TO PPAY-OPEN-SW
               OPEN OUTPUT POSITIVE-PAY-OUT
               MOVE SPACES TO PPAY-HEADER-OUT
               MOVE "H" TO PPH-RECORD-TYPE
               MOVE PPAY-ACCOUNT-WS TO PPH-ACCOUNT-NUMBER
               ACCEPT PPH-FILE-DATE FROM DATE YYYYMMDD
               ACCEPT PPAY-TIME-WORK-WS FROM TIME
               MOVE PPAY-TIME-HHMMSS-WS TO PPH-FILE-TIME
               WRITE PPAY-HEADER-OUT
           END-IF.

       420-CLOSE-POSITIVE-PAY.
           IF PPAY-OPEN-SW = "Y"
               MOVE SPACES TO PPAY-TRAILER-OUT
               MOVE "T" TO PPT-RECORD-TYPE
               MOVE PPAY-DETAIL-COUNT-WS TO PPT-DETAIL-COUNT
               MOVE PPAY-ISSUE-COUNT-WS TO PPT-ISSUE-COUNT
               MOVE PPAY-ISSUE-AMOUNT-WS TO PPT-ISSUE-AMOUNT
               MOVE PPAY-VOID-COUNT-WS TO PPT-VOID-COUNT
               MOVE PPAY-VOID-AMOUNT-WS TO PPT-VOID-AMOUNT
               WRITE PPAY-TRAILER-OUT
               CLOSE POSITIVE-PAY-OUT
               DISPLAY "POSITIVE PAY - " PPAY-ISSUE-COUNT-WS
                       " ISSUED, " PPAY-VOID-COUNT-WS
                       " STOPPED - SEND POSPAY.TXT TO THE BANK"
           END-IF.

      *-----------------------------------------------------------------
      * Write the still-open requests back over REFUNDQ.TXT; a
