      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Pre-authorized debit submission run.  Run a few days
      *            ahead of the installment dates, it reads PAYPLAN.TXT
      *            for installments falling due inside the keyed lead
      *            time and, for each student with an active
      *            PADAGREE.TXT agreement signed on or before the due
      *            date, writes a debit to the bank's PAD submission
      *            file PADFILE.TXT between HDR and TRL control
      *            records carrying the count and total.  Each debit
      *            carries a bank reference beginning "PAD" - student
      *            number and installment number - which the bank
      *            returns on the settlement file, so BANKIMP can mark
      *            the settlement as a PAD receipt and TXNEDIT and the
      *            batch posting carry it onto the audit line.  A
      *            debit never exceeds what the student still owes
      *            across their term records, and nothing is debited
      *            from a student who owes nothing.  Every debit sent
      *            is logged to PADSENT.TXT and never sent twice, so
      *            the run can be repeated daily.  A submission
      *            register goes to PADSUBMT.TXT.  Senior sign-on
      *            through SIGNON is required.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram:
      *                 installments read, debits submitted,
      *                 installments with no usable agreement, the
      *                 debit total as control total and the return
      *                 code, including a run refused at sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADSUBMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
                ASSIGN USING PAYPLAN-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PLAN-KEY
                  FILE STATUS IS PLAN-STATUS-WS.

           SELECT PAD-FILE
                ASSIGN USING PADAGREE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAD-STUDENT-NUMBER
                  FILE STATUS IS PAD-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT SENT-LOG-IN
                ASSIGN USING PADSENT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SENT-STATUS-WS.

           SELECT SENT-LOG-OUT
                ASSIGN USING PADSENT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAD-SUBMISSION-OUT
                ASSIGN USING PADFILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT-OUT
                ASSIGN USING PADSUBMT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
           COPY "PAYMENT-PLAN.TXT".

       FD  PAD-FILE.
           COPY "PAD-AGREEMENT.TXT".

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 FILLER             PIC X(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 FILLER             PIC X(55).

      *-----------------------------------------------------------------
      *One line per debit ever submitted; read first so an
      *installment already sent is not debited again
      *-----------------------------------------------------------------
       FD  SENT-LOG-IN.
       01  SENT-RECORD-IN.
           05 SENT-STUDENT-IN        PIC 9(6).
           05 SENT-INSTALLMENT-IN    PIC 9(2).
           05 SENT-DUE-DATE-IN       PIC 9(8).
           05 FILLER                 PIC X(27).

       FD  SENT-LOG-OUT.
       01  SENT-RECORD-OUT.
           05 SENT-STUDENT-OUT       PIC 9(6).
           05 SENT-INSTALLMENT-OUT   PIC 9(2).
           05 SENT-DUE-DATE-OUT      PIC 9(8).
           05 SENT-BANK-REF-OUT      PIC X(12).
           05 SENT-AMOUNT-OUT        PIC 9(5)V99.
           05 SENT-SUBMIT-DATE-OUT   PIC 9(8).

      *-----------------------------------------------------------------
      *Bank PAD submission: HDR, one D row per debit, TRL carrying the
      *debit count and total for the bank to balance to
      *-----------------------------------------------------------------
       FD  PAD-SUBMISSION-OUT.
       01  PAD-DETAIL-OUT.
           05 PDD-FLAG-OUT           PIC X(1).
           05 PDD-BANK-REF-OUT       PIC X(12).
           05 PDD-STUDENT-OUT        PIC 9(6).
           05 PDD-TRANSIT-OUT        PIC X(8).
           05 PDD-ACCOUNT-OUT        PIC X(12).
           05 PDD-AMOUNT-OUT         PIC 9(5)V99.
           05 PDD-DUE-DATE-OUT       PIC 9(8).
       01  PAD-HEADER-OUT.
           05 PDH-FLAG-OUT           PIC X(3).
           05 PDH-CREATE-DATE-OUT    PIC 9(8).
           05 PDH-THROUGH-DATE-OUT   PIC 9(8).
           05 FILLER                 PIC X(35).
       01  PAD-TRAILER-OUT.
           05 PDT-FLAG-OUT           PIC X(3).
           05 PDT-COUNT-OUT          PIC 9(6).
           05 PDT-AMOUNT-OUT         PIC 9(9)V99.
           05 FILLER                 PIC X(34).

       FD  REGISTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  PAYPLAN-PATH-WS             PIC X(80)
               VALUE "PAYPLAN.TXT".
       01  PADAGREE-PATH-WS            PIC X(80)
               VALUE "PADAGREE.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  PADSENT-PATH-WS             PIC X(80)
               VALUE "PADSENT.TXT".
       01  PADFILE-PATH-WS             PIC X(80)
               VALUE "PADFILE.TXT".
       01  PADSUBMT-PATH-WS            PIC X(80)
               VALUE "PADSUBMT.TXT".

       01  PLAN-STATUS-WS              PIC X(2).
       01  PAD-STATUS-WS               PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  SENT-STATUS-WS              PIC X(2).
       01  EOF-PLAN-SW                 PIC X(3)   VALUE "NO".
       01  EOF-SENT-SW                 PIC X(3)   VALUE "NO".
       01  EOF-TERM-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  AGREEMENT-FOUND-SW          PIC X(1)   VALUE "N".

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

       01  TODAYS-DATE-WS.
           05 TODAY-CCYY            PIC 9(4).
           05 TODAY-MM              PIC 9(2).
           05 TODAY-DD              PIC 9(2).
       01  TODAY-STAMP-WS              PIC 9(8).
       01  LEAD-DAYS-WS                PIC 9(2)   VALUE ZERO.
       01  THROUGH-DATE-WS             PIC 9(8)   VALUE ZERO.

       01  DUE-DATE-BROKEN-WS.
           05 DUE-CCYY              PIC 9(4).
           05 DUE-MM                PIC 9(2).
           05 DUE-DD                PIC 9(2).
       01  DAYS-TO-DUE-WS              PIC S9(6).

      *-----------------------------------------------------------------
      *Installments already debited, from the sent log
      *-----------------------------------------------------------------
       01  SENT-TBL.
           05 SENT-COUNT             PIC 9(4)  VALUE ZERO.
           05 SENT-ENTRY OCCURS 3000 TIMES.
               10 SENT-STUDENT-TBL     PIC 9(6).
               10 SENT-INSTALLMENT-TBL PIC 9(2).
               10 SENT-DUE-DATE-TBL    PIC 9(8).
       01  SENT-SUB                   PIC 9(4)  VALUE ZERO.
       01  SENT-FOUND-SW              PIC X(1)  VALUE "N".

       01  BALANCE-OWED-WS             PIC 9(5)V99 VALUE ZERO.
       01  DEBIT-AMOUNT-WS             PIC 9(5)V99 VALUE ZERO.
       01  STUDENT-NAME-WS             PIC X(40).

       01  PAD-BANK-REF-WS.
           05 FILLER                 PIC X(3)  VALUE "PAD".
           05 REF-STUDENT-WS         PIC 9(6).
           05 REF-INSTALLMENT-WS     PIC 9(2).
           05 FILLER                 PIC X(1)  VALUE SPACE.

       01  DEBIT-COUNT-WS              PIC 9(6)   VALUE ZERO.
       01  DEBIT-TOTAL-WS              PIC 9(9)V99 VALUE ZERO.
       01  ALREADY-SENT-COUNT-WS       PIC 9(5)   VALUE ZERO.
       01  NO-AGREEMENT-COUNT-WS       PIC 9(5)   VALUE ZERO.
       01  NOTHING-OWED-COUNT-WS       PIC 9(5)   VALUE ZERO.
       01  INSTALLMENTS-READ-WS        PIC 9(7)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  REGISTER-TITLE-LINE.
           05 FILLER  PIC X(30)
               VALUE "PAD SUBMISSION REGISTER       ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(17) VALUE "   DUE THROUGH ".
           05 TITLE-THROUGH-OUT      PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  REGISTER-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(42) VALUE "NAME".
           05 FILLER  PIC X(5)  VALUE "INST".
           05 FILLER  PIC X(10) VALUE "DUE".
           05 FILLER  PIC X(14) VALUE "REFERENCE".
           05 FILLER  PIC X(10) VALUE "AMOUNT".
       01  REGISTER-DETAIL-LINE.
           05 REG-NUMBER-OUT         PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-NAME-OUT           PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-INSTALLMENT-OUT    PIC Z9.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-DUE-DATE-OUT       PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-BANK-REF-OUT       PIC X(12).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-AMOUNT-OUT         PIC Z,ZZ9.99.
       01  REGISTER-TOTAL-LINE.
           05 FILLER                 PIC X(19)
               VALUE "DEBITS SUBMITTED: ".
           05 REG-TOTAL-COUNT-OUT    PIC ZZZZZ9.
           05 FILLER                 PIC X(10) VALUE "   TOTAL: ".
           05 REG-TOTAL-AMOUNT-OUT   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-SUBMIT-PAD-DEBITS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 2
               DISPLAY "SENIOR SIGN-ON REQUIRED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           PERFORM 200-ACCEPT-RUN-PARAMETERS.
           PERFORM 210-LOAD-SENT-LOG.
           IF ABORT-SW = "N"
               PERFORM 220-OPEN-FILES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 230-READ-PLAN-RECORD
               PERFORM 240-CHECK-ONE-INSTALLMENT
                   UNTIL EOF-PLAN-SW = "YES"
               PERFORM 270-WRITE-CONTROL-TRAILER
               PERFORM 280-DISPLAY-RUN-SUMMARY
               PERFORM 290-CLOSE-FILES
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
           CALL "SITECFG" USING PAYPLAN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PADAGREE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PADSENT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PADFILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PADSUBMT-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; a due installment with no
      * usable agreement counts as rejected, and the control total is
      * the debit total the PAD file trailer carries
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "PADSUBMT" TO RL-PROGRAM.
           MOVE "PADSUBMT" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE INSTALLMENTS-READ-WS TO RL-RECORDS-READ.
           MOVE DEBIT-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE NO-AGREEMENT-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE DEBIT-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * The lead time is how many days ahead of the due date the
      * bank wants the debit; installments due after today and no
      * further out than that are submitted
      *-----------------------------------------------------------------
       200-ACCEPT-RUN-PARAMETERS.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE-WS TO TODAY-STAMP-WS.
           MOVE ZERO TO LEAD-DAYS-WS.
           PERFORM 201-PROMPT-LEAD-DAYS
               UNTIL LEAD-DAYS-WS > ZERO.

       201-PROMPT-LEAD-DAYS.
           DISPLAY "Submit installments due within how many days: ".
           ACCEPT LEAD-DAYS-WS.
           IF LEAD-DAYS-WS = ZERO
               DISPLAY "Lead time must be at least one day"
           END-IF.

      *-----------------------------------------------------------------
      * A sent log too big for the table could let an installment be
      * debited twice, so the run is refused instead
      *-----------------------------------------------------------------
       210-LOAD-SENT-LOG.
           OPEN INPUT SENT-LOG-IN.
           IF SENT-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-SENT-SW
           ELSE
               PERFORM 211-READ-SENT-RECORD
                   UNTIL EOF-SENT-SW = "YES"
               CLOSE SENT-LOG-IN
           END-IF.

       211-READ-SENT-RECORD.
           READ SENT-LOG-IN
               AT END
                   MOVE "YES" TO EOF-SENT-SW
               NOT AT END
                   IF SENT-COUNT < 3000
                       ADD 1 TO SENT-COUNT
                       MOVE SENT-STUDENT-IN
                           TO SENT-STUDENT-TBL(SENT-COUNT)
                       MOVE SENT-INSTALLMENT-IN
                           TO SENT-INSTALLMENT-TBL(SENT-COUNT)
                       MOVE SENT-DUE-DATE-IN
                           TO SENT-DUE-DATE-TBL(SENT-COUNT)
                   ELSE
                       MOVE "Y" TO ABORT-SW
                       MOVE "YES" TO EOF-SENT-SW
                       DISPLAY "PADSENT.TXT HAS MORE THAN 3000 ROWS - "
                               "RUN REFUSED"
                   END-IF
           END-READ.

       220-OPEN-FILES.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "PAYPLAN.TXT NOT AVAILABLE - STATUS "
                       PLAN-STATUS-WS
           ELSE
               OPEN INPUT PAD-FILE
               IF PAD-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "PADAGREE.TXT NOT AVAILABLE - STATUS "
                           PAD-STATUS-WS
                   CLOSE PLAN-FILE
               ELSE
                   OPEN INPUT INDEXED-STUDENT-FILE
                   IF STATUS-FIELD NOT = "00"
                       MOVE "Y" TO ABORT-SW
                       DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - "
                               "STATUS " STATUS-FIELD
                       CLOSE PLAN-FILE
                       CLOSE PAD-FILE
                   ELSE
                       PERFORM 221-OPEN-OUTPUT-FILES
                   END-IF
               END-IF
           END-IF.

       221-OPEN-OUTPUT-FILES.
           OPEN EXTEND SENT-LOG-OUT.
           OPEN OUTPUT PAD-SUBMISSION-OUT.
           OPEN OUTPUT REGISTER-REPORT-OUT.
           PERFORM 222-FIND-THROUGH-DATE.
           MOVE SPACES TO PAD-HEADER-OUT.
           MOVE "HDR" TO PDH-FLAG-OUT.
           MOVE TODAY-STAMP-WS TO PDH-CREATE-DATE-OUT.
           MOVE THROUGH-DATE-WS TO PDH-THROUGH-DATE-OUT.
           WRITE PAD-HEADER-OUT.
           MOVE TODAY-STAMP-WS TO TITLE-DATE-OUT.
           MOVE THROUGH-DATE-WS TO TITLE-THROUGH-OUT.
           WRITE PRINTLINE FROM REGISTER-TITLE-LINE.
           WRITE PRINTLINE FROM REGISTER-HEADING.

      *    The last due date the run reaches, on the same 30-day-month
      *    approximation the day count uses, for the HDR and title
       222-FIND-THROUGH-DATE.
           MOVE TODAYS-DATE-WS TO DUE-DATE-BROKEN-WS.
           ADD LEAD-DAYS-WS TO DUE-DD.
           PERFORM 223-CARRY-ONE-MONTH
               UNTIL DUE-DD NOT > 30.
           MOVE DUE-DATE-BROKEN-WS TO THROUGH-DATE-WS.

       223-CARRY-ONE-MONTH.
           SUBTRACT 30 FROM DUE-DD.
           ADD 1 TO DUE-MM.
           IF DUE-MM > 12
               MOVE 1 TO DUE-MM
               ADD 1 TO DUE-CCYY
           END-IF.

       230-READ-PLAN-RECORD.
           READ PLAN-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-PLAN-SW
               NOT AT END
                   ADD 1 TO INSTALLMENTS-READ-WS
           END-READ.

      *-----------------------------------------------------------------
      * One installment: due inside the lead time, not yet sent, on
      * an active agreement signed by the due date, with something
      * still owed
      *-----------------------------------------------------------------
       240-CHECK-ONE-INSTALLMENT.
           PERFORM 250-CALCULATE-DAYS-TO-DUE.
           IF DAYS-TO-DUE-WS > ZERO
                   AND DAYS-TO-DUE-WS NOT > LEAD-DAYS-WS
               PERFORM 300-FIND-SENT-ENTRY
               IF SENT-FOUND-SW = "Y"
                   ADD 1 TO ALREADY-SENT-COUNT-WS
               ELSE
                   PERFORM 241-CHECK-AGREEMENT
               END-IF
           END-IF.
           PERFORM 230-READ-PLAN-RECORD.

       241-CHECK-AGREEMENT.
           MOVE "Y" TO AGREEMENT-FOUND-SW.
           MOVE PLAN-STUDENT-NUMBER TO PAD-STUDENT-NUMBER.
           READ PAD-FILE
               INVALID KEY
                   MOVE "N" TO AGREEMENT-FOUND-SW
           END-READ.
           IF AGREEMENT-FOUND-SW = "Y"
               IF NOT PAD-ACTIVE
                       OR PAD-AGREEMENT-DATE > PLAN-DUE-DATE
                   MOVE "N" TO AGREEMENT-FOUND-SW
               END-IF
           END-IF.
           IF AGREEMENT-FOUND-SW = "N"
               ADD 1 TO NO-AGREEMENT-COUNT-WS
           ELSE
               PERFORM 310-SUM-BALANCE-OWED
               IF BALANCE-OWED-WS = ZERO
                   ADD 1 TO NOTHING-OWED-COUNT-WS
               ELSE
                   IF PLAN-AMOUNT-DUE > BALANCE-OWED-WS
                       MOVE BALANCE-OWED-WS TO DEBIT-AMOUNT-WS
                   ELSE
                       MOVE PLAN-AMOUNT-DUE TO DEBIT-AMOUNT-WS
                   END-IF
                   PERFORM 260-WRITE-ONE-DEBIT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Days until the installment falls due, using the common
      * 360-day/30-day-month batch approximation LATEFEE uses
      *-----------------------------------------------------------------
       250-CALCULATE-DAYS-TO-DUE.
           MOVE PLAN-DUE-DATE TO DUE-DATE-BROKEN-WS.
           COMPUTE DAYS-TO-DUE-WS =
               (DUE-CCYY - TODAY-CCYY) * 360
               + (DUE-MM - TODAY-MM) * 30
               + (DUE-DD - TODAY-DD).

       260-WRITE-ONE-DEBIT.
           MOVE PLAN-STUDENT-NUMBER TO REF-STUDENT-WS.
           MOVE PLAN-INSTALLMENT-NO TO REF-INSTALLMENT-WS.
           MOVE "D"                 TO PDD-FLAG-OUT.
           MOVE PAD-BANK-REF-WS     TO PDD-BANK-REF-OUT.
           MOVE PLAN-STUDENT-NUMBER TO PDD-STUDENT-OUT.
           MOVE PAD-TRANSIT         TO PDD-TRANSIT-OUT.
           MOVE PAD-ACCOUNT         TO PDD-ACCOUNT-OUT.
           MOVE DEBIT-AMOUNT-WS     TO PDD-AMOUNT-OUT.
           MOVE PLAN-DUE-DATE       TO PDD-DUE-DATE-OUT.
           WRITE PAD-DETAIL-OUT.
           ADD 1 TO DEBIT-COUNT-WS.
           ADD DEBIT-AMOUNT-WS TO DEBIT-TOTAL-WS.
           MOVE PLAN-STUDENT-NUMBER TO SENT-STUDENT-OUT.
           MOVE PLAN-INSTALLMENT-NO TO SENT-INSTALLMENT-OUT.
           MOVE PLAN-DUE-DATE       TO SENT-DUE-DATE-OUT.
           MOVE PAD-BANK-REF-WS     TO SENT-BANK-REF-OUT.
           MOVE DEBIT-AMOUNT-WS     TO SENT-AMOUNT-OUT.
           MOVE TODAY-STAMP-WS      TO SENT-SUBMIT-DATE-OUT.
           WRITE SENT-RECORD-OUT.
           MOVE PLAN-STUDENT-NUMBER TO REG-NUMBER-OUT.
           MOVE STUDENT-NAME-WS     TO REG-NAME-OUT.
           MOVE PLAN-INSTALLMENT-NO TO REG-INSTALLMENT-OUT.
           MOVE PLAN-DUE-DATE       TO REG-DUE-DATE-OUT.
           MOVE PAD-BANK-REF-WS     TO REG-BANK-REF-OUT.
           MOVE DEBIT-AMOUNT-WS     TO REG-AMOUNT-OUT.
           WRITE PRINTLINE FROM REGISTER-DETAIL-LINE.

       300-FIND-SENT-ENTRY.
           MOVE "N" TO SENT-FOUND-SW.
           PERFORM 301-COMPARE-SENT-ENTRY
               VARYING SENT-SUB FROM 1 BY 1
               UNTIL SENT-SUB > SENT-COUNT
                   OR SENT-FOUND-SW = "Y".

       301-COMPARE-SENT-ENTRY.
           IF PLAN-STUDENT-NUMBER = SENT-STUDENT-TBL(SENT-SUB)
                   AND PLAN-INSTALLMENT-NO
                       = SENT-INSTALLMENT-TBL(SENT-SUB)
                   AND PLAN-DUE-DATE = SENT-DUE-DATE-TBL(SENT-SUB)
               MOVE "Y" TO SENT-FOUND-SW
           END-IF.

      *    The student may carry one record per term; what is owed is
      *    the sum of every term's balance, as TXNEDIT checks it
       310-SUM-BALANCE-OWED.
           MOVE ZERO TO BALANCE-OWED-WS.
           MOVE SPACES TO STUDENT-NAME-WS.
           MOVE "NO" TO EOF-TERM-SW.
           MOVE PLAN-STUDENT-NUMBER TO STUDENT-NUMBER-IN.
           MOVE LOW-VALUES TO TERM-CODE-IN.
           START INDEXED-STUDENT-FILE
               KEY IS NOT LESS THAN STUDENT-KEY-IN
               INVALID KEY
                   MOVE "YES" TO EOF-TERM-SW
           END-START.
           PERFORM 311-SUM-ONE-TERM-BALANCE
               UNTIL EOF-TERM-SW = "YES".

       311-SUM-ONE-TERM-BALANCE.
           READ INDEXED-STUDENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-TERM-SW
           END-READ.
           IF EOF-TERM-SW = "NO"
               IF STUDENT-NUMBER-IN NOT = PLAN-STUDENT-NUMBER
                   MOVE "YES" TO EOF-TERM-SW
               ELSE
                   ADD TUITION-OWED-IN TO BALANCE-OWED-WS
                   MOVE STUDENT-NAME-IN TO STUDENT-NAME-WS
               END-IF
           END-IF.

       270-WRITE-CONTROL-TRAILER.
           MOVE SPACES TO PAD-TRAILER-OUT.
           MOVE "TRL" TO PDT-FLAG-OUT.
           MOVE DEBIT-COUNT-WS TO PDT-COUNT-OUT.
           MOVE DEBIT-TOTAL-WS TO PDT-AMOUNT-OUT.
           WRITE PAD-TRAILER-OUT.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE DEBIT-COUNT-WS TO REG-TOTAL-COUNT-OUT.
           MOVE DEBIT-TOTAL-WS TO REG-TOTAL-AMOUNT-OUT.
           WRITE PRINTLINE FROM REGISTER-TOTAL-LINE.

       280-DISPLAY-RUN-SUMMARY.
           DISPLAY "PAD SUBMISSION SUMMARY".
           DISPLAY DEBIT-COUNT-WS " DEBITS SUBMITTED, TOTAL "
                   DEBIT-TOTAL-WS.
           DISPLAY ALREADY-SENT-COUNT-WS
               " INSTALLMENTS WERE ALREADY SUBMITTED. ".
           DISPLAY NO-AGREEMENT-COUNT-WS
               " INSTALLMENTS HAVE NO ACTIVE PAD AGREEMENT. ".
           DISPLAY NOTHING-OWED-COUNT-WS
               " INSTALLMENTS SKIPPED - NOTHING OWED. ".

       290-CLOSE-FILES.
           CLOSE PLAN-FILE.
           CLOSE PAD-FILE.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE SENT-LOG-OUT.
           CLOSE PAD-SUBMISSION-OUT.
           CLOSE REGISTER-REPORT-OUT.

       END PROGRAM PADSUBMT.
