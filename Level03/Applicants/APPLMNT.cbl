      *            PROGRAM1's file-intake mode reads.  The intake file
      *            is produced by the system, not typed at it.
      * Tectonics: cobc
      * 2026/10/15 SA  Tuition deposits: new P-Post deposit choice takes
      *                 a deposit from an offered or confirmed
      *                 applicant under a SIGNON-checked cashier,
      *                 issues a numbered receipt from RECEIPTNO.TXT
      *                 into RECEIPTS.TXT and writes a "D" audit line
      *                 (reason DP) under the student number minted at
      *                 offer time.  STULOAD applies the held deposit
      *                 to the new account.  A decline before the
      *                 term's start date (TERMCAL.TXT) queues the
      *                 deposit to REFUNDQ.TXT (reason DR); a later
      *                 decline forfeits it (reason DF).  New
      *                 N-Forfeit no-shows choice (supervisor) forfeits
      *                 every deposit still held once its term's
      *                 add/drop date has passed.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  A deposit is now posted under the shared
      *                 MASTER.LCK through FILELOCK, and refused while
      *                 another updater holds it, so its receipt number
      *                 cannot collide with a cashier session's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE
                ASSIGN USING APPLICNT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPL-NUMBER
                  FILE STATUS IS APPLICANT-STATUS-WS.

           SELECT APPLICANT-NUMBER-FILE
                ASSIGN USING APPLNO-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS APPLNO-STATUS-WS.

           SELECT STUDENT-NUMBER-FILE
                ASSIGN USING STUNOSEQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS STUNO-STATUS-WS.

           SELECT OFFER-LETTER-FILE
                ASSIGN USING OFFRLTRS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADMISSIONS-FILE-OUT
                ASSIGN USING ADMISSIONS-CSV-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT RECEIPT-FILE
                ASSIGN USING RECEIPTS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECEIPT-STATUS-WS.

           SELECT RECEIPT-REGISTER-FILE
                ASSIGN USING RECEIPTNO-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS-WS.

           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS-WS.

           SELECT TERM-FILE
                ASSIGN USING TERMCAL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TERM-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
       FD  ADMISSIONS-FILE-OUT.
       01  ADMISSIONS-RECORD-OUT     PIC X(98).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT line; a deposit is written flagged "D"
      *under the student number minted at offer time
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
           COPY "TUITION-AUDIT.TXT".

      *-----------------------------------------------------------------
      *The deposit receipt, in PROJECT3-2's RECEIPTS.TXT layout; there
      *is no account yet, so both balance columns are zero
      *-----------------------------------------------------------------
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD-OUT.
           05 RCPT-NUMBER-OUT        PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCPT-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCPT-STUDENT-NAME-OUT  PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCPT-PAYMENT-OUT       PIC $$$$9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCPT-OLD-BALANCE-OUT   PIC $$$$9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCPT-NEW-BALANCE-OUT   PIC $$$$9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCPT-OPERATOR-OUT      PIC X(10).

      *-----------------------------------------------------------------
      *Last receipt number issued, shared with PROJECT3-2 so counter
      *payments and deposits draw from the one sequence
      *-----------------------------------------------------------------
       FD  RECEIPT-REGISTER-FILE.
       01  REGISTER-RECORD           PIC 9(6).

      *-----------------------------------------------------------------
      *Refund-request queue worked by REFUNDPAY; a timely decline
      *queues the deposit here
      *-----------------------------------------------------------------
       FD  REFUND-QUEUE-FILE.
           COPY "REFUND-QUEUE.TXT".

      *-----------------------------------------------------------------
      *Term calendar kept by TERMMNT; the start date is the deposit
      *refund deadline and the add/drop date the no-show cut-off
      *-----------------------------------------------------------------
       FD  TERM-FILE.
           COPY "TERM-CALENDAR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  APPLICNT-PATH-WS            PIC X(80)
               VALUE "APPLICNT.TXT".
       01  APPLNO-PATH-WS              PIC X(80)
               VALUE "APPLNO.TXT".
       01  STUNOSEQ-PATH-WS            PIC X(80)
               VALUE "STUNOSEQ.TXT".
       01  OFFRLTRS-PATH-WS            PIC X(80)
               VALUE "OFFRLTRS.TXT".
       01  ADMISSIONS-CSV-PATH-WS      PIC X(80)
               VALUE "ADMISSIONS.CSV".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  RECEIPTS-PATH-WS            PIC X(80)
               VALUE "RECEIPTS.TXT".
       01  RECEIPTNO-PATH-WS           PIC X(80)
               VALUE "RECEIPTNO.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".

       01  APPLICANT-STATUS-WS         PIC X(2).
       01  APPLNO-STATUS-WS            PIC X(2).
       01  STUNO-STATUS-WS             PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  EOF-APPLICANT-SW            PIC X(3)   VALUE "NO".
       01  KEY-INVALID-SW              PIC X(1)   VALUE "N".
       01  AUDIT-STATUS-WS             PIC X(2).
       01  RECEIPT-STATUS-WS           PIC X(2).
       01  REGISTER-STATUS-WS          PIC X(2).
       01  QUEUE-STATUS-WS             PIC X(2).
       01  TERM-STATUS-WS              PIC X(2).
       01  EOF-TERM-SW                 PIC X(3)   VALUE "NO".

       01  OPERATOR-ID-WS              PIC X(10).
       01  OPERATOR-AUTH-WS            PIC 9(1)   VALUE ZERO.
       01  SIGNON-VALID-SW             PIC X(1)   VALUE "N".
       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *The offer letter line, separators carried in working storage
           05 FILLER PIC X(50) VALUE
              "A-Add  O-Offer  C-Confirm  D-Decline  L-List".
       01  MENU-TEXT-2.
           05 FILLER PIC X(50) VALUE
              "P-Post deposit  N-Forfeit no-show deposits".
       01  MENU-TEXT-3.
           05 FILLER PIC X(50) VALUE
              "G-Generate intake file  X-Exit  Choice:".


       01  GENERATED-COUNT-WS          PIC 9(4)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Tuition deposit work fields: the keyed amount and method, the
      *receipt it goes out under, and the audit line's reason and
      *amount for whichever deposit event is being written
      *-----------------------------------------------------------------
       01  DEPOSIT-AMOUNT-ENTRY        PIC 9(4)V99 VALUE ZERO.
       01  PAYMENT-METHOD-WS           PIC X(1)   VALUE SPACE.
       01  RECEIPT-NUMBER-WS           PIC 9(6)   VALUE ZERO.
       01  DEPOSIT-REASON-WS           PIC X(2)   VALUE SPACES.
       01  DEPOSIT-RECEIPT-WS          PIC 9(6)   VALUE ZERO.
       01  TODAYS-DATE-WS              PIC 9(8)   VALUE ZERO.
       01  AUDIT-TIME-WORK-WS.
           05 AUDIT-TIME-HHMMSS-WS     PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  FORFEIT-COUNT-WS            PIC 9(4)   VALUE ZERO.
       01  FORFEIT-TOTAL-WS            PIC 9(7)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *Term calendar dates, loaded once at start-up
      *-----------------------------------------------------------------
       01  TERM-TBL.
           05 TERM-COUNT             PIC 9(2)   VALUE ZERO.
           05 TERM-ENTRY-TBL         OCCURS 50 TIMES.
               10 TERM-CODE-TBL      PIC X(4).
               10 TERM-START-TBL     PIC 9(8).
               10 TERM-ADD-DROP-TBL  PIC 9(8).
       01  TERM-SUB                    PIC 9(2)   VALUE ZERO.
       01  TERM-FOUND-SUB              PIC 9(2)   VALUE ZERO.
       01  TERM-FOUND-SW               PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-TRACK-APPLICANTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 195-LOAD-TERM-TABLE.
           PERFORM 200-OPEN-APPLICANT-FILE.
           IF ABORT-SW = "N"
               MOVE SPACES TO MENU-CHOICE-WS
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING APPLICNT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING APPLNO-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUNOSEQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING OFFRLTRS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING ADMISSIONS-CSV-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTNO-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * An applicant master not yet on disk is created, since the
      * first application starts the file
                       APPLICANT-STATUS-WS
           END-IF.

      *-----------------------------------------------------------------
      * Load the term calendar's dates; with no calendar on disk no
      * deadline can be shown to have passed, so a decline refunds
      * and the no-show sweep forfeits nothing
      *-----------------------------------------------------------------
       195-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE.
           IF TERM-STATUS-WS NOT = "00"
               DISPLAY "TERMCAL.TXT NOT AVAILABLE - DEPOSIT DEADLINES "
                       "CANNOT BE CHECKED"
           ELSE
               PERFORM 196-READ-TERM-RECORD
                   UNTIL EOF-TERM-SW = "YES"
               CLOSE TERM-FILE
           END-IF.

       196-READ-TERM-RECORD.
           READ TERM-FILE
               AT END
                   MOVE "YES" TO EOF-TERM-SW
               NOT AT END
                   IF TERM-COUNT < 50
                       ADD 1 TO TERM-COUNT
                       MOVE TRM-CODE TO TERM-CODE-TBL(TERM-COUNT)
                       MOVE TRM-START-DATE
                           TO TERM-START-TBL(TERM-COUNT)
                       MOVE TRM-ADD-DROP-DATE
                           TO TERM-ADD-DROP-TBL(TERM-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-TERM-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Money is only taken or given back under a checked operator:
      * sign on through SIGNON the first time a deposit is touched,
      * and keep that ID for the rest of the session
      *-----------------------------------------------------------------
       191-IDENTIFY-OPERATOR.
           IF SIGNON-VALID-SW NOT = "Y"
               CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
                   SIGNON-VALID-SW
               IF SIGNON-VALID-SW NOT = "Y"
                   DISPLAY "SIGN-ON FAILED - DEPOSIT NOT TOUCHED"
               END-IF
           END-IF.

       210-MENU-PROCESS.
           DISPLAY MENU-TEXT-1.
           DISPLAY MENU-TEXT-2.
           DISPLAY MENU-TEXT-3.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
                           ELSE
                               IF MENU-CHOICE-WS = "G"
                                   PERFORM 270-GENERATE-INTAKE-FILE
                               ELSE
                               IF MENU-CHOICE-WS = "P"
                                   PERFORM 280-POST-DEPOSIT
                               ELSE
                               IF MENU-CHOICE-WS = "N"
                                   PERFORM 290-FORFEIT-NO-SHOWS
                               ELSE
                                   IF MENU-CHOICE-WS NOT = "X"
                                       DISPLAY "Invalid selection, "
                                               "try again"
                                   END-IF
                               END-IF
                               END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           MOVE COURSE-4-ENTRY TO APPL-COURSE-4.
           MOVE COURSE-5-ENTRY TO APPL-COURSE-5.
           MOVE TERM-ENTRY     TO APPL-TERM.
           MOVE ZERO           TO APPL-DEPOSIT-AMOUNT.
           MOVE ZERO           TO APPL-DEPOSIT-DATE.
           MOVE ZERO           TO APPL-DEPOSIT-RECEIPT.
           MOVE SPACE          TO APPL-DEPOSIT-STATUS.
           WRITE APPLICANT-MASTER
               INVALID KEY
                   DISPLAY "APPLICANT WRITE FAILED - STATUS "
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A declined applicant's held deposit is settled with the
      * decline: refunded when the decline comes before the term
      * starts, forfeited after.  Settling needs a signed-on operator.
      *-----------------------------------------------------------------
       250-DECLINE-APPLICANT.
           PERFORM 310-READ-KEYED-APPLICANT.
           IF KEY-INVALID-SW = "N"
               IF APPL-DEPOSIT-STATUS = "H"
                   PERFORM 191-IDENTIFY-OPERATOR
               END-IF
               IF APPL-DEPOSIT-STATUS = "H"
                       AND SIGNON-VALID-SW NOT = "Y"
                   DISPLAY "Deposit held - applicant not declined"
               ELSE
                   PERFORM 251-DECLINE-KEYED-APPLICANT
               END-IF
           END-IF.

       251-DECLINE-KEYED-APPLICANT.
           MOVE "D" TO APPL-STATUS.
           MOVE SPACES TO DEPOSIT-REASON-WS.
           IF APPL-DEPOSIT-STATUS = "H"
               PERFORM 370-FIND-APPLICANT-TERM
               IF TERM-FOUND-SW = "Y"
                       AND TODAYS-DATE-WS
                           NOT < TERM-START-TBL(TERM-FOUND-SUB)
                   MOVE "F" TO APPL-DEPOSIT-STATUS
                   MOVE "DF" TO DEPOSIT-REASON-WS
               ELSE
                   MOVE "R" TO APPL-DEPOSIT-STATUS
                   MOVE "DR" TO DEPOSIT-REASON-WS
               END-IF
           END-IF.
           REWRITE APPLICANT-MASTER
               INVALID KEY
                   DISPLAY "Update failed"
               NOT INVALID KEY
                   DISPLAY "Applicant marked declined"
                   PERFORM 252-SETTLE-DECLINED-DEPOSIT
           END-REWRITE.

       252-SETTLE-DECLINED-DEPOSIT.
           IF DEPOSIT-REASON-WS = "DR"
               PERFORM 360-QUEUE-DEPOSIT-REFUND
               DISPLAY "Deposit " APPL-DEPOSIT-AMOUNT
                       " queued for refund"
           END-IF.
           IF DEPOSIT-REASON-WS = "DF"
               DISPLAY "Term has started - deposit "
                       APPL-DEPOSIT-AMOUNT " forfeited"
           END-IF.
           IF DEPOSIT-REASON-WS NOT = SPACES
               MOVE ZERO TO DEPOSIT-RECEIPT-WS
               MOVE SPACE TO PAYMENT-METHOD-WS
               PERFORM 350-OPEN-AUDIT-FILE
               PERFORM 351-WRITE-DEPOSIT-AUDIT
               CLOSE TUITION-AUDIT-FILE
           END-IF.

       260-LIST-APPLICANT.
               DISPLAY "COURSES: " APPL-COURSE-1 " " APPL-COURSE-2
                       " " APPL-COURSE-3 " " APPL-COURSE-4
                       " " APPL-COURSE-5
               IF APPL-DEPOSIT-STATUS NOT = SPACE
                   DISPLAY "DEPOSIT: " APPL-DEPOSIT-AMOUNT
                           "  TAKEN: " APPL-DEPOSIT-DATE
                           "  RECEIPT: " APPL-DEPOSIT-RECEIPT
                           "  STATUS: " APPL-DEPOSIT-STATUS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Take a tuition deposit from an offered or confirmed applicant
      * - the student number already exists, so the money is traced
      * under it from the start.  One deposit per applicant.
      *-----------------------------------------------------------------
       280-POST-DEPOSIT.
           PERFORM 191-IDENTIFY-OPERATOR.
           IF SIGNON-VALID-SW = "Y"
               PERFORM 310-READ-KEYED-APPLICANT
               IF KEY-INVALID-SW = "N"
                   IF APPL-STATUS NOT = "O" AND APPL-STATUS NOT = "C"
                       DISPLAY "Applicant has no outstanding or "
                               "confirmed offer"
                   ELSE
                       IF APPL-DEPOSIT-STATUS NOT = SPACE
                           DISPLAY "A deposit is already on file - "
                                   "status " APPL-DEPOSIT-STATUS
                       ELSE
                           PERFORM 281-ACCEPT-DEPOSIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       281-ACCEPT-DEPOSIT.
           DISPLAY "Deposit amount: ".
           ACCEPT DEPOSIT-AMOUNT-ENTRY.
           DISPLAY "Method (C-cash Q-cheque D-card): ".
           ACCEPT PAYMENT-METHOD-WS.
           IF DEPOSIT-AMOUNT-ENTRY = ZERO
               DISPLAY "No deposit taken"
           ELSE
               IF PAYMENT-METHOD-WS NOT = "C"
                       AND PAYMENT-METHOD-WS NOT = "Q"
                       AND PAYMENT-METHOD-WS NOT = "D"
                   DISPLAY "Invalid method - no deposit taken"
               ELSE
                   PERFORM 283-LOCK-AND-RECORD-DEPOSIT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * RECEIPTNO.TXT is shared with the cashier screens, which number
      * receipts under MASTER.LCK; the deposit takes the same lock
      * through FILELOCK and is refused while anyone else holds it
      *-----------------------------------------------------------------
       283-LOCK-AND-RECORD-DEPOSIT.
           MOVE "A" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "Master files in use - no deposit taken"
           ELSE
               PERFORM 282-RECORD-DEPOSIT
               MOVE "R" TO LOCK-ACTION-WS
               CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
                   LOCK-GRANTED-SW
           END-IF.

      *-----------------------------------------------------------------
      * The next receipt number is only taken off the register once
      * the applicant record carries it, so a failed update never
      * skips a number
      *-----------------------------------------------------------------
       282-RECORD-DEPOSIT.
           PERFORM 340-READ-RECEIPT-REGISTER.
           ADD 1 TO RECEIPT-NUMBER-WS.
           MOVE DEPOSIT-AMOUNT-ENTRY TO APPL-DEPOSIT-AMOUNT.
           MOVE TODAYS-DATE-WS       TO APPL-DEPOSIT-DATE.
           MOVE RECEIPT-NUMBER-WS    TO APPL-DEPOSIT-RECEIPT.
           MOVE "H"                  TO APPL-DEPOSIT-STATUS.
           REWRITE APPLICANT-MASTER
               INVALID KEY
                   DISPLAY "Update failed - no deposit taken"
               NOT INVALID KEY
                   PERFORM 341-WRITE-RECEIPT-REGISTER
                   PERFORM 342-WRITE-DEPOSIT-RECEIPT
                   MOVE "DP" TO DEPOSIT-REASON-WS
                   MOVE RECEIPT-NUMBER-WS TO DEPOSIT-RECEIPT-WS
                   PERFORM 350-OPEN-AUDIT-FILE
                   PERFORM 351-WRITE-DEPOSIT-AUDIT
                   CLOSE TUITION-AUDIT-FILE
                   DISPLAY "Deposit recorded - receipt number "
                           RECEIPT-NUMBER-WS
           END-REWRITE.

      *-----------------------------------------------------------------
      * Forfeit every deposit still held once its term's add/drop
      * date has passed - the applicant never turned up to be loaded.
      * Forfeiting is revenue, so it takes supervisor authority.
      *-----------------------------------------------------------------
       290-FORFEIT-NO-SHOWS.
           PERFORM 191-IDENTIFY-OPERATOR.
           IF SIGNON-VALID-SW = "Y"
               IF OPERATOR-AUTH-WS < 3
                   DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
               ELSE
                   MOVE ZERO TO FORFEIT-COUNT-WS
                   MOVE ZERO TO FORFEIT-TOTAL-WS
                   MOVE ZERO TO DEPOSIT-RECEIPT-WS
                   MOVE SPACE TO PAYMENT-METHOD-WS
                   MOVE "DF" TO DEPOSIT-REASON-WS
                   PERFORM 350-OPEN-AUDIT-FILE
                   MOVE "NO" TO EOF-APPLICANT-SW
                   MOVE ZERO TO APPL-NUMBER
                   START APPLICANT-FILE
                       KEY IS NOT LESS THAN APPL-NUMBER
                       INVALID KEY
                           MOVE "YES" TO EOF-APPLICANT-SW
                   END-START
                   PERFORM 291-CHECK-ONE-NO-SHOW
                       UNTIL EOF-APPLICANT-SW = "YES"
                   CLOSE TUITION-AUDIT-FILE
                   DISPLAY FORFEIT-COUNT-WS
                           " NO-SHOW DEPOSITS WERE FORFEITED, TOTAL "
                           FORFEIT-TOTAL-WS
               END-IF
           END-IF.

       291-CHECK-ONE-NO-SHOW.
           READ APPLICANT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-APPLICANT-SW
           END-READ.
           IF EOF-APPLICANT-SW = "NO"
               IF APPL-DEPOSIT-STATUS = "H"
                   PERFORM 370-FIND-APPLICANT-TERM
                   IF TERM-FOUND-SW = "Y"
                       AND TODAYS-DATE-WS
                           > TERM-ADD-DROP-TBL(TERM-FOUND-SUB)
                       PERFORM 292-FORFEIT-ONE-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       292-FORFEIT-ONE-DEPOSIT.
           MOVE "F" TO APPL-DEPOSIT-STATUS.
           REWRITE APPLICANT-MASTER
               INVALID KEY
                   DISPLAY "FORFEIT REWRITE FAILED FOR " APPL-NUMBER
               NOT INVALID KEY
                   PERFORM 351-WRITE-DEPOSIT-AUDIT
                   ADD 1 TO FORFEIT-COUNT-WS
                   ADD APPL-DEPOSIT-AMOUNT TO FORFEIT-TOTAL-WS
           END-REWRITE.

      *-----------------------------------------------------------------
      * Receipt numbering shared with PROJECT3-2's 194/195: a missing
      * register starts from zero, and the number just issued is
      * written back as the high-water mark
      *-----------------------------------------------------------------
       340-READ-RECEIPT-REGISTER.
           MOVE ZERO TO RECEIPT-NUMBER-WS.
           OPEN INPUT RECEIPT-REGISTER-FILE.
           IF REGISTER-STATUS-WS = "00"
               READ RECEIPT-REGISTER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REGISTER-RECORD TO RECEIPT-NUMBER-WS
               END-READ
               CLOSE RECEIPT-REGISTER-FILE
           END-IF.

       341-WRITE-RECEIPT-REGISTER.
           OPEN OUTPUT RECEIPT-REGISTER-FILE.
           MOVE RECEIPT-NUMBER-WS TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           CLOSE RECEIPT-REGISTER-FILE.

       342-WRITE-DEPOSIT-RECEIPT.
           OPEN EXTEND RECEIPT-FILE.
           IF RECEIPT-STATUS-WS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           MOVE RECEIPT-NUMBER-WS   TO RCPT-NUMBER-OUT.
           MOVE APPL-STUDENT-NUMBER TO RCPT-STUDENT-NUMBER-OUT.
           MOVE APPL-NAME           TO RCPT-STUDENT-NAME-OUT.
           MOVE APPL-DEPOSIT-AMOUNT TO RCPT-PAYMENT-OUT.
           MOVE ZERO                TO RCPT-OLD-BALANCE-OUT.
           MOVE ZERO                TO RCPT-NEW-BALANCE-OUT.
           MOVE OPERATOR-ID-WS      TO RCPT-OPERATOR-OUT.
           WRITE RECEIPT-RECORD-OUT.
           CLOSE RECEIPT-FILE.

       350-OPEN-AUDIT-FILE.
           OPEN EXTEND TUITION-AUDIT-FILE.
           IF AUDIT-STATUS-WS = "35"
               OPEN OUTPUT TUITION-AUDIT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The deposit's audit line: flagged "D" under the minted student
      * number and the applicant's term, reason DP taken, DR refund
      * queued or DF forfeited.  Both balance columns are zero - the
      * deposit moves no balance until STULOAD applies it.
      *-----------------------------------------------------------------
       351-WRITE-DEPOSIT-AUDIT.
           MOVE APPL-STUDENT-NUMBER TO AUDIT-STUDENT-NUMBER.
           MOVE APPL-DEPOSIT-AMOUNT TO AUDIT-PAYMENT.
           MOVE ZERO                TO AUDIT-OLD-BALANCE.
           MOVE ZERO                TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS      TO AUDIT-OPERATOR-ID.
           MOVE DEPOSIT-RECEIPT-WS  TO AUDIT-RECEIPT-NUMBER.
           MOVE "D"                 TO AUDIT-TXN-TYPE.
           MOVE DEPOSIT-REASON-WS   TO AUDIT-REASON-CODE.
           MOVE TODAYS-DATE-WS      TO AUDIT-DATE.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE PAYMENT-METHOD-WS   TO AUDIT-METHOD.
           MOVE SPACES              TO AUDIT-BANK-REF.
           MOVE APPL-TERM           TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
      * A timely decline's deposit goes to REFUNDPAY's queue like any
      * other refund owed, stamped with the applicant's term
      *-----------------------------------------------------------------
       360-QUEUE-DEPOSIT-REFUND.
           OPEN EXTEND REFUND-QUEUE-FILE.
           IF QUEUE-STATUS-WS = "35"
               OPEN OUTPUT REFUND-QUEUE-FILE
           END-IF.
           MOVE APPL-STUDENT-NUMBER TO RFQ-STUDENT-NUMBER.
           MOVE APPL-NAME           TO RFQ-STUDENT-NAME.
           MOVE APPL-DEPOSIT-AMOUNT TO RFQ-AMOUNT.
           MOVE TODAYS-DATE-WS      TO RFQ-REQUEST-DATE.
           MOVE "APPL DEP"          TO RFQ-SOURCE.
           MOVE "O"                 TO RFQ-STATUS.
           MOVE APPL-TERM           TO RFQ-TERM-CODE.
           WRITE REFUND-QUEUE-REC.
           CLOSE REFUND-QUEUE-FILE.

       370-FIND-APPLICANT-TERM.
           MOVE "N" TO TERM-FOUND-SW.
           MOVE ZERO TO TERM-FOUND-SUB.
           PERFORM 371-COMPARE-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-COUNT OR TERM-FOUND-SW = "Y".

       371-COMPARE-TERM-CODE.
           IF APPL-TERM = TERM-CODE-TBL(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-SW
               MOVE TERM-SUB TO TERM-FOUND-SUB
           END-IF.

       END PROGRAM APPLMNT.
