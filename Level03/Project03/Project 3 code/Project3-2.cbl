      *                 postings apply to the oldest term still
      *                 owing; maintenance change and delete key the
      *                 term alongside the number.
      * 2026/10/15 SA  Every TUITIONAUDIT.TXT line - payment, batch
      *                 slice, reversal, withdrawal and sponsor share -
      *                 now carries the term code of the record it was
      *                 posted against, through the shared
      *                 TUITION-AUDIT.TXT copybook, so a sliced batch
      *                 payment shows which term each slice paid; a
      *                 queued withdrawal refund carries its term too.
      * 2026/10/15 SA  The withdrawal refund schedule now comes from the
      *                 TERMCAL.TXT term calendar kept by TERMMNT: days
      *                 are counted from the term's start date rather
      *                 than the student's billing date, the term's own
      *                 refund tiers set the percentage, and a
      *                 withdrawal after the term's withdrawal deadline
      *                 is refused.  Maintenance-mode add now refuses a
      *                 term code that is not on the calendar.
      * 2026/10/15 SA  The payment screen refuses method Q for a
      *                 student NSFIMP has flagged on NOCHEQUE.TXT
      *                 after a returned item, and asks for another
      *                 method.  No flag file on disk means no student
      *                 is flagged.
      * 2026/10/15 SA  Batch mode now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram:
      *                 transactions read, posted and rejected, the
      *                 amount posted as control total and the return
      *                 code.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The dated backup and its COPY
      *                 command are built from the resolved names.
      * 2026/10/15 SA  A withdrawal now re-measures the student's
      *                 active credit hours when LOANCOE has confirmed
      *                 them full-time to the student loan program;
      *                 below the full-time hours on the LOANCONF.TXT
      *                 register, a change-of-status record is queued
      *                 on LOANCHG.TXT for LOANCOE's next response.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-2.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS STUDENT-KEY-IN
                 FILE STATUS IS STATUS-FIELD.
           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-FILE-IN
                ASSIGN USING TUITIONACC-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRAM-FILE-IN
                ASSIGN USING PROGRAM-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-IN
                ASSIGN USING STUHIST-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HIST-KEY
                 FILE STATUS IS HISTORY-STATUS-WS.
           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT-FILE
                ASSIGN USING MAINTAUDIT-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-FILE
                ASSIGN USING RECEIPTS-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-REGISTER-FILE
                ASSIGN USING RECEIPTNO-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REGISTER-STATUS-WS.
           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPONSOR-COVER-FILE
                ASSIGN USING SPONCOVER-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS COV-STUDENT-NUMBER
                 FILE STATUS IS COVER-STATUS-WS.
           SELECT TIMETABLE-FILE-IN
                ASSIGN USING TIMETABL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TIMETABLE-STATUS-WS.
           SELECT WAITLIST-FILE
                ASSIGN USING WAITLIST-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS WAIT-KEY
                 FILE STATUS IS WAITLIST-STATUS-WS.
           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS HOLD-KEY
                 FILE STATUS IS HOLD-STATUS-WS.
           SELECT CHEQUE-BLOCK-FILE
                ASSIGN USING NOCHEQUE-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CHQB-STUDENT-NUMBER
                 FILE STATUS IS BLOCK-STATUS-WS.
           SELECT TERM-FILE-IN
                ASSIGN USING TERMCAL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TERM-STATUS-WS.
           SELECT LOAN-CONFIRM-FILE
                ASSIGN USING LOANCONF-PATH-WS
                 ORGANISATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS LCF-KEY
                 FILE STATUS IS LOANCONF-STATUS-WS.
           SELECT LOAN-CHANGE-FILE
                ASSIGN USING LOANCHG-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LOANCHG-STATUS-WS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-STUDENT-FILE.
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-OUT      PIC 9(3).

      *-----------------------------------------------------------------
      * Shared TUITIONAUDIT.TXT layout; every line carries the term
      * record it was posted against
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
           COPY "TUITION-AUDIT.TXT".

       FD  TRANSACTION-FILE-IN.
       01  TRANSACTION-RECORD-IN.
       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

      *-----------------------------------------------------------------
      * Students whose cheques are refused after a returned item;
      * the payment screen will not take method Q from them
      *-----------------------------------------------------------------
       FD  CHEQUE-BLOCK-FILE.
           COPY "CHEQUE-BLOCK.TXT".

      *-----------------------------------------------------------------
      * Term calendar kept by TERMMNT; the withdrawal proration reads
      * its start date, deadline and refund tiers, and maintenance
      * add refuses a term not on it
      *-----------------------------------------------------------------
       FD  TERM-FILE-IN.
           COPY "TERM-CALENDAR.TXT".

      *-----------------------------------------------------------------
      * Students LOANCOE has confirmed to the loan program; a
      * withdrawal that takes one below the full-time hours kept here
      * queues a change of status on LOANCHG.TXT for LOANCOE to send
      *-----------------------------------------------------------------
       FD  LOAN-CONFIRM-FILE.
           COPY "LOAN-CONFIRM.TXT".

       FD  LOAN-CHANGE-FILE.
           COPY "LOAN-RESPONSE.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  TUITIONACC-PATH-WS          PIC X(80)
               VALUE "TUITIONACC.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  STUHIST-PATH-WS             PIC X(80)
               VALUE "STUHIST.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  MAINTAUDIT-PATH-WS          PIC X(80)
               VALUE "MAINTAUDIT.TXT".
       01  RECEIPTS-PATH-WS            PIC X(80)
               VALUE "RECEIPTS.TXT".
       01  RECEIPTNO-PATH-WS           PIC X(80)
               VALUE "RECEIPTNO.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  SPONCOVER-PATH-WS           PIC X(80)
               VALUE "SPONCOVER.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  WAITLIST-PATH-WS            PIC X(80)
               VALUE "WAITLIST.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  NOCHEQUE-PATH-WS            PIC X(80)
               VALUE "NOCHEQUE.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".
       01  LOANCONF-PATH-WS            PIC X(80)
               VALUE "LOANCONF.TXT".
       01  LOANCHG-PATH-WS             PIC X(80)
               VALUE "LOANCHG.TXT".

       01  STUDENT-RECORD-OUT.
           05 STUDENT-KEY-WS.
               10 STUDENT-NUMBER-WS  PIC 9(6).
       01  OVERPAYMENT-SW              PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  BACKUP-DATE-WS              PIC 9(8).
       01  BACKUP-COMMAND-WS           PIC X(200).
       01  BACKUP-PATH-WS              PIC X(80).
       01  OPERATOR-ID-WS              PIC X(10).
       01  OPERATOR-AUTHORITY-WS       PIC 9(1)   VALUE ZERO.
       01  SIGNON-VALID-SW             PIC X(1)   VALUE "N".
           05 WD-TODAY-CCYY         PIC 9(4).
           05 WD-TODAY-MM           PIC 9(2).
           05 WD-TODAY-DD           PIC 9(2).
       01  WITHDRAW-START-WS.
           05 WD-START-CCYY         PIC 9(4).
           05 WD-START-MM           PIC 9(2).
           05 WD-START-DD           PIC 9(2).
       01  WITHDRAW-DAYS-WS            PIC S9(6).

      *-----------------------------------------------------------------
      *Loan confirmation: the active hours left after a withdrawal,
      *measured the way LOANCOE measures them
      *-----------------------------------------------------------------
       01  LOANCONF-STATUS-WS          PIC X(2).
       01  LOANCHG-STATUS-WS           PIC X(2).
       01  LOAN-HOURS-WS               PIC 9(3)  VALUE ZERO.
       01  LOAN-SLOT-COURSE-WS         PIC X(7).
       01  LOAN-SLOT-AVERAGE-WS        PIC 9(3).
       01  REFUND-PCT-WS               PIC 9(3)   VALUE ZERO.
       01  TIER-FOUND-SW               PIC X(1)   VALUE "N".
       01  TIER-SUB                    PIC 9(1)   VALUE ZERO.
       01  WITHDRAW-CREDIT-WS          PIC 9(5)V99.
       01  REFUND-EXCESS-WS            PIC 9(5)V99 VALUE ZERO.
       01  PROGRAM-TBL.
       01  REVERSAL-MODE-SW            PIC X(1)   VALUE "N".
       01  SPONSOR-MODE-SW             PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *Term calendar rows loaded from TERMCAL.TXT; a missing calendar
      *refuses maintenance mode and computes no withdrawal credit
      *-----------------------------------------------------------------
       01  TERM-STATUS-WS              PIC X(2).
       01  TERMS-AVAILABLE-SW          PIC X(1)  VALUE "N".
       01  EOF-TERM-SW                 PIC X(3)  VALUE "NO".
       01  TERM-TBL.
           05 TERM-TABLE-COUNT       PIC 9(2)  VALUE ZERO.
           05 TERM-VALUES-TBL OCCURS 50 TIMES.
               10 TRM-CODE-TBL         PIC X(4).
               10 TRM-START-TBL        PIC 9(8).
               10 TRM-END-TBL          PIC 9(8).
               10 TRM-ADD-DROP-TBL     PIC 9(8).
               10 TRM-WITHDRAW-TBL     PIC 9(8).
               10 TRM-TIER-TBL OCCURS 3 TIMES.
                   15 TRM-TIER-DAYS-TBL    PIC 9(3).
                   15 TRM-TIER-PERCENT-TBL PIC 9(3).
       01  TERM-SUB                    PIC 9(2)  VALUE ZERO.
       01  TERM-FOUND-SUB              PIC 9(2)  VALUE ZERO.
       01  TERM-FOUND-SW               PIC X(1)  VALUE "N".
       01  TERM-CODE-CHECK-WS          PIC X(4).
       01  TERM-VALID-SW               PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Sponsor payment fields: the cheque is drawn down cover by
      *cover until it runs out or the sponsor's students are done
       01  KEY-INVALID-SW              PIC X(1)   VALUE "N".
       01  POSTED-COUNT-WS             PIC 9(4)   VALUE ZERO.
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  POSTED-AMOUNT-WS            PIC 9(7)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

      *-----------------------------------------------------------------
      *Maintenance-mode fields
       01  HOLD-FOUND-SW               PIC X(1)  VALUE "N".
       01  HOLD-TYPE-FOUND-WS          PIC X(1).
       01  HOLD-REASON-FOUND-WS        PIC X(20).
       01  BLOCK-STATUS-WS             PIC X(2).
       01  CHEQUE-BLOCKED-SW           PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Prerequisite checking fields and the history browse

       PROCEDURE DIVISION.
       100-CREATE-UPDATED-STU-RECORD.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 191-IDENTIFY-OPERATOR.
           PERFORM 192-ACQUIRE-LOCK.
           IF LOCK-BUSY-SW = "Y"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONACC-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTNO-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONCOVER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING WAITLIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING NOCHEQUE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LOANCONF-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LOANCHG-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Sign the operator on through the shared SIGNON subprogram, so
      * the lock file and the audit trails carry a checked ID and
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Batch mode is a batch run like any other and leaves the
      * standard RUNLOG.TXT record; the control total is the amount
      * actually posted, slice by slice
      *-----------------------------------------------------------------
       196-START-RUN-LOG.
           MOVE "PROJECT3-2" TO RL-PROGRAM.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       197-WRITE-RUN-LOG.
           COMPUTE RL-RECORDS-READ = POSTED-COUNT-WS
               + REJECTED-COUNT-WS.
           MOVE POSTED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE REJECTED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE POSTED-AMOUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * Which authority level the chosen mode needs: posting a
      * payment takes a cashier, reversals and withdrawals a senior
      *    double-counting an earlier session's payments
       190-BACKUP-STUDENT-FILE.
           ACCEPT BACKUP-DATE-WS FROM DATE YYYYMMDD.
           MOVE SPACES TO BACKUP-PATH-WS.
           STRING "INDEXSTUFILE3." BACKUP-DATE-WS ".BAK"
               DELIMITED BY SIZE INTO BACKUP-PATH-WS.
           CALL "SITECFG" USING BACKUP-PATH-WS, SITE-REGION-WS.
           MOVE SPACES TO BACKUP-COMMAND-WS.
           STRING "IF NOT EXIST " DELIMITED BY SIZE
                  BACKUP-PATH-WS DELIMITED BY SPACE
                  " COPY " DELIMITED BY SIZE
                  INDEXSTUFILE3-PATH-WS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  BACKUP-PATH-WS DELIMITED BY SPACE
               INTO BACKUP-COMMAND-WS.
           CALL "SYSTEM" USING BACKUP-COMMAND-WS.

      *-----------------------------------------------------------------
           DISPLAY "Method (C-cash Q-cheque D-card): "
                   LINE 9 COLUMN 5.
           ACCEPT PAYMENT-METHOD-WS LINE 9 COLUMN 40.
           IF PAYMENT-METHOD-WS = "Q"
               PERFORM 208-CHECK-CHEQUE-BLOCK
               IF CHEQUE-BLOCKED-SW = "Y"
                   DISPLAY "No cheques from this student (NSF) - "
                           "choose another method" LINE 10 COLUMN 5
                   MOVE SPACE TO PAYMENT-METHOD-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A student flagged after a returned item may pay any way but
      * by cheque
      *-----------------------------------------------------------------
       208-CHECK-CHEQUE-BLOCK.
           MOVE "N" TO CHEQUE-BLOCKED-SW.
           OPEN INPUT CHEQUE-BLOCK-FILE.
           IF BLOCK-STATUS-WS = "00"
               MOVE STUDENT-NUMBER-IN TO CHQB-STUDENT-NUMBER
               READ CHEQUE-BLOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CHEQUE-BLOCKED-SW
               END-READ
               CLOSE CHEQUE-BLOCK-FILE
           END-IF.

       202-READ-FILES.
           READ INDEXED-STUDENT-FILE
      * screen, then report how many posted versus were rejected
      *-----------------------------------------------------------------
       210-BATCH-UPDATE-ALL.
           PERFORM 196-START-RUN-LOG.
           PERFORM 200-OPEN-FILES.
           OPEN INPUT TRANSACTION-FILE-IN.
           MOVE ZERO TO POSTED-COUNT-WS.
           MOVE ZERO TO REJECTED-COUNT-WS.
           MOVE ZERO TO POSTED-AMOUNT-WS.
           MOVE "NO" TO TXN-EOF-SW.
           PERFORM 211-READ-TRANSACTION.
           PERFORM 212-PROCESS-ONE-TRANSACTION
           CLOSE TRANSACTION-FILE-IN.
           PERFORM 204-CLOSE-FILES.
           PERFORM 213-DISPLAY-BATCH-SUMMARY.
           PERFORM 197-WRITE-RUN-LOG.

       211-READ-TRANSACTION.
           MOVE "N" TO TXN-VALID-SW.
                   MOVE "Y" TO BATCH-DONE-SW
               ELSE
                   MOVE "Y" TO BATCH-POSTED-SW
                   ADD TUITION-PAYMENT-WS TO POSTED-AMOUNT-WS
               END-IF
           END-IF.

           PERFORM 406-STAMP-AUDIT-DATE-TIME.
           MOVE PAYMENT-METHOD-WS  TO AUDIT-METHOD.
           MOVE BANK-REF-WS        TO AUDIT-BANK-REF.
           MOVE TERM-CODE-WS       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
           PERFORM 406-STAMP-AUDIT-DATE-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE TERM-CODE-WS       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
           PERFORM 200-OPEN-FILES.
           PERFORM 227-LOAD-COURSE-TABLE.
           PERFORM 272-LOAD-PROGRAM-TABLE.
           PERFORM 235-LOAD-TERM-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "WITHDRAWAL REFUSED - ENLARGE THE TABLE AND "
                       "RECOMPILE" LINE 22 COLUMN 5
               PERFORM 204-CLOSE-FILES
               GO TO 270-EXIT
           END-IF.
           ACCEPT WITHDRAW-TODAY-WS FROM DATE YYYYMMDD.
           MOVE TERM-CODE-WS TO TERM-CODE-CHECK-WS.
           PERFORM 237-LOOKUP-TERM-CODE.
           IF TERM-FOUND-SW = "Y"
               IF WITHDRAW-TODAY-WS > TRM-WITHDRAW-TBL(TERM-FOUND-SUB)
                   DISPLAY "Past the term's withdrawal deadline - "
                           "withdrawal refused" LINE 21 COLUMN 5
                   PERFORM 204-CLOSE-FILES
                   GO TO 270-EXIT
               END-IF
           END-IF.
           PERFORM 274-PRORATE-WITHDRAWAL-CREDIT.
           PERFORM 275-MARK-SLOT-WITHDRAWN.
           MOVE TUITION-OWED-WS TO OLD-BALANCE-WS.
                   IF REFUND-EXCESS-WS > ZERO
                       PERFORM 279-QUEUE-REFUND-REQUEST
                   END-IF
                   PERFORM 290-CHECK-LOAN-CONFIRMATION
           END-REWRITE.
           PERFORM 204-CLOSE-FILES.

           END-IF.

      *-----------------------------------------------------------------
      * Refund schedule against the term's start date from the term
      * calendar, using the same 360-day/30-day-month approximation
      * TUITIONAGE uses: the first of the term's refund tiers whose
      * days cover the withdrawal sets the percentage of the course's
      * tuition that comes back; past the last tier nothing does.
      * The course's tuition is its credit hours at the program's
      * per-credit rate.  A term not on the calendar computes no
      * credit, the same as a course or program off its master.
      *-----------------------------------------------------------------
       274-PRORATE-WITHDRAWAL-CREDIT.
           MOVE ZERO TO REFUND-PCT-WS.
           MOVE ZERO TO WITHDRAW-DAYS-WS.
           MOVE TERM-CODE-WS TO TERM-CODE-CHECK-WS.
           PERFORM 237-LOOKUP-TERM-CODE.
           IF TERM-FOUND-SW = "Y"
               MOVE TRM-START-TBL(TERM-FOUND-SUB) TO WITHDRAW-START-WS
               COMPUTE WITHDRAW-DAYS-WS =
                   (WD-TODAY-CCYY - WD-START-CCYY) * 360
                   + (WD-TODAY-MM - WD-START-MM) * 30
                   + (WD-TODAY-DD - WD-START-DD)
               IF WITHDRAW-DAYS-WS < ZERO
                   MOVE ZERO TO WITHDRAW-DAYS-WS
               END-IF
               MOVE "N" TO TIER-FOUND-SW
               PERFORM 271-TEST-ONE-REFUND-TIER
                   VARYING TIER-SUB FROM 1 BY 1
                   UNTIL TIER-SUB > 3 OR TIER-FOUND-SW = "Y"
           END-IF.
           MOVE WITHDRAW-COURSE-WS TO COURSE-CODE-CHECK-WS.
           PERFORM 229-LOOKUP-COURSE-CODE.
               UNTIL PROGRAM-SUB > PROGRAM-TABLE-COUNT
                   OR PROGRAM-FOUND-SW = "Y".
           IF COURSE-VALID-SW = "Y" AND PROGRAM-FOUND-SW = "Y"
                   AND TERM-FOUND-SW = "Y"
               COMPUTE WITHDRAW-CREDIT-WS ROUNDED =
                   PROGRAM-RATE-TBL(PROGRAM-FOUND-SUB)
                   * COURSE-HOURS-TBL(COURSE-FOUND-SUB)
                   * REFUND-PCT-WS / 100
           ELSE
               MOVE ZERO TO WITHDRAW-CREDIT-WS
               DISPLAY "Course, program or term not on its master - "
                       "no credit computed" LINE 22 COLUMN 5
           END-IF.

       271-TEST-ONE-REFUND-TIER.
           IF TRM-TIER-DAYS-TBL(TERM-FOUND-SUB, TIER-SUB) NOT = ZERO
                   AND WITHDRAW-DAYS-WS
                       <= TRM-TIER-DAYS-TBL(TERM-FOUND-SUB, TIER-SUB)
               MOVE TRM-TIER-PERCENT-TBL(TERM-FOUND-SUB, TIER-SUB)
                   TO REFUND-PCT-WS
               MOVE "Y" TO TIER-FOUND-SW
           END-IF.

       278-COMPARE-PROGRAM-CODE.
           ACCEPT RFQ-REQUEST-DATE FROM DATE YYYYMMDD.
           MOVE "PROJECT3-2"       TO RFQ-SOURCE.
           MOVE "O"                TO RFQ-STATUS.
           MOVE TERM-CODE-WS       TO RFQ-TERM-CODE.
           WRITE REFUND-QUEUE-REC.
           CLOSE REFUND-QUEUE-FILE.
           DISPLAY "Refund queued for disbursement:"
               LINE 22 COLUMN 5.
           DISPLAY REFUND-EXCESS-WS LINE 22 COLUMN 40.

      *-----------------------------------------------------------------
      * A student confirmed full-time to the loan program is measured
      * again after the withdrawal; below the full-time hours on the
      * register, a change of status is queued.  No register on disk
      * means nobody has been confirmed
      *-----------------------------------------------------------------
       290-CHECK-LOAN-CONFIRMATION.
           OPEN I-O LOAN-CONFIRM-FILE.
           IF LOANCONF-STATUS-WS = "00"
               MOVE STUDENT-NUMBER-WS TO LCF-STUDENT-NUMBER
               MOVE TERM-CODE-WS TO LCF-TERM-CODE
               READ LOAN-CONFIRM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LCF-FULL-TIME
                           PERFORM 291-MEASURE-REMAINING-LOAD
                           IF LOAN-HOURS-WS < LCF-FULL-TIME-HOURS
                               PERFORM 292-SEND-CHANGE-OF-STATUS
                           END-IF
                       END-IF
               END-READ
               CLOSE LOAN-CONFIRM-FILE
           END-IF.

       291-MEASURE-REMAINING-LOAD.
           MOVE ZERO TO LOAN-HOURS-WS.
           MOVE COURSE-CODE-1-WS TO LOAN-SLOT-COURSE-WS.
           MOVE AVERAGE-1-WS     TO LOAN-SLOT-AVERAGE-WS.
           PERFORM 293-ADD-ACTIVE-SLOT-HOURS.
           MOVE COURSE-CODE-2-WS TO LOAN-SLOT-COURSE-WS.
           MOVE AVERAGE-2-WS     TO LOAN-SLOT-AVERAGE-WS.
           PERFORM 293-ADD-ACTIVE-SLOT-HOURS.
           MOVE COURSE-CODE-3-WS TO LOAN-SLOT-COURSE-WS.
           MOVE AVERAGE-3-WS     TO LOAN-SLOT-AVERAGE-WS.
           PERFORM 293-ADD-ACTIVE-SLOT-HOURS.
           MOVE COURSE-CODE-4-WS TO LOAN-SLOT-COURSE-WS.
           MOVE AVERAGE-4-WS     TO LOAN-SLOT-AVERAGE-WS.
           PERFORM 293-ADD-ACTIVE-SLOT-HOURS.
           MOVE COURSE-CODE-5-WS TO LOAN-SLOT-COURSE-WS.
           MOVE AVERAGE-5-WS     TO LOAN-SLOT-AVERAGE-WS.
           PERFORM 293-ADD-ACTIVE-SLOT-HOURS.

       293-ADD-ACTIVE-SLOT-HOURS.
           IF LOAN-SLOT-COURSE-WS NOT = SPACES
                   AND LOAN-SLOT-AVERAGE-WS NOT = 999
               MOVE LOAN-SLOT-COURSE-WS TO COURSE-CODE-CHECK-WS
               PERFORM 229-LOOKUP-COURSE-CODE
               IF COURSE-VALID-SW = "Y"
                   ADD COURSE-HOURS-TBL(COURSE-FOUND-SUB)
                       TO LOAN-HOURS-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The change of status goes out in the loan program's own
      * layout with the holds as they stand today; the register is
      * brought up to date so the next withdrawal is measured against
      * what was last reported
      *-----------------------------------------------------------------
       292-SEND-CHANGE-OF-STATUS.
           MOVE SPACES TO LOAN-RESPONSE.
           MOVE "S" TO LRS-RECORD-TYPE.
           MOVE LCF-LOAN-REFERENCE TO LRS-LOAN-REFERENCE.
           MOVE STUDENT-NUMBER-WS TO LRS-STUDENT-NUMBER.
           MOVE TERM-CODE-WS TO LRS-TERM-CODE.
           IF LOAN-HOURS-WS = ZERO
               MOVE "N" TO LRS-ENROLL-STATUS
           ELSE
               MOVE "P" TO LRS-ENROLL-STATUS
           END-IF.
           MOVE LOAN-HOURS-WS TO LRS-CREDIT-HOURS.
           MOVE LCF-FULL-TIME-HOURS TO LRS-FULL-TIME-HOURS.
           MOVE WITHDRAW-TODAY-WS TO LRS-EFFECTIVE-DATE.
           PERFORM 294-NOTE-LOAN-HOLDS.
           OPEN EXTEND LOAN-CHANGE-FILE.
           IF LOANCHG-STATUS-WS = "35"
               OPEN OUTPUT LOAN-CHANGE-FILE
           END-IF.
           WRITE LOAN-RESPONSE.
           CLOSE LOAN-CHANGE-FILE.
           MOVE LRS-ENROLL-STATUS TO LCF-ENROLL-STATUS.
           MOVE LOAN-HOURS-WS TO LCF-CREDIT-HOURS.
           MOVE WITHDRAW-TODAY-WS TO LCF-CHANGED-DATE.
           REWRITE LOAN-CONFIRM
               INVALID KEY
                   DISPLAY "LOANCONF.TXT not updated" LINE 24 COLUMN 5
           END-REWRITE.
           DISPLAY "Below full-time - loan program will be notified"
               LINE 23 COLUMN 5.

      *-----------------------------------------------------------------
      * One keyed read per hold type; no holds file on disk means no
      * holds
      *-----------------------------------------------------------------
       294-NOTE-LOAN-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS-WS = "00"
               MOVE STUDENT-NUMBER-WS TO HOLD-STUDENT-NUMBER
               MOVE "F" TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "F" TO LRS-HOLD-FINANCE
               END-READ
               MOVE "A" TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO LRS-HOLD-ACADEMIC
               END-READ
               MOVE "D" TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO LRS-HOLD-ADMIN
               END-READ
               CLOSE HOLD-FILE
           END-IF.

      *-----------------------------------------------------------------
      * The credit's own audit line, flagged "W" with the withdrawal
      * reason code; no receipt, nothing was handed over the counter
           PERFORM 406-STAMP-AUDIT-DATE-TIME.
           MOVE SPACE               TO AUDIT-METHOD.
           MOVE SPACES              TO AUDIT-BANK-REF.
           MOVE TERM-CODE-WS        TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
           PERFORM 406-STAMP-AUDIT-DATE-TIME.
           MOVE "Q"                TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE TERM-CODE-WS       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 235-LOAD-TERM-TABLE.
           IF TERMS-AVAILABLE-SW = "N" OR TABLE-OVERFLOW-SW = "Y"
               DISPLAY "MAINTENANCE REFUSED - TERMCAL.TXT NOT "
                       "AVAILABLE OR TOO LARGE" LINE 22 COLUMN 5
               CLOSE INDEXED-STUDENT-FILE
               PERFORM 193-RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 246-TALLY-CURRENT-ENROLLMENT.
           PERFORM 256-LOAD-TIMETABLE.
           OPEN INPUT HOLD-FILE.
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Load the term calendar; a calendar not on disk leaves the
      * table empty and TERMS-AVAILABLE-SW off
      *-----------------------------------------------------------------
       235-LOAD-TERM-TABLE.
           MOVE ZERO TO TERM-TABLE-COUNT.
           MOVE "NO" TO EOF-TERM-SW.
           OPEN INPUT TERM-FILE-IN.
           IF TERM-STATUS-WS = "00"
               MOVE "Y" TO TERMS-AVAILABLE-SW
               PERFORM 236-READ-TERM-RECORD
                   UNTIL EOF-TERM-SW = "YES"
               CLOSE TERM-FILE-IN
           ELSE
               MOVE "N" TO TERMS-AVAILABLE-SW
           END-IF.

       236-READ-TERM-RECORD.
           READ TERM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-TERM-SW
               NOT AT END
                   IF TERM-TABLE-COUNT < 50
                       ADD 1 TO TERM-TABLE-COUNT
                       MOVE TERM-CALENDAR TO
                           TERM-VALUES-TBL(TERM-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-TERM-SW
                       DISPLAY "TERMCAL.TXT HAS MORE THAN 50 ROWS - "
                               "TERM TABLE OVERFLOW"
                           LINE 21 COLUMN 5
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Search TERM-TBL for TERM-CODE-CHECK-WS
      *-----------------------------------------------------------------
       237-LOOKUP-TERM-CODE.
           MOVE "N" TO TERM-FOUND-SW.
           MOVE ZERO TO TERM-FOUND-SUB.
           PERFORM 238-COMPARE-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-TABLE-COUNT
                   OR TERM-FOUND-SW = "Y".

       238-COMPARE-TERM-CODE.
           IF TERM-CODE-CHECK-WS = TRM-CODE-TBL(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-SW
               MOVE TERM-SUB TO TERM-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Search COURSE-TBL for COURSE-CODE-CHECK-WS
      *-----------------------------------------------------------------
      *    On a change the term is part of the key and cannot be
      *    re-keyed here; it is shown instead
           IF PROMPT-TERM-SW = "Y"
               MOVE "N" TO TERM-VALID-SW
               PERFORM 245-ACCEPT-TERM-CODE
                   UNTIL TERM-VALID-SW = "Y"
           ELSE
               DISPLAY "Term code: "     LINE 8  COLUMN 45
               DISPLAY TERM-CODE-WS      LINE 8  COLUMN 60
           DISPLAY "Average 5: "         LINE 13 COLUMN 50.
           ACCEPT  AVERAGE-5-WS          LINE 13 COLUMN 65.

      *-----------------------------------------------------------------
      * Accept the new record's term, rejecting one not on the term
      * calendar
      *-----------------------------------------------------------------
       245-ACCEPT-TERM-CODE.
           DISPLAY "Term code: "         LINE 8  COLUMN 45.
           ACCEPT  TERM-CODE-WS          LINE 8  COLUMN 60.
           MOVE TERM-CODE-WS TO TERM-CODE-CHECK-WS.
           PERFORM 237-LOOKUP-TERM-CODE.
           IF TERM-FOUND-SW = "Y"
               MOVE "Y" TO TERM-VALID-SW
           ELSE
               DISPLAY "Term code not on the term calendar, re-enter"
                   LINE 21 COLUMN 5
           END-IF.

      *-----------------------------------------------------------------
      * Stamp the record being added/changed with today's date, so the
      * tuition aging report has a billing date to measure against
