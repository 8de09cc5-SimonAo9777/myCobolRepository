      *                 A key collision now only means the same
      *                 student in the same term - pre-registration
      *                 loads cleanly beside the current term.
      * 2026/10/15 SA  A record whose term code is not on the
      *                 TERMCAL.TXT term calendar (kept by TERMMNT) is
      *                 no longer loaded: it is logged to
      *                 EXCEPTIONS.TXT and counted, so a typo like
      *                 "F26 " cannot create a phantom term.  No
      *                 calendar on disk refuses the run.
      * 2026/10/15 SA  A tuition deposit APPLMNT holds for the student
      *                 (APPLICNT.TXT, deposit status H, same term) is
      *                 applied to the new record's TUITION-OWED as it
      *                 is created, with an "E" audit line (reason DA)
      *                 stamped with the deposit's receipt number.  A
      *                 deposit bigger than the tuition owed is applied
      *                 down to zero and the rest queued to REFUNDQ.TXT
      *                 under a "D" line (reason DR).  The applicant's
      *                 deposit is then marked A, so a reload can never
      *                 apply it twice.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: records
      *                 read, loaded and rejected, the tuition owed
      *                 loaded as control total and the return code,
      *                 including a run refused at the lock.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  The run-log record is now written before the
      *                 master lock is released, and the return code
      *                 is put back after the release, so both the log
      *                 and the job step carry the run's own code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STULOAD.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-IN
                ASSIGN USING STUDENT-FILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS INPUT-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STUDENT-KEY-OUT
                  FILE STATUS IS STATUS-FIELD.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERM-FILE
                ASSIGN USING TERMCAL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TERM-STATUS-WS.

           SELECT APPLICANT-FILE
                ASSIGN USING APPLICNT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPL-NUMBER
                  FILE STATUS IS APPLICANT-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
       FD  EXCEPTION-FILE-OUT.
           COPY "EXCEPTION-RECORD.TXT".

      *-----------------------------------------------------------------
      *Term calendar kept by TERMMNT; only the code is used here
      *-----------------------------------------------------------------
       FD  TERM-FILE.
           COPY "TERM-CALENDAR.TXT".

      *-----------------------------------------------------------------
      *Applicant master kept by APPLMNT; read for the deposits it
      *holds, and rewritten once a deposit is applied
      *-----------------------------------------------------------------
       FD  APPLICANT-FILE.
           COPY "APPLICANT-MASTER.TXT".

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT line for each deposit applied
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
           COPY "TUITION-AUDIT.TXT".

      *-----------------------------------------------------------------
      *Refund-request queue worked by REFUNDPAY; takes a deposit's
      *excess over the tuition owed
      *-----------------------------------------------------------------
       FD  REFUND-QUEUE-FILE.
           COPY "REFUND-QUEUE.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  STUDENT-FILE-PATH-WS        PIC X(80)
               VALUE "STUDENT-FILE.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".
       01  APPLICNT-PATH-WS            PIC X(80)
               VALUE "APPLICNT.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".

           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  LOADED-OWED-TOTAL-WS        PIC 9(9)V99 VALUE ZERO.
       01  STATUS-FIELD                PIC X(2).
       01  INPUT-STATUS-WS             PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  LOADED-COUNT-WS             PIC 9(4)   VALUE ZERO.
       01  DUPLICATE-COUNT-WS          PIC 9(4)   VALUE ZERO.
       01  BAD-TERM-COUNT-WS           PIC 9(4)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Term codes on the calendar, loaded once at start-up
      *-----------------------------------------------------------------
       01  TERM-STATUS-WS              PIC X(2).
       01  EOF-TERM-SW                 PIC X(3)   VALUE "NO".
       01  TERM-TBL.
           05 TERM-COUNT             PIC 9(2)   VALUE ZERO.
           05 TERM-CODE-TBL          PIC X(4)   OCCURS 50 TIMES.
       01  TERM-SUB                    PIC 9(2)   VALUE ZERO.
       01  TERM-FOUND-SW               PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *Deposits APPLMNT holds, loaded once at start-up; the applicant
      *number is kept so the applicant can be read back and marked
      *-----------------------------------------------------------------
       01  APPLICANT-STATUS-WS         PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  QUEUE-STATUS-WS             PIC X(2).
       01  EOF-APPLICANT-SW            PIC X(3)   VALUE "NO".
       01  APPLICANT-OPEN-SW           PIC X(1)   VALUE "N".
       01  DEPOSIT-TBL.
           05 DEPOSIT-COUNT          PIC 9(3)   VALUE ZERO.
           05 DEPOSIT-ENTRY          OCCURS 500 TIMES.
               10 DEP-APPL-NUMBER    PIC 9(6).
               10 DEP-STUDENT-NUMBER PIC 9(6).
               10 DEP-TERM           PIC X(4).
               10 DEP-AMOUNT         PIC 9(4)V99.
               10 DEP-RECEIPT        PIC 9(6).
               10 DEP-APPLIED-SW     PIC X(1).
       01  DEPOSIT-SUB                 PIC 9(3)   VALUE ZERO.
       01  DEPOSIT-FOUND-SUB           PIC 9(3)   VALUE ZERO.
       01  DEPOSIT-FOUND-SW            PIC X(1)   VALUE "N".
       01  DEPOSIT-APPLIED-WS          PIC 9(4)V99 VALUE ZERO.
       01  DEPOSIT-EXCESS-WS           PIC 9(4)V99 VALUE ZERO.
       01  DEPOSIT-COUNT-WS            PIC 9(4)   VALUE ZERO.
       01  DEPOSIT-TOTAL-WS            PIC 9(7)V99 VALUE ZERO.
       01  EXCESS-TOTAL-WS             PIC 9(7)V99 VALUE ZERO.
       01  AUDIT-TIME-WORK-WS.
           05 AUDIT-TIME-HHMMSS-WS     PIC 9(6).
           05 FILLER                   PIC 9(2).

       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-LOAD-STUDENT-MASTER.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 190-ACQUIRE-MASTER-LOCK.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           PERFORM 191-RELEASE-MASTER-LOCK.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING STUDENT-FILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING APPLICNT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: started before anything is
      * opened, written at every way out of the run
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "STULOAD" TO RL-PROGRAM.
           MOVE LOCK-HOLDER-WS TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           COMPUTE RL-RECORDS-READ = LOADED-COUNT-WS
               + DUPLICATE-COUNT-WS + BAD-TERM-COUNT-WS.
           MOVE LOADED-COUNT-WS TO RL-RECORDS-WRITTEN.
           COMPUTE RL-RECORDS-REJECTED = DUPLICATE-COUNT-WS
               + BAD-TERM-COUNT-WS.
           MOVE LOADED-OWED-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * One shared lock over the master, through FILELOCK; a lock
      * held elsewhere (and not overridden) refuses the run
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 195-LOAD-TERM-TABLE.
           IF ABORT-SW = "Y"
               CONTINUE
           ELSE
               PERFORM 205-OPEN-LOAD-FILES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 197-LOAD-DEPOSIT-TABLE
           END-IF.

      *-----------------------------------------------------------------
      * Load the term calendar; without it no term can be verified,
      * so the run is refused
      *-----------------------------------------------------------------
       195-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE.
           IF TERM-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "TERMCAL.TXT NOT AVAILABLE - STATUS "
                       TERM-STATUS-WS
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
                   ELSE
                       MOVE "Y" TO ABORT-SW
                       MOVE "YES" TO EOF-TERM-SW
                       DISPLAY "TERMCAL.TXT HAS MORE THAN 50 ROWS - "
                               "RUN REFUSED"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Table every deposit still held; no applicant master on disk
      * simply means there are none.  The file stays open I-O so an
      * applied deposit can be marked as the run goes.
      *-----------------------------------------------------------------
       197-LOAD-DEPOSIT-TABLE.
           OPEN I-O APPLICANT-FILE.
           IF APPLICANT-STATUS-WS = "00"
               MOVE "Y" TO APPLICANT-OPEN-SW
               MOVE ZERO TO APPL-NUMBER
               START APPLICANT-FILE KEY IS NOT LESS THAN APPL-NUMBER
                   INVALID KEY
                       MOVE "YES" TO EOF-APPLICANT-SW
               END-START
               PERFORM 198-TABLE-ONE-DEPOSIT
                   UNTIL EOF-APPLICANT-SW = "YES"
           END-IF.

       198-TABLE-ONE-DEPOSIT.
           READ APPLICANT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-APPLICANT-SW
               NOT AT END
                   IF APPL-DEPOSIT-STATUS = "H"
                       IF DEPOSIT-COUNT < 500
                           ADD 1 TO DEPOSIT-COUNT
                           MOVE APPL-NUMBER
                               TO DEP-APPL-NUMBER(DEPOSIT-COUNT)
                           MOVE APPL-STUDENT-NUMBER
                               TO DEP-STUDENT-NUMBER(DEPOSIT-COUNT)
                           MOVE APPL-TERM TO DEP-TERM(DEPOSIT-COUNT)
                           MOVE APPL-DEPOSIT-AMOUNT
                               TO DEP-AMOUNT(DEPOSIT-COUNT)
                           MOVE APPL-DEPOSIT-RECEIPT
                               TO DEP-RECEIPT(DEPOSIT-COUNT)
                           MOVE "N" TO DEP-APPLIED-SW(DEPOSIT-COUNT)
                       ELSE
                           DISPLAY "DEPOSIT TABLE FULL AT 500 - "
                                   "APPLICANT " APPL-NUMBER
                                   " LEFT HELD"
                       END-IF
                   END-IF
           END-READ.

       205-OPEN-LOAD-FILES.
           OPEN INPUT STUDENT-FILE-IN.
           IF INPUT-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
                   CLOSE STUDENT-FILE-IN
               ELSE
                   OPEN EXTEND EXCEPTION-FILE-OUT
                   OPEN EXTEND TUITION-AUDIT-FILE
                   IF AUDIT-STATUS-WS = "35"
                       OPEN OUTPUT TUITION-AUDIT-FILE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Build the indexed record from the intake record, stamp today's
      * date as its billing date, and write it; a student number
      * already on the master is logged as a duplicate and skipped,
      * and a term not on the calendar is logged and never written
      *-----------------------------------------------------------------
       220-LOAD-ONE-RECORD.
           PERFORM 310-LOOKUP-TERM-CODE.
           IF TERM-FOUND-SW = "N"
               PERFORM 320-WRITE-BAD-TERM-EXCEPTION
           ELSE
               PERFORM 225-WRITE-ONE-RECORD
           END-IF.
           PERFORM 210-READ-STUDENT-RECORD.

       225-WRITE-ONE-RECORD.
           MOVE STUDENT-NUMBER-IN    TO STUDENT-NUMBER-OUT.
           MOVE TUITION-OWED-IN      TO TUITION-OWED-OUT.
           PERFORM 330-FIND-HELD-DEPOSIT.
           IF DEPOSIT-FOUND-SW = "Y"
               PERFORM 331-NET-DEPOSIT-FROM-OWED
           END-IF.
           MOVE TODAYS-DATE-WS       TO BILLING-DATE-OUT.
           MOVE STUDENT-NAME-IN      TO STUDENT-NAME-OUT.
           MOVE PROGRAM-CODE-IN      TO PROGRAM-CODE-OUT.
                   PERFORM 300-WRITE-DUPLICATE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO LOADED-COUNT-WS
                   ADD TUITION-OWED-OUT TO LOADED-OWED-TOTAL-WS
                   IF DEPOSIT-FOUND-SW = "Y"
                       PERFORM 340-APPLY-HELD-DEPOSIT
                   END-IF
           END-WRITE.

      *-----------------------------------------------------------------
      * A deposit held for this student and term - a deposit taken
      * before the applicant's term was known matches any term
      *-----------------------------------------------------------------
       330-FIND-HELD-DEPOSIT.
           MOVE "N" TO DEPOSIT-FOUND-SW.
           MOVE ZERO TO DEPOSIT-FOUND-SUB.
           PERFORM 332-COMPARE-HELD-DEPOSIT
               VARYING DEPOSIT-SUB FROM 1 BY 1
               UNTIL DEPOSIT-SUB > DEPOSIT-COUNT
                   OR DEPOSIT-FOUND-SW = "Y".

      *    The deposit comes off the tuition owed, never below zero;
      *    what the balance cannot absorb is owed back
       331-NET-DEPOSIT-FROM-OWED.
           IF DEP-AMOUNT(DEPOSIT-FOUND-SUB) > TUITION-OWED-IN
               MOVE TUITION-OWED-IN TO DEPOSIT-APPLIED-WS
           ELSE
               MOVE DEP-AMOUNT(DEPOSIT-FOUND-SUB) TO DEPOSIT-APPLIED-WS
           END-IF.
           COMPUTE DEPOSIT-EXCESS-WS =
               DEP-AMOUNT(DEPOSIT-FOUND-SUB) - DEPOSIT-APPLIED-WS.
           SUBTRACT DEPOSIT-APPLIED-WS FROM TUITION-OWED-OUT.

       332-COMPARE-HELD-DEPOSIT.
           IF DEP-STUDENT-NUMBER(DEPOSIT-SUB) = STUDENT-NUMBER-IN
                   AND DEP-APPLIED-SW(DEPOSIT-SUB) = "N"
                   AND (DEP-TERM(DEPOSIT-SUB) = TERM-CODE-IN
                       OR DEP-TERM(DEPOSIT-SUB) = SPACES)
               MOVE "Y" TO DEPOSIT-FOUND-SW
               MOVE DEPOSIT-SUB TO DEPOSIT-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * The record is on the master: write the applied deposit's
      * audit line, queue any excess, and mark the applicant's
      * deposit applied
      *-----------------------------------------------------------------
       340-APPLY-HELD-DEPOSIT.
           MOVE "Y" TO DEP-APPLIED-SW(DEPOSIT-FOUND-SUB).
           ADD 1 TO DEPOSIT-COUNT-WS.
           ADD DEPOSIT-APPLIED-WS TO DEPOSIT-TOTAL-WS.
           IF DEPOSIT-APPLIED-WS > ZERO
               PERFORM 341-WRITE-APPLIED-AUDIT
           END-IF.
           IF DEPOSIT-EXCESS-WS > ZERO
               ADD DEPOSIT-EXCESS-WS TO EXCESS-TOTAL-WS
               PERFORM 342-QUEUE-DEPOSIT-EXCESS
               PERFORM 343-WRITE-EXCESS-AUDIT
           END-IF.
           MOVE DEP-APPL-NUMBER(DEPOSIT-FOUND-SUB) TO APPL-NUMBER.
           READ APPLICANT-FILE
               INVALID KEY
                   DISPLAY "APPLICANT " APPL-NUMBER
                           " NOT FOUND - DEPOSIT NOT MARKED APPLIED"
               NOT INVALID KEY
                   MOVE "A" TO APPL-DEPOSIT-STATUS
                   REWRITE APPLICANT-MASTER
                       INVALID KEY
                           DISPLAY "DEPOSIT FLAG REWRITE FAILED FOR "
                                   APPL-NUMBER
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * Flagged "E", reason DA: the deposit's own receipt number ties
      * the credit back to the money taken at the counter
      *-----------------------------------------------------------------
       341-WRITE-APPLIED-AUDIT.
           MOVE STUDENT-NUMBER-IN    TO AUDIT-STUDENT-NUMBER.
           MOVE DEPOSIT-APPLIED-WS   TO AUDIT-PAYMENT.
           MOVE TUITION-OWED-IN      TO AUDIT-OLD-BALANCE.
           MOVE TUITION-OWED-OUT     TO AUDIT-NEW-BALANCE.
           MOVE LOCK-HOLDER-WS       TO AUDIT-OPERATOR-ID.
           MOVE DEP-RECEIPT(DEPOSIT-FOUND-SUB)
               TO AUDIT-RECEIPT-NUMBER.
           MOVE "E"                  TO AUDIT-TXN-TYPE.
           MOVE "DA"                 TO AUDIT-REASON-CODE.
           PERFORM 344-STAMP-AUDIT-LINE.
           WRITE AUDIT-RECORD-OUT.

       342-QUEUE-DEPOSIT-EXCESS.
           OPEN EXTEND REFUND-QUEUE-FILE.
           IF QUEUE-STATUS-WS = "35"
               OPEN OUTPUT REFUND-QUEUE-FILE
           END-IF.
           MOVE STUDENT-NUMBER-IN    TO RFQ-STUDENT-NUMBER.
           MOVE STUDENT-NAME-IN      TO RFQ-STUDENT-NAME.
           MOVE DEPOSIT-EXCESS-WS    TO RFQ-AMOUNT.
           MOVE TODAYS-DATE-WS       TO RFQ-REQUEST-DATE.
           MOVE "APPL DEP"           TO RFQ-SOURCE.
           MOVE "O"                  TO RFQ-STATUS.
           MOVE TERM-CODE-IN         TO RFQ-TERM-CODE.
           WRITE REFUND-QUEUE-REC.
           CLOSE REFUND-QUEUE-FILE.

       343-WRITE-EXCESS-AUDIT.
           MOVE STUDENT-NUMBER-IN    TO AUDIT-STUDENT-NUMBER.
           MOVE DEPOSIT-EXCESS-WS    TO AUDIT-PAYMENT.
           MOVE ZERO                 TO AUDIT-OLD-BALANCE.
           MOVE ZERO                 TO AUDIT-NEW-BALANCE.
           MOVE LOCK-HOLDER-WS       TO AUDIT-OPERATOR-ID.
           MOVE DEP-RECEIPT(DEPOSIT-FOUND-SUB)
               TO AUDIT-RECEIPT-NUMBER.
           MOVE "D"                  TO AUDIT-TXN-TYPE.
           MOVE "DR"                 TO AUDIT-REASON-CODE.
           PERFORM 344-STAMP-AUDIT-LINE.
           WRITE AUDIT-RECORD-OUT.

       344-STAMP-AUDIT-LINE.
           MOVE TODAYS-DATE-WS       TO AUDIT-DATE.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE SPACE                TO AUDIT-METHOD.
           MOVE SPACES               TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN         TO AUDIT-TERM-CODE.

      *-----------------------------------------------------------------
      * Is the intake record's term on the calendar
      *-----------------------------------------------------------------
       310-LOOKUP-TERM-CODE.
           MOVE "N" TO TERM-FOUND-SW.
           PERFORM 311-COMPARE-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-COUNT OR TERM-FOUND-SW = "Y".

       311-COMPARE-TERM-CODE.
           IF TERM-CODE-IN = TERM-CODE-TBL(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-SW
           END-IF.

       320-WRITE-BAD-TERM-EXCEPTION.
           ADD 1 TO BAD-TERM-COUNT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE STUDENT-NUMBER-IN TO STUDENT-NUMBER-EXC.
           MOVE PROGRAM-CODE-IN TO PROGRAM-CODE-EXC.
           MOVE "TERM NOT ON CALENDAR" TO EXCEPTION-REASON-EXC.
           MOVE "STULOAD" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAYS-DATE-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

      *-----------------------------------------------------------------
      * Log a key collision to EXCEPTIONS.TXT so the cashier can see
           DISPLAY LOADED-COUNT-WS " RECORDS WERE LOADED. ".
           DISPLAY DUPLICATE-COUNT-WS
               " DUPLICATE KEYS WERE REJECTED. ".
           DISPLAY BAD-TERM-COUNT-WS
               " UNKNOWN TERM CODES WERE REJECTED. ".
           DISPLAY DEPOSIT-COUNT-WS
               " APPLICANT DEPOSITS WERE APPLIED, TOTAL "
               DEPOSIT-TOTAL-WS.
           DISPLAY "DEPOSIT EXCESS QUEUED FOR REFUND "
               EXCESS-TOTAL-WS.

       290-CLOSE-FILES.
           CLOSE STUDENT-FILE-IN.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE EXCEPTION-FILE-OUT.
           CLOSE TUITION-AUDIT-FILE.
           IF APPLICANT-OPEN-SW = "Y"
               CLOSE APPLICANT-FILE
           END-IF.

       END PROGRAM STULOAD.
