      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Returned-items (NSF) import.  Reads the bank's list of
      *            bounced cheques and PAD debits, RETITEMS.TXT (bank
      *            reference, receipt number, student number, amount,
      *            closed by an RT control trailer carrying the bank's
      *            count and total), and matches each item to the
      *            payment line it returns on TUITIONAUDIT.TXT - by the
      *            AUDIT-BANK-REF when the bank gives one, otherwise by
      *            the receipt number.  A matched item is added back to
      *            the balance with its own "R" line under reason NS
      *            (one per slice when the payment was spread over
      *            terms), the keyed NSF fee is charged on an "N" line
      *            of its own, a finance (F) hold goes on STUHOLDS.TXT
      *            logged to HOLDLOG.TXT, and the student is flagged on
      *            NOCHEQUE.TXT so TXNEDIT and PROJECT3-2 refuse their
      *            cheques from then on.  An item that cannot be
      *            matched, or was already reversed, lands in
      *            EXCEPTIONS.TXT for the workbench.  A file that does
      *            not tie to its RT trailer is refused before anything
      *            posts, the way BANKIMP refuses a short lockbox file,
      *            and the control report NSFRPT.TXT ties what was
      *            reversed plus what was excepted back to the bank's
      *            total.  Senior sign-on through SIGNON and the shared
      *            MASTER.LCK through FILELOCK are both required.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: bank rows
      *                 read, items reversed, rows rejected or sent to
      *                 the workbench, the amount reversed as control
      *                 total and the return code, including a run
      *                 refused at sign-on or at the lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE-IN
                ASSIGN USING RETITEMS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RETURN-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TUITION-AUDIT-IN
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-IN-STATUS-WS.

           SELECT TUITION-AUDIT-OUT
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT HOLD-LOG-FILE
                ASSIGN USING HOLDLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHEQUE-BLOCK-FILE
                ASSIGN USING NOCHEQUE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHQB-STUDENT-NUMBER
                  FILE STATUS IS BLOCK-STATUS-WS.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-OUT
                ASSIGN USING NSFRPT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *Returned item; every field alphanumeric here so a bad row can
      *be examined and logged byte-for-byte.  A row whose first two
      *bytes are "RT" is the bank's control trailer.
      *-----------------------------------------------------------------
       FD  RETURN-FILE-IN.
       01  RETURN-RECORD-IN.
           05 RET-BANK-REF-IN        PIC X(12).
           05 RET-RECEIPT-IN         PIC X(6).
           05 RET-STUDENT-IN         PIC X(6).
           05 RET-AMOUNT-IN          PIC X(7).
       01  RETURN-TRAILER-IN REDEFINES RETURN-RECORD-IN.
           05 RT-FLAG-IN             PIC X(2).
           05 RT-COUNT-IN            PIC X(6).
           05 RT-AMOUNT-IN           PIC X(10).
           05 FILLER                 PIC X(13).
       01  RETURN-AMOUNT-9-IN REDEFINES RETURN-RECORD-IN.
           05 FILLER                 PIC X(24).
           05 RET-AMOUNT-NUM-IN      PIC 9(5)V99.
       01  RETURN-TRAILER-9-IN REDEFINES RETURN-RECORD-IN.
           05 FILLER                 PIC X(2).
           05 RT-COUNT-NUM-IN        PIC 9(6).
           05 RT-AMOUNT-NUM-IN       PIC 9(7)V99.
           05 FILLER                 PIC X(14).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 FILLER             PIC X(55).

      *-----------------------------------------------------------------
      *Audit trail read first, for the payment lines the items return
      *and for any NS reversal an earlier run already posted
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-IN.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NO-IN    PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-PAYMENT-X        PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-OLD-BALANCE-X    PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-NEW-BALANCE-X    PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-OPERATOR-IN      PIC X(10).
           05 FILLER                 PIC X(2).
           05 AUDIT-RECEIPT-IN       PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-TXN-TYPE-IN      PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-REASON-IN        PIC X(2).
           05 FILLER                 PIC X(2).
           05 AUDIT-DATE-IN          PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-TIME-IN          PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-METHOD-IN        PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF-IN      PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-IN          PIC X(4).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; reversals go out flagged "R"
      *and the fee flagged "N", both reason NS
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-OUT.
           COPY "TUITION-AUDIT.TXT".

      *-----------------------------------------------------------------
      *Holds file shared with HOLDMNT; this run places finance holds
      *-----------------------------------------------------------------
       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

      *-----------------------------------------------------------------
      *Placement log, one line per hold this run places
      *-----------------------------------------------------------------
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-OUT.
           05 HLG-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-HOLD-TYPE          PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-ACTION             PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-OPERATOR           PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-DATE               PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-REASON             PIC X(20).

       FD  CHEQUE-BLOCK-FILE.
           COPY "CHEQUE-BLOCK.TXT".

      *-----------------------------------------------------------------
      *Shared EXCEPTIONS.TXT layout
      *-----------------------------------------------------------------
       FD  EXCEPTION-FILE-OUT.
           COPY "EXCEPTION-RECORD.TXT".

       FD  CONTROL-REPORT-OUT.
       01  PRINTLINE                 PIC X(70).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  RETITEMS-PATH-WS            PIC X(80)
               VALUE "RETITEMS.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  HOLDLOG-PATH-WS             PIC X(80)
               VALUE "HOLDLOG.TXT".
       01  NOCHEQUE-PATH-WS            PIC X(80)
               VALUE "NOCHEQUE.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  NSFRPT-PATH-WS              PIC X(80)
               VALUE "NSFRPT.TXT".

       01  RETURN-STATUS-WS            PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  AUDIT-IN-STATUS-WS          PIC X(2).
       01  HOLD-STATUS-WS              PIC X(2).
       01  BLOCK-STATUS-WS             PIC X(2).
       01  EOF-RETURN-SW               PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TRAILER-SEEN-SW             PIC X(1)   VALUE "N".
       01  TABLE-FULL-SW               PIC X(1)   VALUE "N".
       01  POSTING-OPEN-SW             PIC X(1)   VALUE "N".

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".
       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".

       01  TODAY-STAMP-WS              PIC 9(8).
       01  AUDIT-TIME-WORK-WS.
           05 AUDIT-TIME-HHMMSS-WS     PIC 9(6).
           05 FILLER                   PIC 9(2).

      *-----------------------------------------------------------------
      *Run parameter keyed at start-up
      *-----------------------------------------------------------------
       01  NSF-FEE-WS                  PIC 9(3)V99 VALUE ZERO.

       01  DE-EDIT-WORK-WS.
           05 DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE-X    PIC X(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS-X    PIC X(2).
           05 DE-EDIT-WHOLE-9 REDEFINES DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE      PIC 9(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS      PIC 9(2).
       01  PAYMENT-AMOUNT-WS           PIC 9(5)V99.

      *-----------------------------------------------------------------
      *The bank's items, each with the payment slices the audit pass
      *matched to it (a batch payment spread over two terms posted
      *as one slice per term) and whether an NS reversal carrying
      *its reference is already on the trail
      *-----------------------------------------------------------------
       01  RETURN-TBL.
           05 RETURN-COUNT           PIC 9(3)  VALUE ZERO.
           05 RETURN-ENTRY OCCURS 200 TIMES.
               10 RTN-BANK-REF         PIC X(12).
               10 RTN-RECEIPT          PIC X(6).
               10 RTN-STUDENT          PIC X(6).
               10 RTN-STUDENT-9 REDEFINES RTN-STUDENT
                                       PIC 9(6).
               10 RTN-AMOUNT           PIC 9(5)V99.
               10 RTN-METHOD           PIC X(1).
               10 RTN-REVERSED-SW      PIC X(1).
               10 RTN-SLICE-COUNT      PIC 9(1).
               10 RTN-SLICE-TOTAL      PIC 9(6)V99.
               10 RTN-SLICE OCCURS 5 TIMES.
                   15 RTN-SLICE-TERM     PIC X(4).
                   15 RTN-SLICE-RECEIPT  PIC X(6).
                   15 RTN-SLICE-AMOUNT   PIC 9(5)V99.
       01  RETURN-SUB                 PIC 9(3)  VALUE ZERO.
       01  SLICE-SUB                  PIC 9(1)  VALUE ZERO.
       01  LINE-MATCH-SW              PIC X(1)  VALUE "N".
       01  ROOM-OK-SW                 PIC X(1)  VALUE "Y".
       01  BLOCK-FOUND-SW             PIC X(1)  VALUE "N".
       01  FEE-CHARGED-SW             PIC X(1)  VALUE "N".

       01  OLD-BALANCE-WS              PIC 9(4)V99.
       01  NEW-BALANCE-WS              PIC 9(6)V99.
       01  BALANCE-ROOM-WS             PIC S9(5)V99.
       01  RESULT-WS                   PIC X(20).
       01  EXCEPTION-REASON-WS         PIC X(20).

      *-----------------------------------------------------------------
      *Control totals: the bank's trailer, what was read, and where
      *every item went
      *-----------------------------------------------------------------
       01  BANK-COUNT-WS               PIC 9(6)   VALUE ZERO.
       01  BANK-AMOUNT-WS              PIC 9(7)V99 VALUE ZERO.
       01  LOADED-COUNT-WS             PIC 9(6)   VALUE ZERO.
       01  LOADED-AMOUNT-WS            PIC 9(7)V99 VALUE ZERO.
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  REVERSED-COUNT-WS           PIC 9(6)   VALUE ZERO.
       01  REVERSED-AMOUNT-WS          PIC 9(7)V99 VALUE ZERO.
       01  EXCEPTED-COUNT-WS           PIC 9(6)   VALUE ZERO.
       01  EXCEPTED-AMOUNT-WS          PIC 9(7)V99 VALUE ZERO.
       01  FEE-COUNT-WS                PIC 9(6)   VALUE ZERO.
       01  FEE-TOTAL-WS                PIC 9(7)V99 VALUE ZERO.
       01  FEE-SKIPPED-COUNT-WS        PIC 9(6)   VALUE ZERO.
       01  HOLDS-PLACED-WS             PIC 9(6)   VALUE ZERO.
       01  SETTLED-COUNT-WS            PIC 9(6)   VALUE ZERO.
       01  SETTLED-AMOUNT-WS           PIC 9(7)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  CONTROL-TITLE-LINE.
           05 FILLER  PIC X(34)
               VALUE "NSF RETURNED ITEMS CONTROL REPORT ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  CONTROL-HEADING.
           05 FILLER  PIC X(14) VALUE "BANK REF".
           05 FILLER  PIC X(8)  VALUE "RECEIPT".
           05 FILLER  PIC X(8)  VALUE "STUDENT".
           05 FILLER  PIC X(11) VALUE "   AMOUNT".
           05 FILLER  PIC X(20) VALUE "RESULT".
       01  CONTROL-DETAIL-LINE.
           05 DET-BANK-REF-OUT       PIC X(12).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-RECEIPT-OUT        PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-STUDENT-OUT        PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-AMOUNT-OUT         PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-RESULT-OUT         PIC X(20).
       01  CONTROL-TOTAL-LINE.
           05 TOT-LABEL-OUT          PIC X(22).
           05 TOT-COUNT-OUT          PIC ZZZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 TOT-AMOUNT-OUT         PIC Z,ZZZ,ZZ9.99.
       01  CONTROL-RESULT-LINE.
           05 CONTROL-RESULT-OUT     PIC X(60).

       PROCEDURE DIVISION.
       100-IMPORT-RETURNED-ITEMS.
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
           MOVE "A" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 200-OPEN-RUN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-LOAD-RETURNED-ITEMS
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 220-CHECK-BANK-TRAILER
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 230-MATCH-AUDIT-TRAIL
               PERFORM 240-OPEN-POSTING-FILES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 250-SETTLE-ONE-ITEM
                   VARYING RETURN-SUB FROM 1 BY 1
                   UNTIL RETURN-SUB > RETURN-COUNT
               PERFORM 280-PRINT-CONTROL-TOTALS
           ELSE
               PERFORM 280-PRINT-CONTROL-TOTALS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 290-CLOSE-FILES.
           PERFORM 185-WRITE-RUN-LOG.
           MOVE "R" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING RETITEMS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING HOLDLOG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING NOCHEQUE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING NSFRPT-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; bad rows and items sent to
      * the workbench count as rejected, and the control total is the
      * amount reversed
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "NSFIMP" TO RL-PROGRAM.
           MOVE "NSFIMP" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           ADD LOADED-COUNT-WS REJECTED-COUNT-WS
               GIVING RL-RECORDS-READ.
           MOVE REVERSED-COUNT-WS TO RL-RECORDS-WRITTEN.
           ADD REJECTED-COUNT-WS EXCEPTED-COUNT-WS
               GIVING RL-RECORDS-REJECTED.
           MOVE REVERSED-AMOUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * The fee is keyed per run; the report and the exception file
      * open first so a refused run still says why
      *-----------------------------------------------------------------
       200-OPEN-RUN-FILES.
           ACCEPT TODAY-STAMP-WS FROM DATE YYYYMMDD.
           DISPLAY "NSF fee to charge per returned item: ".
           ACCEPT NSF-FEE-WS.
           OPEN OUTPUT CONTROL-REPORT-OUT.
           OPEN EXTEND EXCEPTION-FILE-OUT.
           MOVE TODAY-STAMP-WS TO TITLE-DATE-OUT.
           WRITE PRINTLINE FROM CONTROL-TITLE-LINE.
           WRITE PRINTLINE FROM CONTROL-HEADING.
           OPEN INPUT RETURN-FILE-IN.
           IF RETURN-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               MOVE "RETITEMS.TXT NOT AVAILABLE - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
               DISPLAY "RETITEMS.TXT NOT AVAILABLE - STATUS "
                       RETURN-STATUS-WS
           END-IF.

      *-----------------------------------------------------------------
      * Table every clean item; a garbled row is logged for the
      * workbench and, since it cannot be totalled, will keep the
      * file from tying to its trailer
      *-----------------------------------------------------------------
       210-LOAD-RETURNED-ITEMS.
           PERFORM 211-READ-RETURN-RECORD.
           PERFORM 212-LOAD-ONE-RETURN
               UNTIL EOF-RETURN-SW = "YES".
           CLOSE RETURN-FILE-IN.
           IF TABLE-FULL-SW = "Y"
               MOVE "Y" TO ABORT-SW
               MOVE "MORE THAN 200 RETURNED ITEMS - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
           END-IF.

       211-READ-RETURN-RECORD.
           READ RETURN-FILE-IN
               AT END
                   MOVE "YES" TO EOF-RETURN-SW
           END-READ.

       212-LOAD-ONE-RETURN.
           IF RT-FLAG-IN = "RT"
               PERFORM 213-CAPTURE-BANK-TRAILER
           ELSE
               IF RET-STUDENT-IN IS NUMERIC
                       AND RET-AMOUNT-IN IS NUMERIC
                   ADD 1 TO LOADED-COUNT-WS
                   ADD RET-AMOUNT-NUM-IN TO LOADED-AMOUNT-WS
                   IF RETURN-COUNT < 200
                       PERFORM 215-TABLE-ONE-RETURN
                   ELSE
                       MOVE "Y" TO TABLE-FULL-SW
                   END-IF
               ELSE
                   PERFORM 214-WRITE-BAD-ROW-EXCEPTION
               END-IF
           END-IF.
           PERFORM 211-READ-RETURN-RECORD.

       213-CAPTURE-BANK-TRAILER.
           MOVE "Y" TO TRAILER-SEEN-SW.
           IF RT-COUNT-IN IS NUMERIC
               MOVE RT-COUNT-NUM-IN TO BANK-COUNT-WS
           END-IF.
           IF RT-AMOUNT-IN(1 : 9) IS NUMERIC
               MOVE RT-AMOUNT-NUM-IN TO BANK-AMOUNT-WS
           END-IF.

       214-WRITE-BAD-ROW-EXCEPTION.
           ADD 1 TO REJECTED-COUNT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE RET-STUDENT-IN TO STUDENT-NUMBER-EXC.
           MOVE "BAD RETURNED ITEM" TO EXCEPTION-REASON-EXC.
           MOVE "NSFIMP" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAY-STAMP-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

       215-TABLE-ONE-RETURN.
           ADD 1 TO RETURN-COUNT.
           MOVE RET-BANK-REF-IN   TO RTN-BANK-REF(RETURN-COUNT).
           MOVE RET-RECEIPT-IN    TO RTN-RECEIPT(RETURN-COUNT).
           MOVE RET-STUDENT-IN    TO RTN-STUDENT(RETURN-COUNT).
           MOVE RET-AMOUNT-NUM-IN TO RTN-AMOUNT(RETURN-COUNT).
           MOVE SPACE             TO RTN-METHOD(RETURN-COUNT).
           MOVE "N"               TO RTN-REVERSED-SW(RETURN-COUNT).
           MOVE ZERO              TO RTN-SLICE-COUNT(RETURN-COUNT).
           MOVE ZERO              TO RTN-SLICE-TOTAL(RETURN-COUNT).

      *-----------------------------------------------------------------
      * Nothing posts unless every row read ties to the bank's RT
      * trailer - a short or garbled file is sent back, not half-run
      *-----------------------------------------------------------------
       220-CHECK-BANK-TRAILER.
           IF TRAILER-SEEN-SW = "N"
               MOVE "Y" TO ABORT-SW
               MOVE "NO RT TRAILER ON THE BANK FILE - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
           ELSE
               IF BANK-COUNT-WS NOT = LOADED-COUNT-WS
                       OR BANK-AMOUNT-WS NOT = LOADED-AMOUNT-WS
                       OR REJECTED-COUNT-WS > ZERO
                   MOVE "Y" TO ABORT-SW
                   MOVE "SHORT FILE - DOES NOT TIE TO RT TRAILER"
                       TO CONTROL-RESULT-OUT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One pass over the audit trail: each cheque or PAD payment line
      * is matched to the item carrying its bank reference (or, when
      * the bank gives none, its receipt number), and an NS reversal
      * already carrying the same reference marks the item done
      *-----------------------------------------------------------------
       230-MATCH-AUDIT-TRAIL.
           OPEN INPUT TUITION-AUDIT-IN.
           IF AUDIT-IN-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-AUDIT-SW
           ELSE
               PERFORM 231-READ-AUDIT-LINE
               PERFORM 232-MATCH-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               CLOSE TUITION-AUDIT-IN
           END-IF.

       231-READ-AUDIT-LINE.
           READ TUITION-AUDIT-IN
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       232-MATCH-ONE-AUDIT-LINE.
           IF (AUDIT-TXN-TYPE-IN = "P"
                   AND (AUDIT-METHOD-IN = "Q" OR AUDIT-METHOD-IN = "P"))
               OR (AUDIT-TXN-TYPE-IN = "R" AND AUDIT-REASON-IN = "NS")
               PERFORM 233-COMPARE-ONE-RETURN
                   VARYING RETURN-SUB FROM 1 BY 1
                   UNTIL RETURN-SUB > RETURN-COUNT
           END-IF.
           PERFORM 231-READ-AUDIT-LINE.

       233-COMPARE-ONE-RETURN.
           MOVE "N" TO LINE-MATCH-SW.
           IF AUDIT-STUDENT-NO-IN = RTN-STUDENT(RETURN-SUB)
               IF RTN-BANK-REF(RETURN-SUB) NOT = SPACES
                   IF AUDIT-BANK-REF-IN = RTN-BANK-REF(RETURN-SUB)
                       MOVE "Y" TO LINE-MATCH-SW
                   END-IF
               ELSE
                   IF RTN-RECEIPT(RETURN-SUB) IS NUMERIC
                           AND RTN-RECEIPT(RETURN-SUB) NOT = "000000"
                           AND AUDIT-RECEIPT-IN
                               = RTN-RECEIPT(RETURN-SUB)
                       MOVE "Y" TO LINE-MATCH-SW
                   END-IF
               END-IF
           END-IF.
           IF LINE-MATCH-SW = "Y"
               IF AUDIT-TXN-TYPE-IN = "R"
                   MOVE "Y" TO RTN-REVERSED-SW(RETURN-SUB)
               ELSE
                   PERFORM 234-ADD-MATCHED-SLICE
               END-IF
           END-IF.

      *    More than five slices cannot be held; the slice total then
      *    falls short of the item and it goes to the workbench
       234-ADD-MATCHED-SLICE.
           PERFORM 300-DE-EDIT-PAYMENT.
           MOVE AUDIT-METHOD-IN TO RTN-METHOD(RETURN-SUB).
           IF RTN-SLICE-COUNT(RETURN-SUB) < 5
               ADD 1 TO RTN-SLICE-COUNT(RETURN-SUB)
               MOVE RTN-SLICE-COUNT(RETURN-SUB) TO SLICE-SUB
               MOVE AUDIT-TERM-IN
                   TO RTN-SLICE-TERM(RETURN-SUB, SLICE-SUB)
               MOVE AUDIT-RECEIPT-IN
                   TO RTN-SLICE-RECEIPT(RETURN-SUB, SLICE-SUB)
               MOVE PAYMENT-AMOUNT-WS
                   TO RTN-SLICE-AMOUNT(RETURN-SUB, SLICE-SUB)
               ADD PAYMENT-AMOUNT-WS TO RTN-SLICE-TOTAL(RETURN-SUB)
           END-IF.

       300-DE-EDIT-PAYMENT.
           MOVE AUDIT-PAYMENT-X TO DE-EDIT-FIELD-X.
           INSPECT DE-EDIT-FIELD-X
               REPLACING ALL "$" BY "0"
                         ALL " " BY "0".
           COMPUTE PAYMENT-AMOUNT-WS =
               DE-EDIT-WHOLE + (DE-EDIT-CENTS / 100).

      *-----------------------------------------------------------------
      * Master, trail and the two flag files; a holds or no-cheques
      * file not yet on disk is created empty
      *-----------------------------------------------------------------
       240-OPEN-POSTING-FILES.
           OPEN I-O INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               MOVE "INDEXSTUFILE3.TXT NOT AVAILABLE - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               MOVE "Y" TO POSTING-OPEN-SW
               OPEN EXTEND TUITION-AUDIT-OUT
               OPEN I-O HOLD-FILE
               IF HOLD-STATUS-WS = "35"
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
               OPEN EXTEND HOLD-LOG-FILE
               OPEN I-O CHEQUE-BLOCK-FILE
               IF BLOCK-STATUS-WS = "35"
                   OPEN OUTPUT CHEQUE-BLOCK-FILE
                   CLOSE CHEQUE-BLOCK-FILE
                   OPEN I-O CHEQUE-BLOCK-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One item: already reversed, unmatched, matched to payments
      * that do not add up to it, or too big for a balance to take
      * back all go to the workbench; anything else is settled
      *-----------------------------------------------------------------
       250-SETTLE-ONE-ITEM.
           MOVE SPACES TO EXCEPTION-REASON-WS.
           IF RTN-REVERSED-SW(RETURN-SUB) = "Y"
               MOVE "NSF ALREADY REVERSED" TO EXCEPTION-REASON-WS
           ELSE
           IF RTN-SLICE-COUNT(RETURN-SUB) = ZERO
               MOVE "NSF NOT MATCHED" TO EXCEPTION-REASON-WS
           ELSE
           IF RTN-SLICE-TOTAL(RETURN-SUB) NOT = RTN-AMOUNT(RETURN-SUB)
               MOVE "NSF AMOUNT MISMATCH" TO EXCEPTION-REASON-WS
           ELSE
               PERFORM 251-CHECK-SLICE-ROOM
               IF ROOM-OK-SW = "N"
                   MOVE "NSF BALANCE LIMIT" TO EXCEPTION-REASON-WS
               END-IF
           END-IF
           END-IF
           END-IF.
           IF EXCEPTION-REASON-WS = SPACES
               PERFORM 252-POST-RETURNED-ITEM
           ELSE
               PERFORM 260-LOG-UNSETTLED-ITEM
           END-IF.
           PERFORM 270-WRITE-DETAIL-LINE.

      *-----------------------------------------------------------------
      * Every slice's term record must still be on file and able to
      * take its amount back before any of them is touched
      *-----------------------------------------------------------------
       251-CHECK-SLICE-ROOM.
           MOVE "Y" TO ROOM-OK-SW.
           PERFORM 253-CHECK-ONE-SLICE
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB > RTN-SLICE-COUNT(RETURN-SUB).

       253-CHECK-ONE-SLICE.
           MOVE RTN-STUDENT-9(RETURN-SUB) TO STUDENT-NUMBER-IN.
           MOVE RTN-SLICE-TERM(RETURN-SUB, SLICE-SUB) TO TERM-CODE-IN.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO ROOM-OK-SW
               NOT INVALID KEY
                   COMPUTE NEW-BALANCE-WS = TUITION-OWED-IN
                       + RTN-SLICE-AMOUNT(RETURN-SUB, SLICE-SUB)
                   IF NEW-BALANCE-WS > 9999.99
                       MOVE "N" TO ROOM-OK-SW
                   END-IF
           END-READ.

       252-POST-RETURNED-ITEM.
           PERFORM 254-REVERSE-ONE-SLICE
               VARYING SLICE-SUB FROM 1 BY 1
               UNTIL SLICE-SUB > RTN-SLICE-COUNT(RETURN-SUB).
           ADD 1 TO REVERSED-COUNT-WS.
           ADD RTN-AMOUNT(RETURN-SUB) TO REVERSED-AMOUNT-WS.
           PERFORM 255-ASSESS-NSF-FEE.
           PERFORM 256-PLACE-FINANCE-HOLD.
           PERFORM 257-FLAG-NO-CHEQUES.
           IF FEE-CHARGED-SW = "Y"
               MOVE "REVERSED + FEE" TO RESULT-WS
           ELSE
               MOVE "REVERSED - NO FEE" TO RESULT-WS
           END-IF.

      *-----------------------------------------------------------------
      * Add one slice back to its term's balance; the "R" line carries
      * the receipt and bank reference it reverses, which is how a
      * re-run of the same file knows the item is done
      *-----------------------------------------------------------------
       254-REVERSE-ONE-SLICE.
           MOVE RTN-STUDENT-9(RETURN-SUB) TO STUDENT-NUMBER-IN.
           MOVE RTN-SLICE-TERM(RETURN-SUB, SLICE-SUB) TO TERM-CODE-IN.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   DISPLAY "READ FAILED FOR " STUDENT-KEY-IN
               NOT INVALID KEY
                   MOVE TUITION-OWED-IN TO OLD-BALANCE-WS
                   ADD RTN-SLICE-AMOUNT(RETURN-SUB, SLICE-SUB)
                       TO TUITION-OWED-IN
                   REWRITE STUDENT-RECORD-IN
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR "
                                   STUDENT-KEY-IN
                       NOT INVALID KEY
                           PERFORM 258-WRITE-REVERSAL-AUDIT
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * The fee goes on the term the (first) slice was paid against;
      * a balance that cannot take it goes without and is reported
      *-----------------------------------------------------------------
       255-ASSESS-NSF-FEE.
           MOVE "N" TO FEE-CHARGED-SW.
           IF NSF-FEE-WS > ZERO
               MOVE RTN-STUDENT-9(RETURN-SUB) TO STUDENT-NUMBER-IN
               MOVE RTN-SLICE-TERM(RETURN-SUB, 1) TO TERM-CODE-IN
               READ INDEXED-STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE BALANCE-ROOM-WS =
                           9999.99 - TUITION-OWED-IN
                       IF BALANCE-ROOM-WS NOT < NSF-FEE-WS
                           MOVE TUITION-OWED-IN TO OLD-BALANCE-WS
                           ADD NSF-FEE-WS TO TUITION-OWED-IN
                           REWRITE STUDENT-RECORD-IN
                               INVALID KEY
                                   DISPLAY "REWRITE FAILED FOR "
                                           STUDENT-KEY-IN
                               NOT INVALID KEY
                                   MOVE "Y" TO FEE-CHARGED-SW
                                   ADD 1 TO FEE-COUNT-WS
                                   ADD NSF-FEE-WS TO FEE-TOTAL-WS
                                   PERFORM 259-WRITE-FEE-AUDIT
                           END-REWRITE
                       END-IF
               END-READ
               IF FEE-CHARGED-SW = "N"
                   ADD 1 TO FEE-SKIPPED-COUNT-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A finance hold already on file stays as it is (the INVALID
      * KEY path), so its placement date keeps showing when it first
      * went on
      *-----------------------------------------------------------------
       256-PLACE-FINANCE-HOLD.
           MOVE RTN-STUDENT-9(RETURN-SUB) TO HOLD-STUDENT-NUMBER.
           MOVE "F"                 TO HOLD-TYPE.
           MOVE "NSF RETURNED ITEM" TO HOLD-REASON.
           MOVE OPERATOR-ID-WS      TO HOLD-PLACED-BY.
           MOVE TODAY-STAMP-WS      TO HOLD-PLACED-DATE.
           WRITE STUDENT-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO HOLDS-PLACED-WS
                   MOVE RTN-STUDENT-9(RETURN-SUB)
                                          TO HLG-STUDENT-NUMBER
                   MOVE "F"               TO HLG-HOLD-TYPE
                   MOVE "P"               TO HLG-ACTION
                   MOVE OPERATOR-ID-WS    TO HLG-OPERATOR
                   MOVE TODAY-STAMP-WS    TO HLG-DATE
                   MOVE "NSF RETURNED ITEM" TO HLG-REASON
                   WRITE HOLD-LOG-OUT
           END-WRITE.

      *-----------------------------------------------------------------
      * Flag the student so their cheques are refused from now on; a
      * student already flagged has the count and latest return
      * brought up to date
      *-----------------------------------------------------------------
       257-FLAG-NO-CHEQUES.
           MOVE RTN-STUDENT-9(RETURN-SUB) TO CHQB-STUDENT-NUMBER.
           READ CHEQUE-BLOCK-FILE
               INVALID KEY
                   MOVE "N" TO BLOCK-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO BLOCK-FOUND-SW
           END-READ.
           MOVE TODAY-STAMP-WS TO CHQB-LAST-NSF-DATE.
           MOVE RTN-BANK-REF(RETURN-SUB) TO CHQB-LAST-BANK-REF.
           MOVE OPERATOR-ID-WS TO CHQB-PLACED-BY.
           IF BLOCK-FOUND-SW = "N"
               MOVE RTN-STUDENT-9(RETURN-SUB) TO CHQB-STUDENT-NUMBER
               MOVE 1 TO CHQB-NSF-COUNT
               WRITE CHEQUE-BLOCK
                   INVALID KEY
                       DISPLAY "NO-CHEQUE FLAG FAILED FOR "
                               CHQB-STUDENT-NUMBER
               END-WRITE
           ELSE
               IF CHQB-NSF-COUNT < 99
                   ADD 1 TO CHQB-NSF-COUNT
               END-IF
               REWRITE CHEQUE-BLOCK
                   INVALID KEY
                       DISPLAY "NO-CHEQUE FLAG FAILED FOR "
                               CHQB-STUDENT-NUMBER
               END-REWRITE
           END-IF.

       258-WRITE-REVERSAL-AUDIT.
           MOVE STUDENT-NUMBER-IN  TO AUDIT-STUDENT-NUMBER.
           MOVE RTN-SLICE-AMOUNT(RETURN-SUB, SLICE-SUB)
                                   TO AUDIT-PAYMENT.
           MOVE OLD-BALANCE-WS     TO AUDIT-OLD-BALANCE.
           MOVE TUITION-OWED-IN    TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS     TO AUDIT-OPERATOR-ID.
           MOVE RTN-SLICE-RECEIPT(RETURN-SUB, SLICE-SUB)
                                   TO AUDIT-RECEIPT-NUMBER.
           MOVE "R"                TO AUDIT-TXN-TYPE.
           MOVE "NS"               TO AUDIT-REASON-CODE.
           PERFORM 301-STAMP-AUDIT-DATE-TIME.
           MOVE RTN-METHOD(RETURN-SUB) TO AUDIT-METHOD.
           MOVE RTN-BANK-REF(RETURN-SUB) TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *    The fee is a charge, not a receipt: no receipt number and
      *    no method, but the bank reference of the item behind it
       259-WRITE-FEE-AUDIT.
           MOVE STUDENT-NUMBER-IN  TO AUDIT-STUDENT-NUMBER.
           MOVE NSF-FEE-WS         TO AUDIT-PAYMENT.
           MOVE OLD-BALANCE-WS     TO AUDIT-OLD-BALANCE.
           MOVE TUITION-OWED-IN    TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS     TO AUDIT-OPERATOR-ID.
           MOVE ZERO               TO AUDIT-RECEIPT-NUMBER.
           MOVE "N"                TO AUDIT-TXN-TYPE.
           MOVE "NS"               TO AUDIT-REASON-CODE.
           PERFORM 301-STAMP-AUDIT-DATE-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE RTN-BANK-REF(RETURN-SUB) TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

       301-STAMP-AUDIT-DATE-TIME.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE TODAY-STAMP-WS TO AUDIT-DATE.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.

       260-LOG-UNSETTLED-ITEM.
           ADD 1 TO EXCEPTED-COUNT-WS.
           ADD RTN-AMOUNT(RETURN-SUB) TO EXCEPTED-AMOUNT-WS.
           MOVE EXCEPTION-REASON-WS TO RESULT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE RTN-STUDENT(RETURN-SUB) TO STUDENT-NUMBER-EXC.
           MOVE EXCEPTION-REASON-WS TO EXCEPTION-REASON-EXC.
           MOVE "NSFIMP" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAY-STAMP-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

       270-WRITE-DETAIL-LINE.
           MOVE RTN-BANK-REF(RETURN-SUB) TO DET-BANK-REF-OUT.
           MOVE RTN-RECEIPT(RETURN-SUB)  TO DET-RECEIPT-OUT.
           MOVE RTN-STUDENT(RETURN-SUB)  TO DET-STUDENT-OUT.
           MOVE RTN-AMOUNT(RETURN-SUB)   TO DET-AMOUNT-OUT.
           MOVE RESULT-WS                TO DET-RESULT-OUT.
           WRITE PRINTLINE FROM CONTROL-DETAIL-LINE.

      *-----------------------------------------------------------------
      * Control totals: what the bank says, what was read, and where
      * it all went - reversed plus excepted must come back to the
      * bank's total
      *-----------------------------------------------------------------
       280-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE "BANK TRAILER:" TO TOT-LABEL-OUT.
           MOVE BANK-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE BANK-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "ITEMS READ:" TO TOT-LABEL-OUT.
           MOVE LOADED-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE LOADED-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "REJECTED ROWS:" TO TOT-LABEL-OUT.
           MOVE REJECTED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE ZERO TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "REVERSED:" TO TOT-LABEL-OUT.
           MOVE REVERSED-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE REVERSED-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "TO EXCEPTIONS:" TO TOT-LABEL-OUT.
           MOVE EXCEPTED-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE EXCEPTED-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "NSF FEES CHARGED:" TO TOT-LABEL-OUT.
           MOVE FEE-COUNT-WS TO TOT-COUNT-OUT.
           MOVE FEE-TOTAL-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "FEES NOT CHARGED:" TO TOT-LABEL-OUT.
           MOVE FEE-SKIPPED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE ZERO TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "FINANCE HOLDS PLACED:" TO TOT-LABEL-OUT.
           MOVE HOLDS-PLACED-WS TO TOT-COUNT-OUT.
           MOVE ZERO TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           IF ABORT-SW = "N"
               COMPUTE SETTLED-COUNT-WS =
                   REVERSED-COUNT-WS + EXCEPTED-COUNT-WS
               COMPUTE SETTLED-AMOUNT-WS =
                   REVERSED-AMOUNT-WS + EXCEPTED-AMOUNT-WS
               IF SETTLED-COUNT-WS = BANK-COUNT-WS
                       AND SETTLED-AMOUNT-WS = BANK-AMOUNT-WS
                   MOVE "REVERSED PLUS EXCEPTIONS TIE TO THE BANK TOTAL"
                       TO CONTROL-RESULT-OUT
               ELSE
                   MOVE "DOES NOT TIE TO THE BANK TOTAL - INVESTIGATE"
                       TO CONTROL-RESULT-OUT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY CONTROL-RESULT-OUT.
           WRITE PRINTLINE FROM CONTROL-RESULT-LINE.

       290-CLOSE-FILES.
           CLOSE CONTROL-REPORT-OUT.
           CLOSE EXCEPTION-FILE-OUT.
           IF POSTING-OPEN-SW = "Y"
               CLOSE INDEXED-STUDENT-FILE
               CLOSE TUITION-AUDIT-OUT
               CLOSE HOLD-FILE
               CLOSE HOLD-LOG-FILE
               CLOSE CHEQUE-BLOCK-FILE
           END-IF.

       END PROGRAM NSFIMP.
