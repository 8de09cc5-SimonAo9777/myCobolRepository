      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Bad-debt write-off and collection-agency placement
      *            run.  Every live INDEXSTUFILE3.TXT balance older
      *            than the keyed age (days from BILLING-DATE on the
      *            same 360-day approximation LATEFEE uses) whose
      *            student has made no payment within the keyed
      *            number of days is written off to zero, with a "B"
      *            line on TUITIONAUDIT.TXT carrying the keyed reason
      *            code - so RECONCILE replays it, CASHJRNL books it
      *            to bad-debt expense rather than as a payment, and
      *            year-end write-offs no longer have to be keyed by
      *            hand through maintenance mode.  Each student-term
      *            written off is placed with the collection agency:
      *            a record on the placement master AGYPLACE.TXT, for
      *            AGYRECOV to post recoveries against, and a detail
      *            on the agency's placement file AGYSEND.TXT (H
      *            header, D detail with the STUCONTACT.TXT address,
      *            T trailer with count and total).  The register of
      *            what was written off goes to WRITEOFF.TXT.
      *            Supervisor sign-on through SIGNON and the shared
      *            MASTER.LCK through FILELOCK are both required.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: student
      *                 records read, balances written off, balances
      *                 spared for a recent payment, the amount written
      *                 off as control total and the return code,
      *                 including a run refused at sign-on or at the
      *                 lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TUITION-AUDIT-IN
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-IN-STATUS-WS.

           SELECT TUITION-AUDIT-OUT
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT PLACEMENT-FILE
                ASSIGN USING AGYPLACE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGP-KEY
                  FILE STATUS IS PLACEMENT-STATUS-WS.

           SELECT AGENCY-FILE-OUT
                ASSIGN USING AGYSEND-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT-OUT
                ASSIGN USING WRITEOFF-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
      *Audit trail read first for each student's latest payment
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-IN.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NO-IN    PIC X(6).
           05 FILLER                 PIC X(52).
           05 AUDIT-TXN-TYPE-IN      PIC X(1).
           05 FILLER                 PIC X(6).
           05 AUDIT-DATE-IN          PIC X(8).
           05 FILLER                 PIC X(31).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; write-offs go out flagged "B"
      *under the keyed reason
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-OUT.
           COPY "TUITION-AUDIT.TXT".

       FD  CONTACT-FILE.
           COPY "STUDENT-CONTACT.TXT".

       FD  PLACEMENT-FILE.
           COPY "AGENCY-PLACEMENT.TXT".

      *-----------------------------------------------------------------
      *The agency's placement layout: one H header, a D detail per
      *account placed, and a T trailer with the count and total.
      *Amounts are unedited with two implied decimals; the account
      *number is the student number followed by the term.
      *-----------------------------------------------------------------
       FD  AGENCY-FILE-OUT.
       01  AGENCY-HEADER-OUT.
           05 AGH-RECORD-TYPE        PIC X(1).
           05 AGH-CREDITOR-ID        PIC X(10).
           05 AGH-FILE-DATE          PIC 9(8).
       01  AGENCY-DETAIL-OUT.
           05 AGD-RECORD-TYPE        PIC X(1).
           05 AGD-ACCOUNT-NUMBER.
               10 AGD-STUDENT-NUMBER   PIC 9(6).
               10 AGD-TERM-CODE        PIC X(4).
           05 AGD-DEBTOR-NAME        PIC X(40).
           05 AGD-ADDRESS-1          PIC X(30).
           05 AGD-ADDRESS-2          PIC X(30).
           05 AGD-CITY               PIC X(20).
           05 AGD-POSTAL-CODE        PIC X(7).
           05 AGD-PHONE              PIC X(12).
           05 AGD-AMOUNT             PIC 9(5)V99.
           05 AGD-BILLED-DATE        PIC 9(8).
           05 AGD-LAST-PAID-DATE     PIC 9(8).
           05 AGD-REASON-CODE        PIC X(2).
       01  AGENCY-TRAILER-OUT.
           05 AGT-RECORD-TYPE        PIC X(1).
           05 AGT-COUNT              PIC 9(6).
           05 AGT-AMOUNT             PIC 9(8)V99.

       FD  REGISTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).

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
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  AGYPLACE-PATH-WS            PIC X(80)
               VALUE "AGYPLACE.TXT".
       01  AGYSEND-PATH-WS             PIC X(80)
               VALUE "AGYSEND.TXT".
       01  WRITEOFF-PATH-WS            PIC X(80)
               VALUE "WRITEOFF.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  AUDIT-IN-STATUS-WS          PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  PLACEMENT-STATUS-WS         PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  CONTACT-AVAILABLE-SW        PIC X(1)   VALUE "N".
       01  CONTACT-FOUND-SW            PIC X(1)   VALUE "N".

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".
       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".

       01  TODAYS-DATE-WS.
           05 TODAY-CCYY            PIC 9(4).
           05 TODAY-MM              PIC 9(2).
           05 TODAY-DD              PIC 9(2).
       01  TODAY-STAMP-WS              PIC 9(8).
       01  AUDIT-TIME-WORK-WS.
           05 AUDIT-TIME-HHMMSS-WS     PIC 9(6).
           05 FILLER                   PIC 9(2).

      *-----------------------------------------------------------------
      *Run parameters keyed at start-up
      *-----------------------------------------------------------------
       01  AGE-DAYS-WS                 PIC 9(4)   VALUE ZERO.
       01  NO-PAYMENT-DAYS-WS          PIC 9(4)   VALUE ZERO.
       01  WRITEOFF-REASON-WS          PIC X(2)   VALUE SPACES.
       01  CREDITOR-ID-WS              PIC X(10)  VALUE "TUITIONAR".

       01  BILLING-DATE-BROKEN-WS.
           05 BILL-CCYY             PIC 9(4).
           05 BILL-MM               PIC 9(2).
           05 BILL-DD               PIC 9(2).
       01  PAID-DATE-BROKEN-WS.
           05 PAID-CCYY             PIC 9(4).
           05 PAID-MM               PIC 9(2).
           05 PAID-DD               PIC 9(2).
       01  DAYS-OUTSTANDING-WS         PIC S9(6).
       01  DAYS-SINCE-PAID-WS          PIC S9(6).

      *-----------------------------------------------------------------
      *Each student's latest payment date from the trail; a student
      *not on the table has never paid
      *-----------------------------------------------------------------
       01  LAST-PAID-TBL.
           05 PAID-COUNT             PIC 9(3)  VALUE ZERO.
           05 PAID-ENTRY OCCURS 500 TIMES.
               10 PAID-NUMBER          PIC X(6).
               10 PAID-LAST-DATE       PIC X(8).
       01  PAID-SUB                   PIC 9(3)  VALUE ZERO.
       01  PAID-FOUND-SUB             PIC 9(3)  VALUE ZERO.
       01  PAID-FOUND-SW              PIC X(1)  VALUE "N".
       01  PAID-FULL-SW               PIC X(1)  VALUE "N".
       01  HUNT-NUMBER-WS             PIC X(6).
       01  LAST-PAID-DATE-WS          PIC 9(8).

       01  OLD-BALANCE-WS              PIC 9(4)V99.
       01  WRITTEN-OFF-COUNT-WS        PIC 9(4)   VALUE ZERO.
       01  WRITTEN-OFF-TOTAL-WS        PIC 9(7)V99 VALUE ZERO.
       01  RECENT-PAYER-COUNT-WS       PIC 9(4)   VALUE ZERO.
       01  NO-ADDRESS-COUNT-WS         PIC 9(4)   VALUE ZERO.
       01  PLACEMENT-FAILED-COUNT-WS   PIC 9(4)   VALUE ZERO.
       01  STUDENTS-READ-WS            PIC 9(7)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  REGISTER-TITLE-LINE.
           05 FILLER  PIC X(30)
               VALUE "BAD-DEBT WRITE-OFF REGISTER   ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REASON ".
           05 TITLE-REASON-OUT       PIC X(2).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  REGISTER-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(42) VALUE "NAME".
           05 FILLER  PIC X(6)  VALUE "DAYS".
           05 FILLER  PIC X(10) VALUE "LAST PAID".
           05 FILLER  PIC X(10) VALUE "WRITTEN".
           05 FILLER  PIC X(7)  VALUE "NOTE".
       01  REGISTER-DETAIL-LINE.
           05 REG-NUMBER-OUT         PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-TERM-OUT           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-NAME-OUT           PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-DAYS-OUT           PIC ZZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-LAST-PAID-OUT      PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-AMOUNT-OUT         PIC Z,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-NOTE-OUT           PIC X(7).
       01  REGISTER-TOTAL-LINE.
           05 FILLER  PIC X(22) VALUE "TOTAL WRITTEN OFF:".
           05 REG-TOTAL-COUNT-OUT    PIC ZZZ9.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 REG-TOTAL-AMOUNT-OUT   PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-WRITE-OFF-BAD-DEBTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 3
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - RUN REFUSED"
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
           PERFORM 200-ACCEPT-RUN-PARAMETERS.
           IF ABORT-SW = "N"
               PERFORM 210-LOAD-LAST-PAYMENTS
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 220-OPEN-FILES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 230-READ-STUDENT-RECORD
               PERFORM 240-CHECK-ONE-STUDENT
                   UNTIL EOF-STUDENT-SW = "YES"
               PERFORM 280-WRITE-RUN-TOTALS
               PERFORM 290-CLOSE-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
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
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AGYPLACE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AGYSEND-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING WRITEOFF-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; a balance spared because the
      * student paid inside the window counts as rejected, and the
      * control total is the amount written off
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "WRITEOFF" TO RL-PROGRAM.
           MOVE "WRITEOFF" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE STUDENTS-READ-WS TO RL-RECORDS-READ.
           MOVE WRITTEN-OFF-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE RECENT-PAYER-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE WRITTEN-OFF-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * Both ages must be keyed and the reason must be one finance
      * recognises: BD bad debt, BK bankruptcy, DC deceased, SK skip
      * (debtor cannot be traced)
      *-----------------------------------------------------------------
       200-ACCEPT-RUN-PARAMETERS.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE-WS TO TODAY-STAMP-WS.
           DISPLAY "Write off balances older than how many days: ".
           ACCEPT AGE-DAYS-WS.
           DISPLAY "With no payment in how many days: ".
           ACCEPT NO-PAYMENT-DAYS-WS.
           DISPLAY "Write-off reason (BD, BK, DC, SK): ".
           ACCEPT WRITEOFF-REASON-WS.
           IF AGE-DAYS-WS = ZERO OR NO-PAYMENT-DAYS-WS = ZERO
               MOVE "Y" TO ABORT-SW
               DISPLAY "BOTH AGES MUST BE KEYED - RUN REFUSED"
           ELSE
               IF WRITEOFF-REASON-WS NOT = "BD"
                       AND WRITEOFF-REASON-WS NOT = "BK"
                       AND WRITEOFF-REASON-WS NOT = "DC"
                       AND WRITEOFF-REASON-WS NOT = "SK"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "UNKNOWN WRITE-OFF REASON - RUN REFUSED"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Each student's latest payment ("P" lines, and the untyped
      * lines written before the type was stamped).  A student who
      * cannot be tabled would look as if they had never paid, so a
      * full table refuses the run rather than write them off.
      *-----------------------------------------------------------------
       210-LOAD-LAST-PAYMENTS.
           OPEN INPUT TUITION-AUDIT-IN.
           IF AUDIT-IN-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-AUDIT-SW
           ELSE
               PERFORM 211-READ-AUDIT-LINE
               PERFORM 212-TALLY-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               CLOSE TUITION-AUDIT-IN
           END-IF.
           IF PAID-FULL-SW = "Y"
               MOVE "Y" TO ABORT-SW
               DISPLAY "PAYMENT TABLE FULL AT 500 STUDENTS - "
                       "RUN REFUSED"
           END-IF.

       211-READ-AUDIT-LINE.
           READ TUITION-AUDIT-IN
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       212-TALLY-ONE-AUDIT-LINE.
           IF (AUDIT-TXN-TYPE-IN = "P" OR AUDIT-TXN-TYPE-IN = SPACE)
                   AND AUDIT-DATE-IN IS NUMERIC
               MOVE AUDIT-STUDENT-NO-IN TO HUNT-NUMBER-WS
               PERFORM 300-FIND-PAID-ENTRY
               IF PAID-FOUND-SW = "N"
                   PERFORM 302-ADD-PAID-ENTRY
               END-IF
               IF PAID-FOUND-SW = "Y"
                   IF AUDIT-DATE-IN > PAID-LAST-DATE(PAID-FOUND-SUB)
                       MOVE AUDIT-DATE-IN
                           TO PAID-LAST-DATE(PAID-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 211-READ-AUDIT-LINE.

       300-FIND-PAID-ENTRY.
           MOVE "N" TO PAID-FOUND-SW.
           MOVE ZERO TO PAID-FOUND-SUB.
           PERFORM 301-COMPARE-PAID-ENTRY
               VARYING PAID-SUB FROM 1 BY 1
               UNTIL PAID-SUB > PAID-COUNT
                   OR PAID-FOUND-SW = "Y".

       301-COMPARE-PAID-ENTRY.
           IF HUNT-NUMBER-WS = PAID-NUMBER(PAID-SUB)
               MOVE "Y" TO PAID-FOUND-SW
               MOVE PAID-SUB TO PAID-FOUND-SUB
           END-IF.

       302-ADD-PAID-ENTRY.
           IF PAID-COUNT < 500
               ADD 1 TO PAID-COUNT
               MOVE PAID-COUNT TO PAID-FOUND-SUB
               MOVE HUNT-NUMBER-WS TO PAID-NUMBER(PAID-FOUND-SUB)
               MOVE "00000000" TO PAID-LAST-DATE(PAID-FOUND-SUB)
               MOVE "Y" TO PAID-FOUND-SW
           ELSE
               MOVE "Y" TO PAID-FULL-SW
           END-IF.

      *-----------------------------------------------------------------
      * Master, trail, placement master and the agency file; an
      * address file not on disk only leaves the placements without
      * addresses, and a placement master not yet on disk is created
      *-----------------------------------------------------------------
       220-OPEN-FILES.
           OPEN I-O INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN EXTEND TUITION-AUDIT-OUT
               OPEN INPUT CONTACT-FILE
               IF CONTACT-STATUS-WS = "00"
                   MOVE "Y" TO CONTACT-AVAILABLE-SW
               END-IF
               OPEN I-O PLACEMENT-FILE
               IF PLACEMENT-STATUS-WS = "35"
                   OPEN OUTPUT PLACEMENT-FILE
                   CLOSE PLACEMENT-FILE
                   OPEN I-O PLACEMENT-FILE
               END-IF
               OPEN OUTPUT AGENCY-FILE-OUT
               MOVE SPACES TO AGENCY-HEADER-OUT
               MOVE "H" TO AGH-RECORD-TYPE
               MOVE CREDITOR-ID-WS TO AGH-CREDITOR-ID
               MOVE TODAY-STAMP-WS TO AGH-FILE-DATE
               WRITE AGENCY-HEADER-OUT
               OPEN OUTPUT REGISTER-REPORT-OUT
               MOVE TODAY-STAMP-WS TO TITLE-DATE-OUT
               MOVE WRITEOFF-REASON-WS TO TITLE-REASON-OUT
               WRITE PRINTLINE FROM REGISTER-TITLE-LINE
               WRITE PRINTLINE FROM REGISTER-HEADING
           END-IF.

       230-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
               NOT AT END
                   ADD 1 TO STUDENTS-READ-WS
           END-READ.

      *-----------------------------------------------------------------
      * One student-term: old enough, and no payment from the
      * student inside the keyed window, and it is written off
      *-----------------------------------------------------------------
       240-CHECK-ONE-STUDENT.
           IF TUITION-OWED-IN > ZERO
               PERFORM 250-CALCULATE-DAYS-OUTSTANDING
               IF DAYS-OUTSTANDING-WS > AGE-DAYS-WS
                   PERFORM 251-CALCULATE-DAYS-SINCE-PAID
                   IF DAYS-SINCE-PAID-WS > NO-PAYMENT-DAYS-WS
                       PERFORM 260-WRITE-OFF-ONE-BALANCE
                   ELSE
                       ADD 1 TO RECENT-PAYER-COUNT-WS
                   END-IF
               END-IF
           END-IF.
           PERFORM 230-READ-STUDENT-RECORD.

      *-----------------------------------------------------------------
      * Days outstanding, using the common 360-day/30-day-month
      * batch approximation TUITIONAGE uses
      *-----------------------------------------------------------------
       250-CALCULATE-DAYS-OUTSTANDING.
           MOVE BILLING-DATE-IN TO BILLING-DATE-BROKEN-WS.
           COMPUTE DAYS-OUTSTANDING-WS =
               (TODAY-CCYY - BILL-CCYY) * 360
               + (TODAY-MM - BILL-MM) * 30
               + (TODAY-DD - BILL-DD).
           IF DAYS-OUTSTANDING-WS < ZERO
               MOVE ZERO TO DAYS-OUTSTANDING-WS
           END-IF.

      *    A student with no payment on the trail has never paid and
      *    counts as past any window
       251-CALCULATE-DAYS-SINCE-PAID.
           MOVE STUDENT-NUMBER-IN TO HUNT-NUMBER-WS.
           PERFORM 300-FIND-PAID-ENTRY.
           IF PAID-FOUND-SW = "N"
               MOVE ZERO TO LAST-PAID-DATE-WS
               MOVE 9999 TO DAYS-SINCE-PAID-WS
           ELSE
               MOVE PAID-LAST-DATE(PAID-FOUND-SUB)
                   TO PAID-DATE-BROKEN-WS
               MOVE PAID-DATE-BROKEN-WS TO LAST-PAID-DATE-WS
               COMPUTE DAYS-SINCE-PAID-WS =
                   (TODAY-CCYY - PAID-CCYY) * 360
                   + (TODAY-MM - PAID-MM) * 30
                   + (TODAY-DD - PAID-DD)
           END-IF.

       260-WRITE-OFF-ONE-BALANCE.
           MOVE TUITION-OWED-IN TO OLD-BALANCE-WS.
           MOVE ZERO TO TUITION-OWED-IN.
           REWRITE STUDENT-RECORD-IN
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR " STUDENT-KEY-IN
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-OFF-COUNT-WS
                   ADD OLD-BALANCE-WS TO WRITTEN-OFF-TOTAL-WS
                   PERFORM 270-WRITE-WRITEOFF-AUDIT
                   PERFORM 271-RECORD-PLACEMENT
                   PERFORM 272-WRITE-AGENCY-DETAIL
                   PERFORM 273-WRITE-REGISTER-LINE
           END-REWRITE.

      *-----------------------------------------------------------------
      * The write-off's audit line: flagged "B" under the keyed
      * reason, no receipt and no method - no money moved, the
      * balance went to bad-debt expense
      *-----------------------------------------------------------------
       270-WRITE-WRITEOFF-AUDIT.
           MOVE STUDENT-NUMBER-IN  TO AUDIT-STUDENT-NUMBER.
           MOVE OLD-BALANCE-WS     TO AUDIT-PAYMENT.
           MOVE OLD-BALANCE-WS     TO AUDIT-OLD-BALANCE.
           MOVE TUITION-OWED-IN    TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS     TO AUDIT-OPERATOR-ID.
           MOVE ZERO               TO AUDIT-RECEIPT-NUMBER.
           MOVE "B"                TO AUDIT-TXN-TYPE.
           MOVE WRITEOFF-REASON-WS TO AUDIT-REASON-CODE.
           MOVE TODAY-STAMP-WS     TO AUDIT-DATE.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
      * A student-term placed before (a balance that came back after
      * an earlier write-off) has the new amount added and is
      * reopened; its recoveries to date stand
      *-----------------------------------------------------------------
       271-RECORD-PLACEMENT.
           MOVE STUDENT-NUMBER-IN TO AGP-STUDENT-NUMBER.
           MOVE TERM-CODE-IN TO AGP-TERM-CODE.
           READ PLACEMENT-FILE
               INVALID KEY
                   MOVE STUDENT-NAME-IN   TO AGP-STUDENT-NAME
                   MOVE TODAY-STAMP-WS    TO AGP-PLACED-DATE
                   MOVE OLD-BALANCE-WS    TO AGP-PLACED-AMOUNT
                   MOVE WRITEOFF-REASON-WS TO AGP-REASON-CODE
                   MOVE OPERATOR-ID-WS    TO AGP-PLACED-BY
                   MOVE ZERO              TO AGP-RECOVERED-GROSS
                   MOVE ZERO              TO AGP-COMMISSION
                   MOVE ZERO              TO AGP-LAST-RECOVERY-DATE
                   MOVE "O"               TO AGP-STATUS
                   WRITE AGENCY-PLACEMENT
                       INVALID KEY
                           ADD 1 TO PLACEMENT-FAILED-COUNT-WS
                           DISPLAY "PLACEMENT FAILED FOR "
                                   STUDENT-KEY-IN
                   END-WRITE
               NOT INVALID KEY
                   MOVE TODAY-STAMP-WS    TO AGP-PLACED-DATE
                   ADD OLD-BALANCE-WS     TO AGP-PLACED-AMOUNT
                   MOVE WRITEOFF-REASON-WS TO AGP-REASON-CODE
                   MOVE OPERATOR-ID-WS    TO AGP-PLACED-BY
                   MOVE "O"               TO AGP-STATUS
                   REWRITE AGENCY-PLACEMENT
                       INVALID KEY
                           ADD 1 TO PLACEMENT-FAILED-COUNT-WS
                           DISPLAY "PLACEMENT FAILED FOR "
                                   STUDENT-KEY-IN
                   END-REWRITE
           END-READ.

       272-WRITE-AGENCY-DETAIL.
           MOVE SPACES TO AGENCY-DETAIL-OUT.
           MOVE "D" TO AGD-RECORD-TYPE.
           MOVE STUDENT-NUMBER-IN TO AGD-STUDENT-NUMBER.
           MOVE TERM-CODE-IN TO AGD-TERM-CODE.
           MOVE STUDENT-NAME-IN TO AGD-DEBTOR-NAME.
           MOVE "N" TO CONTACT-FOUND-SW.
           IF CONTACT-AVAILABLE-SW = "Y"
               MOVE STUDENT-NUMBER-IN TO CONT-STUDENT-NUMBER
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CONTACT-FOUND-SW
                       MOVE CONT-ADDRESS-1    TO AGD-ADDRESS-1
                       MOVE CONT-ADDRESS-2    TO AGD-ADDRESS-2
                       MOVE CONT-CITY         TO AGD-CITY
                       MOVE CONT-POSTAL-CODE  TO AGD-POSTAL-CODE
                       MOVE CONT-PHONE        TO AGD-PHONE
               END-READ
           END-IF.
           IF CONTACT-FOUND-SW = "N"
               ADD 1 TO NO-ADDRESS-COUNT-WS
           END-IF.
           MOVE OLD-BALANCE-WS TO AGD-AMOUNT.
           MOVE BILLING-DATE-IN TO AGD-BILLED-DATE.
           MOVE LAST-PAID-DATE-WS TO AGD-LAST-PAID-DATE.
           MOVE WRITEOFF-REASON-WS TO AGD-REASON-CODE.
           WRITE AGENCY-DETAIL-OUT.

       273-WRITE-REGISTER-LINE.
           MOVE STUDENT-NUMBER-IN   TO REG-NUMBER-OUT.
           MOVE TERM-CODE-IN        TO REG-TERM-OUT.
           MOVE STUDENT-NAME-IN     TO REG-NAME-OUT.
           MOVE DAYS-OUTSTANDING-WS TO REG-DAYS-OUT.
           IF LAST-PAID-DATE-WS = ZERO
               MOVE "NEVER" TO REG-LAST-PAID-OUT
           ELSE
               MOVE LAST-PAID-DATE-WS TO REG-LAST-PAID-OUT
           END-IF.
           MOVE OLD-BALANCE-WS      TO REG-AMOUNT-OUT.
           IF CONTACT-FOUND-SW = "N"
               MOVE "NO ADDR" TO REG-NOTE-OUT
           ELSE
               MOVE SPACES TO REG-NOTE-OUT
           END-IF.
           WRITE PRINTLINE FROM REGISTER-DETAIL-LINE.

      *-----------------------------------------------------------------
      * Close the agency file behind its T trailer and total the
      * register
      *-----------------------------------------------------------------
       280-WRITE-RUN-TOTALS.
           MOVE SPACES TO AGENCY-TRAILER-OUT.
           MOVE "T" TO AGT-RECORD-TYPE.
           MOVE WRITTEN-OFF-COUNT-WS TO AGT-COUNT.
           MOVE WRITTEN-OFF-TOTAL-WS TO AGT-AMOUNT.
           WRITE AGENCY-TRAILER-OUT.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE WRITTEN-OFF-COUNT-WS TO REG-TOTAL-COUNT-OUT.
           MOVE WRITTEN-OFF-TOTAL-WS TO REG-TOTAL-AMOUNT-OUT.
           WRITE PRINTLINE FROM REGISTER-TOTAL-LINE.
           DISPLAY "BAD-DEBT WRITE-OFF SUMMARY".
           DISPLAY WRITTEN-OFF-COUNT-WS
                   " BALANCES WERE WRITTEN OFF, TOTAL "
                   WRITTEN-OFF-TOTAL-WS.
           DISPLAY RECENT-PAYER-COUNT-WS
               " AGED BALANCES WERE KEPT - RECENT PAYMENT. ".
           IF NO-ADDRESS-COUNT-WS > ZERO
               DISPLAY NO-ADDRESS-COUNT-WS
                   " PLACEMENTS WENT WITHOUT AN ADDRESS. "
           END-IF.
           IF PLACEMENT-FAILED-COUNT-WS > ZERO
               DISPLAY PLACEMENT-FAILED-COUNT-WS
                   " PLACEMENTS COULD NOT BE RECORDED. "
               MOVE 4 TO RETURN-CODE
           END-IF.

       290-CLOSE-FILES.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE TUITION-AUDIT-OUT.
           IF CONTACT-AVAILABLE-SW = "Y"
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE PLACEMENT-FILE.
           CLOSE AGENCY-FILE-OUT.
           CLOSE REGISTER-REPORT-OUT.

       END PROGRAM WRITEOFF.
