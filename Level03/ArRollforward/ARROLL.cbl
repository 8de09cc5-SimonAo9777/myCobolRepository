      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Accounts-receivable rollforward by program for a
      *            keyed date range - the month-end proof that the
      *            opening receivable plus the period's movements on
      *            TUITIONAUDIT.TXT equals the receivable on
      *            INDEXSTUFILE3.TXT.  For each PROGRAM-CODE it shows
      *            the opening AR, assessments and re-assessments (C
      *            lines, plus the tuition of student-terms billed in
      *            the range), late fees (L), other fees (X ancillary,
      *            N NSF), payments, awards (A), withdrawal credits
      *            (W), reversals (R) and merge transfers (M), the
      *            computed closing AR, and the live file's AR rolled
      *            back to the end of the range by any activity after
      *            it; a program whose computed and live figures
      *            differ is flagged.  Each student-term's balance
      *            before its first live audit line is that line's
      *            old balance; one with no live lines has not moved
      *            and opens at its live balance.  Refunds paid (F)
      *            are shown as a memo - they pay out credit the
      *            master never held, the same rule RECONCILE and
      *            FYCLOSE apply.  CARRYFWD.TXT marks where the live
      *            trail begins: a range reaching back to or before
      *            the last fiscal cutoff is refused, and the net
      *            archived activity carried forward is shown per
      *            program as a memo.
      * Tectonics: cobc
      * 2026/10/15 SA  Bad-debt write-offs ("B" lines from WRITEOFF)
      *                 come off the receivable on their own line;
      *                 agency recoveries ("Y" lines from AGYRECOV)
      *                 move no balance and are shown as a memo.
      * 2026/10/15 SA  A stopped refund cheque ("F" reason VD) comes
      *                 off the refunds memo, which now prints net.
      * 2026/10/15 SA  Applicant deposits applied at load ("E" lines
      *                 from STULOAD) come off the receivable on their
      *                 own line; deposits taken ("D" lines, reason DP)
      *                 move no balance and are shown as a memo.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: audit
      *                 lines read, program blocks printed, unmatched
      *                 audit lines, the live balance as control total
      *                 and the return code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIVE-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-LIV
                  FILE STATUS IS LIVE-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT CARRY-FORWARD-IN
                ASSIGN USING CARRYFWD-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CARRY-STATUS-WS.

           SELECT ROLLFORWARD-REPORT-OUT
                ASSIGN USING ARROLL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *Live master; the key, balance, billing date and program code
      *are all that is looked at here
      *-----------------------------------------------------------------
       FD  LIVE-STUDENT-FILE.
       01  LIVE-RECORD-IN.
           05 STUDENT-KEY-LIV.
               10 STUDENT-NUMBER-LIV PIC 9(6).
               10 TERM-CODE-LIV      PIC X(4).
           05 TUITION-OWED-LIV   PIC 9(4)V99.
           05 BILLING-DATE-LIV   PIC X(8).
           05 STUDENT-NAME-LIV   PIC X(40).
           05 PROGRAM-CODE-LIV   PIC X(5).
           05 FILLER             PIC X(50).

      *-----------------------------------------------------------------
      *Audit trail as PROJECT3-2's 404-WRITE-AUDIT-RECORD writes it
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NUMBER   PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-PAYMENT-X        PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-OLD-BALANCE-X    PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-NEW-BALANCE-X    PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-OPERATOR-ID      PIC X(10).
           05 FILLER                 PIC X(2).
           05 AUDIT-RECEIPT-NUMBER   PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-TXN-TYPE         PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-REASON-CODE      PIC X(2).
           05 FILLER                 PIC X(2).
           05 AUDIT-DATE             PIC X(8).
           05 FILLER                 PIC X(2).
           05 AUDIT-TIME             PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-METHOD           PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF         PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-CODE        PIC X(4).

      *-----------------------------------------------------------------
      *FYCLOSE's carry-forward summary, one record per student
      *-----------------------------------------------------------------
       FD  CARRY-FORWARD-IN.
       01  CARRY-FORWARD-REC.
           05 CF-STUDENT-NUMBER      PIC 9(6).
           05 FILLER                 PIC X(2).
           05 CF-NET-AMOUNT          PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05 FILLER                 PIC X(2).
           05 CF-AS-OF-DATE          PIC 9(8).

       FD  ROLLFORWARD-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

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
       01  CARRYFWD-PATH-WS            PIC X(80)
               VALUE "CARRYFWD.TXT".
       01  ARROLL-PATH-WS              PIC X(80)
               VALUE "ARROLL.TXT".

       01  LIVE-STATUS-WS              PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  CARRY-STATUS-WS             PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  EOF-LIVE-SW                 PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  EOF-CARRY-SW                PIC X(3)   VALUE "NO".
       01  TODAYS-DATE-WS              PIC 9(8).

       01  FROM-DATE-WS                PIC 9(8).
       01  FROM-DATE-X-WS REDEFINES FROM-DATE-WS
                                       PIC X(8).
       01  TO-DATE-WS                  PIC 9(8).
       01  TO-DATE-X-WS REDEFINES TO-DATE-WS
                                       PIC X(8).
       01  LAST-CUTOFF-DATE-WS         PIC 9(8)   VALUE ZERO.

      *-----------------------------------------------------------------
      *One entry per live student-term: its program, billing date and
      *live balance, the balance before its first live audit line,
      *and the net movement of its lines before and after the range
      *-----------------------------------------------------------------
       01  ROLL-TBL.
           05 ROLL-COUNT             PIC 9(3)  VALUE ZERO.
           05 ROLL-ENTRY OCCURS 500 TIMES.
               10 ROLL-NUMBER          PIC 9(6).
               10 ROLL-TERM            PIC X(4).
               10 ROLL-PROGRAM         PIC X(5).
               10 ROLL-BILLING-DATE    PIC X(8).
               10 ROLL-LIVE-BALANCE    PIC 9(5)V99.
               10 ROLL-BASE-BALANCE    PIC 9(5)V99.
               10 ROLL-BASE-SEEN-SW    PIC X(1).
               10 ROLL-PRE-NET         PIC S9(6)V99.
               10 ROLL-POST-NET        PIC S9(6)V99.
       01  ROLL-SUB                   PIC 9(3)  VALUE ZERO.
       01  ROLL-FOUND-SUB             PIC 9(3)  VALUE ZERO.
       01  ROLL-FOUND-SW              PIC X(1)  VALUE "N".
       01  ROLL-TABLE-FULL-SW         PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Rollforward columns per program
      *-----------------------------------------------------------------
       01  PROGRAM-ROLL-TBL.
           05 PROG-COUNT             PIC 9(2)  VALUE ZERO.
           05 PROG-ENTRY OCCURS 50 TIMES.
               10 PROG-CODE            PIC X(5).
               10 PROG-OPENING         PIC S9(8)V99.
               10 PROG-ASSESSED        PIC S9(8)V99.
               10 PROG-LATE-FEES       PIC S9(8)V99.
               10 PROG-OTHER-FEES      PIC S9(8)V99.
               10 PROG-PAYMENTS        PIC S9(8)V99.
               10 PROG-AWARDS          PIC S9(8)V99.
               10 PROG-WITHDRAWALS     PIC S9(8)V99.
               10 PROG-REVERSALS       PIC S9(8)V99.
               10 PROG-MERGES          PIC S9(8)V99.
               10 PROG-WRITE-OFFS      PIC S9(8)V99.
               10 PROG-DEPOSITS        PIC S9(8)V99.
               10 PROG-REFUNDS-MEMO    PIC S9(8)V99.
               10 PROG-RECOVERY-MEMO   PIC S9(8)V99.
               10 PROG-DEPOSIT-MEMO    PIC S9(8)V99.
               10 PROG-CARRIED-MEMO    PIC S9(8)V99.
               10 PROG-LIVE            PIC S9(8)V99.
               10 PROG-AFTER-RANGE     PIC S9(8)V99.
       01  PROG-SUB                   PIC 9(2)  VALUE ZERO.
       01  PROG-FOUND-SUB             PIC 9(2)  VALUE ZERO.
       01  PROG-FOUND-SW              PIC X(1)  VALUE "N".
       01  PROG-HUNT-CODE-WS          PIC X(5).
       01  PROG-TABLE-FULL-SW         PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Grand totals, laid out like one program entry so the same
      *print paragraph serves both
      *-----------------------------------------------------------------
       01  PRINT-BLOCK-WS.
           05 PB-CODE                PIC X(5).
           05 PB-OPENING             PIC S9(8)V99.
           05 PB-ASSESSED            PIC S9(8)V99.
           05 PB-LATE-FEES           PIC S9(8)V99.
           05 PB-OTHER-FEES          PIC S9(8)V99.
           05 PB-PAYMENTS            PIC S9(8)V99.
           05 PB-AWARDS              PIC S9(8)V99.
           05 PB-WITHDRAWALS         PIC S9(8)V99.
           05 PB-REVERSALS           PIC S9(8)V99.
           05 PB-MERGES              PIC S9(8)V99.
           05 PB-WRITE-OFFS          PIC S9(8)V99.
           05 PB-DEPOSITS            PIC S9(8)V99.
           05 PB-REFUNDS-MEMO        PIC S9(8)V99.
           05 PB-RECOVERY-MEMO       PIC S9(8)V99.
           05 PB-DEPOSIT-MEMO        PIC S9(8)V99.
           05 PB-CARRIED-MEMO        PIC S9(8)V99.
           05 PB-LIVE                PIC S9(8)V99.
           05 PB-AFTER-RANGE         PIC S9(8)V99.
       01  GRAND-BLOCK-WS.
           05 GB-CODE                PIC X(5)   VALUE "ALL".
           05 GB-OPENING             PIC S9(8)V99 VALUE ZERO.
           05 GB-ASSESSED            PIC S9(8)V99 VALUE ZERO.
           05 GB-LATE-FEES           PIC S9(8)V99 VALUE ZERO.
           05 GB-OTHER-FEES          PIC S9(8)V99 VALUE ZERO.
           05 GB-PAYMENTS            PIC S9(8)V99 VALUE ZERO.
           05 GB-AWARDS              PIC S9(8)V99 VALUE ZERO.
           05 GB-WITHDRAWALS         PIC S9(8)V99 VALUE ZERO.
           05 GB-REVERSALS           PIC S9(8)V99 VALUE ZERO.
           05 GB-MERGES              PIC S9(8)V99 VALUE ZERO.
           05 GB-WRITE-OFFS          PIC S9(8)V99 VALUE ZERO.
           05 GB-DEPOSITS            PIC S9(8)V99 VALUE ZERO.
           05 GB-REFUNDS-MEMO        PIC S9(8)V99 VALUE ZERO.
           05 GB-RECOVERY-MEMO       PIC S9(8)V99 VALUE ZERO.
           05 GB-DEPOSIT-MEMO        PIC S9(8)V99 VALUE ZERO.
           05 GB-CARRIED-MEMO        PIC S9(8)V99 VALUE ZERO.
           05 GB-LIVE                PIC S9(8)V99 VALUE ZERO.
           05 GB-AFTER-RANGE         PIC S9(8)V99 VALUE ZERO.
       01  COMPUTED-CLOSING-WS         PIC S9(8)V99.
       01  LIVE-AT-RANGE-END-WS        PIC S9(8)V99.
       01  CLOSING-DIFFERENCE-WS       PIC S9(8)V99.

      *-----------------------------------------------------------------
      *De-edited audit amounts; the trail carries edited $$$$9.99
      *pictures, so dollar signs and leading spaces are flattened to
      *zeros before the digits are used in arithmetic
      *-----------------------------------------------------------------
       01  DE-EDIT-WORK-WS.
           05 DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE-X    PIC X(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS-X    PIC X(2).
           05 DE-EDIT-WHOLE-9 REDEFINES DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE      PIC 9(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS      PIC 9(2).
       01  DE-EDITED-AMOUNT-WS         PIC 9(5)V99.
       01  PAYMENT-AMOUNT-WS           PIC 9(5)V99.
       01  LINE-NET-WS                 PIC S9(6)V99.

       01  UNMATCHED-LINES-WS          PIC 9(4)   VALUE ZERO.
       01  UNTIED-PROGRAMS-WS          PIC 9(4)   VALUE ZERO.
       01  AUDIT-LINES-READ-WS         PIC 9(7)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  ROLL-TITLE-LINE.
           05 FILLER  PIC X(24) VALUE "AR ROLLFORWARD FROM ".
           05 TITLE-FROM-OUT         PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " TO ".
           05 TITLE-TO-OUT           PIC 9(8).
           05 FILLER  PIC X(5)  VALUE SPACES.
           05 FILLER  PIC X(4)  VALUE "RUN ".
           05 TITLE-RUN-OUT          PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  ROLL-PROGRAM-LINE.
           05 FILLER  PIC X(9)  VALUE "PROGRAM: ".
           05 ROLL-PROGRAM-OUT       PIC X(5).
       01  ROLL-AMOUNT-LINE.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ROLL-LABEL-OUT         PIC X(44).
           05 ROLL-AMOUNT-OUT        PIC --,---,--9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ROLL-FLAG-OUT          PIC X(19).
       01  SUMMARY-LINE.
           05 SUMMARY-COUNT-OUT      PIC ZZZ9.
           05 SUMMARY-TEXT-OUT       PIC X(50).

       PROCEDURE DIVISION.
       100-PRODUCE-ROLLFORWARD.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-DATE-RANGE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-LOAD-LIVE-BALANCES
               PERFORM 230-READ-AUDIT-RECORD
               PERFORM 231-ROLL-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               PERFORM 240-SETTLE-ONE-STUDENT-TERM
                   VARYING ROLL-SUB FROM 1 BY 1
                   UNTIL ROLL-SUB > ROLL-COUNT
               PERFORM 250-CARRY-FORWARD-MEMO
               PERFORM 260-PRINT-ROLLFORWARD
               PERFORM 290-CLOSE-FILES
               IF UNTIED-PROGRAMS-WS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CARRYFWD-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING ARROLL-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the records written are the
      * program blocks printed, audit lines with no live student-term
      * count as rejected, and the control total is the live balance
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "ARROLL" TO RL-PROGRAM.
           MOVE "ARROLL" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE AUDIT-LINES-READ-WS TO RL-RECORDS-READ.
           MOVE PROG-COUNT TO RL-RECORDS-WRITTEN.
           MOVE UNMATCHED-LINES-WS TO RL-RECORDS-REJECTED.
           MOVE GB-LIVE TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-DATE-RANGE.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY "Enter rollforward start date (YYYYMMDD): ".
           ACCEPT FROM-DATE-WS.
           DISPLAY "Enter rollforward end date (YYYYMMDD): ".
           ACCEPT TO-DATE-WS.

      *-----------------------------------------------------------------
      * The trail before the last fiscal cutoff is archived, so a
      * range starting on or before it cannot be rolled forward
      *-----------------------------------------------------------------
       210-OPEN-FILES.
           IF TO-DATE-WS < FROM-DATE-WS
               MOVE "Y" TO ABORT-SW
               DISPLAY "END DATE IS BEFORE START DATE"
           ELSE
               PERFORM 211-FIND-LAST-CUTOFF
               IF FROM-DATE-WS NOT > LAST-CUTOFF-DATE-WS
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "START DATE IS NOT AFTER THE FISCAL "
                           "CUTOFF " LAST-CUTOFF-DATE-WS
                           " - THAT TRAIL IS ARCHIVED"
               ELSE
                   PERFORM 212-OPEN-MASTER-AND-TRAIL
               END-IF
           END-IF.

       211-FIND-LAST-CUTOFF.
           OPEN INPUT CARRY-FORWARD-IN.
           IF CARRY-STATUS-WS = "00"
               PERFORM 213-READ-CUTOFF-RECORD
                   UNTIL EOF-CARRY-SW = "YES"
               CLOSE CARRY-FORWARD-IN
           END-IF.

       213-READ-CUTOFF-RECORD.
           READ CARRY-FORWARD-IN
               AT END
                   MOVE "YES" TO EOF-CARRY-SW
               NOT AT END
                   IF CF-AS-OF-DATE > LAST-CUTOFF-DATE-WS
                       MOVE CF-AS-OF-DATE TO LAST-CUTOFF-DATE-WS
                   END-IF
           END-READ.

       212-OPEN-MASTER-AND-TRAIL.
           OPEN INPUT LIVE-STUDENT-FILE.
           IF LIVE-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       LIVE-STATUS-WS
           ELSE
               OPEN INPUT TUITION-AUDIT-FILE
               IF AUDIT-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "TUITIONAUDIT.TXT NOT AVAILABLE - STATUS "
                           AUDIT-STATUS-WS
                   CLOSE LIVE-STUDENT-FILE
               ELSE
                   OPEN OUTPUT ROLLFORWARD-REPORT-OUT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Every live student-term into the table, and its program into
      * the program table in the order first met
      *-----------------------------------------------------------------
       220-LOAD-LIVE-BALANCES.
           PERFORM 221-READ-LIVE-RECORD.
           PERFORM 222-TABLE-ONE-LIVE-RECORD
               UNTIL EOF-LIVE-SW = "YES".

       221-READ-LIVE-RECORD.
           READ LIVE-STUDENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-LIVE-SW
           END-READ.

       222-TABLE-ONE-LIVE-RECORD.
           IF ROLL-COUNT < 500
               ADD 1 TO ROLL-COUNT
               MOVE STUDENT-NUMBER-LIV TO ROLL-NUMBER(ROLL-COUNT)
               MOVE TERM-CODE-LIV      TO ROLL-TERM(ROLL-COUNT)
               MOVE PROGRAM-CODE-LIV   TO ROLL-PROGRAM(ROLL-COUNT)
               MOVE BILLING-DATE-LIV   TO ROLL-BILLING-DATE(ROLL-COUNT)
               MOVE TUITION-OWED-LIV   TO ROLL-LIVE-BALANCE(ROLL-COUNT)
               MOVE ZERO TO ROLL-BASE-BALANCE(ROLL-COUNT)
               MOVE "N"  TO ROLL-BASE-SEEN-SW(ROLL-COUNT)
               MOVE ZERO TO ROLL-PRE-NET(ROLL-COUNT)
               MOVE ZERO TO ROLL-POST-NET(ROLL-COUNT)
               MOVE PROGRAM-CODE-LIV TO PROG-HUNT-CODE-WS
               PERFORM 300-FIND-PROGRAM-ENTRY
           ELSE
               IF ROLL-TABLE-FULL-SW = "N"
                   MOVE "Y" TO ROLL-TABLE-FULL-SW
                   DISPLAY "STUDENT-TERM TABLE FULL AT 500 - LATER "
                           "RECORDS NOT ROLLED"
               END-IF
           END-IF.
           PERFORM 221-READ-LIVE-RECORD.

       230-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
               NOT AT END
                   ADD 1 TO AUDIT-LINES-READ-WS
           END-READ.

      *-----------------------------------------------------------------
      * One audit line: the first balance-moving line of a student-
      * term fixes its starting balance; the line's movement then
      * lands before the range, in the program's column for the
      * range, or after the range.  An undated line predates the
      * date stamp and counts as before.
      *-----------------------------------------------------------------
       231-ROLL-ONE-AUDIT-LINE.
           PERFORM 320-FIND-ROLL-ENTRY.
           IF ROLL-FOUND-SW = "N"
               ADD 1 TO UNMATCHED-LINES-WS
           ELSE
               MOVE AUDIT-PAYMENT-X TO DE-EDIT-FIELD-X
               PERFORM 330-DE-EDIT-AMOUNT
               MOVE DE-EDITED-AMOUNT-WS TO PAYMENT-AMOUNT-WS
               IF AUDIT-TXN-TYPE NOT = "F"
                       AND AUDIT-TXN-TYPE NOT = "D"
                       AND ROLL-BASE-SEEN-SW(ROLL-FOUND-SUB) = "N"
                   MOVE AUDIT-OLD-BALANCE-X TO DE-EDIT-FIELD-X
                   PERFORM 330-DE-EDIT-AMOUNT
                   MOVE DE-EDITED-AMOUNT-WS
                       TO ROLL-BASE-BALANCE(ROLL-FOUND-SUB)
                   MOVE "Y" TO ROLL-BASE-SEEN-SW(ROLL-FOUND-SUB)
               END-IF
               PERFORM 340-NET-ONE-LINE
               IF AUDIT-DATE NOT NUMERIC
                       OR AUDIT-DATE < FROM-DATE-X-WS
                   ADD LINE-NET-WS TO ROLL-PRE-NET(ROLL-FOUND-SUB)
               ELSE
                   IF AUDIT-DATE > TO-DATE-X-WS
                       ADD LINE-NET-WS
                           TO ROLL-POST-NET(ROLL-FOUND-SUB)
                   ELSE
                       MOVE ROLL-PROGRAM(ROLL-FOUND-SUB)
                           TO PROG-HUNT-CODE-WS
                       PERFORM 300-FIND-PROGRAM-ENTRY
                       IF PROG-FOUND-SW = "Y"
                           PERFORM 350-ADD-TO-PROGRAM-COLUMN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 230-READ-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * Where a student-term's starting balance goes: tuition billed
      * inside the range is an assessment, billed after it belongs
      * to after the range, otherwise it opens the range together
      * with the movement before the range.  A student-term with no
      * live audit line has not moved: it starts at its live balance.
      *-----------------------------------------------------------------
       240-SETTLE-ONE-STUDENT-TERM.
           IF ROLL-BASE-SEEN-SW(ROLL-SUB) = "N"
               MOVE ROLL-LIVE-BALANCE(ROLL-SUB)
                   TO ROLL-BASE-BALANCE(ROLL-SUB)
           END-IF.
           MOVE ROLL-PROGRAM(ROLL-SUB) TO PROG-HUNT-CODE-WS.
           PERFORM 300-FIND-PROGRAM-ENTRY.
           IF PROG-FOUND-SW = "Y"
               ADD ROLL-LIVE-BALANCE(ROLL-SUB)
                   TO PROG-LIVE(PROG-FOUND-SUB)
               ADD ROLL-POST-NET(ROLL-SUB)
                   TO PROG-AFTER-RANGE(PROG-FOUND-SUB)
               IF ROLL-BILLING-DATE(ROLL-SUB) IS NUMERIC
                       AND ROLL-BILLING-DATE(ROLL-SUB)
                           > TO-DATE-X-WS
                   ADD ROLL-BASE-BALANCE(ROLL-SUB)
                       TO PROG-AFTER-RANGE(PROG-FOUND-SUB)
                   ADD ROLL-PRE-NET(ROLL-SUB)
                       TO PROG-AFTER-RANGE(PROG-FOUND-SUB)
               ELSE
                   IF ROLL-BILLING-DATE(ROLL-SUB) IS NUMERIC
                           AND ROLL-BILLING-DATE(ROLL-SUB)
                               NOT < FROM-DATE-X-WS
                       ADD ROLL-BASE-BALANCE(ROLL-SUB)
                           TO PROG-ASSESSED(PROG-FOUND-SUB)
                       ADD ROLL-PRE-NET(ROLL-SUB)
                           TO PROG-ASSESSED(PROG-FOUND-SUB)
                   ELSE
                       ADD ROLL-BASE-BALANCE(ROLL-SUB)
                           TO PROG-OPENING(PROG-FOUND-SUB)
                       ADD ROLL-PRE-NET(ROLL-SUB)
                           TO PROG-OPENING(PROG-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * The archived year's net activity, by the program the student
      * is in now, for the memo line
      *-----------------------------------------------------------------
       250-CARRY-FORWARD-MEMO.
           MOVE "NO" TO EOF-CARRY-SW.
           OPEN INPUT CARRY-FORWARD-IN.
           IF CARRY-STATUS-WS = "00"
               PERFORM 251-READ-CARRY-RECORD
                   UNTIL EOF-CARRY-SW = "YES"
               CLOSE CARRY-FORWARD-IN
           END-IF.

       251-READ-CARRY-RECORD.
           READ CARRY-FORWARD-IN
               AT END
                   MOVE "YES" TO EOF-CARRY-SW
               NOT AT END
                   PERFORM 252-MEMO-ONE-CARRY-RECORD
           END-READ.

       252-MEMO-ONE-CARRY-RECORD.
           MOVE "N" TO ROLL-FOUND-SW.
           PERFORM 325-COMPARE-CARRY-NUMBER
               VARYING ROLL-SUB FROM 1 BY 1
               UNTIL ROLL-SUB > ROLL-COUNT
                   OR ROLL-FOUND-SW = "Y".
           IF ROLL-FOUND-SW = "Y"
               MOVE ROLL-PROGRAM(ROLL-FOUND-SUB) TO PROG-HUNT-CODE-WS
               PERFORM 300-FIND-PROGRAM-ENTRY
               IF PROG-FOUND-SW = "Y"
                   ADD CF-NET-AMOUNT
                       TO PROG-CARRIED-MEMO(PROG-FOUND-SUB)
               END-IF
           END-IF.

       260-PRINT-ROLLFORWARD.
           MOVE FROM-DATE-WS TO TITLE-FROM-OUT.
           MOVE TO-DATE-WS TO TITLE-TO-OUT.
           MOVE TODAYS-DATE-WS TO TITLE-RUN-OUT.
           DISPLAY ROLL-TITLE-LINE.
           WRITE PRINTLINE FROM ROLL-TITLE-LINE.
           PERFORM 261-PRINT-ONE-PROGRAM
               VARYING PROG-SUB FROM 1 BY 1
               UNTIL PROG-SUB > PROG-COUNT.
           MOVE GRAND-BLOCK-WS TO PRINT-BLOCK-WS.
           PERFORM 270-PRINT-ONE-BLOCK.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE UNTIED-PROGRAMS-WS TO SUMMARY-COUNT-OUT.
           MOVE " PROGRAMS DO NOT TIE TO THE LIVE FILE."
               TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE UNMATCHED-LINES-WS TO SUMMARY-COUNT-OUT.
           MOVE " AUDIT LINES MATCHED NO LIVE STUDENT-TERM."
               TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.

       261-PRINT-ONE-PROGRAM.
           MOVE PROG-ENTRY(PROG-SUB) TO PRINT-BLOCK-WS.
           PERFORM 270-PRINT-ONE-BLOCK.
           ADD PROG-OPENING(PROG-SUB)      TO GB-OPENING.
           ADD PROG-ASSESSED(PROG-SUB)     TO GB-ASSESSED.
           ADD PROG-LATE-FEES(PROG-SUB)    TO GB-LATE-FEES.
           ADD PROG-OTHER-FEES(PROG-SUB)   TO GB-OTHER-FEES.
           ADD PROG-PAYMENTS(PROG-SUB)     TO GB-PAYMENTS.
           ADD PROG-AWARDS(PROG-SUB)       TO GB-AWARDS.
           ADD PROG-WITHDRAWALS(PROG-SUB)  TO GB-WITHDRAWALS.
           ADD PROG-REVERSALS(PROG-SUB)    TO GB-REVERSALS.
           ADD PROG-MERGES(PROG-SUB)       TO GB-MERGES.
           ADD PROG-WRITE-OFFS(PROG-SUB)   TO GB-WRITE-OFFS.
           ADD PROG-DEPOSITS(PROG-SUB)     TO GB-DEPOSITS.
           ADD PROG-REFUNDS-MEMO(PROG-SUB) TO GB-REFUNDS-MEMO.
           ADD PROG-RECOVERY-MEMO(PROG-SUB) TO GB-RECOVERY-MEMO.
           ADD PROG-DEPOSIT-MEMO(PROG-SUB) TO GB-DEPOSIT-MEMO.
           ADD PROG-CARRIED-MEMO(PROG-SUB) TO GB-CARRIED-MEMO.
           ADD PROG-LIVE(PROG-SUB)         TO GB-LIVE.
           ADD PROG-AFTER-RANGE(PROG-SUB)  TO GB-AFTER-RANGE.

      *-----------------------------------------------------------------
      * One rollforward block: opening, the movements, the computed
      * closing, the live figure rolled back to the end of the range,
      * and the difference flagged when there is one.  Credits print
      * as negatives so the column adds down.
      *-----------------------------------------------------------------
       270-PRINT-ONE-BLOCK.
           COMPUTE COMPUTED-CLOSING-WS =
               PB-OPENING + PB-ASSESSED + PB-LATE-FEES
               + PB-OTHER-FEES - PB-PAYMENTS - PB-AWARDS
               - PB-WITHDRAWALS + PB-REVERSALS + PB-MERGES
               - PB-WRITE-OFFS - PB-DEPOSITS.
           COMPUTE LIVE-AT-RANGE-END-WS = PB-LIVE - PB-AFTER-RANGE.
           COMPUTE CLOSING-DIFFERENCE-WS =
               LIVE-AT-RANGE-END-WS - COMPUTED-CLOSING-WS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE PB-CODE TO ROLL-PROGRAM-OUT.
           DISPLAY ROLL-PROGRAM-LINE.
           WRITE PRINTLINE FROM ROLL-PROGRAM-LINE.
           MOVE SPACES TO ROLL-FLAG-OUT.
           MOVE "OPENING AR" TO ROLL-LABEL-OUT.
           MOVE PB-OPENING TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "PLUS ASSESSMENTS AND RE-ASSESSMENTS (C)"
               TO ROLL-LABEL-OUT.
           MOVE PB-ASSESSED TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "PLUS LATE FEES (L)" TO ROLL-LABEL-OUT.
           MOVE PB-LATE-FEES TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "PLUS ANCILLARY AND NSF FEES (X, N)"
               TO ROLL-LABEL-OUT.
           MOVE PB-OTHER-FEES TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LESS PAYMENTS" TO ROLL-LABEL-OUT.
           COMPUTE ROLL-AMOUNT-OUT = ZERO - PB-PAYMENTS.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LESS AWARDS (A)" TO ROLL-LABEL-OUT.
           COMPUTE ROLL-AMOUNT-OUT = ZERO - PB-AWARDS.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LESS WITHDRAWAL CREDITS (W)" TO ROLL-LABEL-OUT.
           COMPUTE ROLL-AMOUNT-OUT = ZERO - PB-WITHDRAWALS.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "PLUS OR MINUS REVERSALS (R)" TO ROLL-LABEL-OUT.
           MOVE PB-REVERSALS TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "PLUS OR MINUS MERGE TRANSFERS (M)"
               TO ROLL-LABEL-OUT.
           MOVE PB-MERGES TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LESS BAD-DEBT WRITE-OFFS (B)" TO ROLL-LABEL-OUT.
           COMPUTE ROLL-AMOUNT-OUT = ZERO - PB-WRITE-OFFS.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LESS APPLICANT DEPOSITS APPLIED (E)"
               TO ROLL-LABEL-OUT.
           COMPUTE ROLL-AMOUNT-OUT = ZERO - PB-DEPOSITS.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "COMPUTED CLOSING AR" TO ROLL-LABEL-OUT.
           MOVE COMPUTED-CLOSING-WS TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LIVE INDEXSTUFILE3 AR" TO ROLL-LABEL-OUT.
           MOVE PB-LIVE TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LESS ACTIVITY AFTER THE RANGE" TO ROLL-LABEL-OUT.
           COMPUTE ROLL-AMOUNT-OUT = ZERO - PB-AFTER-RANGE.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "LIVE AR AT THE END OF THE RANGE" TO ROLL-LABEL-OUT.
           MOVE LIVE-AT-RANGE-END-WS TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "DIFFERENCE" TO ROLL-LABEL-OUT.
           MOVE CLOSING-DIFFERENCE-WS TO ROLL-AMOUNT-OUT.
           IF CLOSING-DIFFERENCE-WS NOT = ZERO
               MOVE "*** DOES NOT TIE" TO ROLL-FLAG-OUT
               IF PB-CODE NOT = "ALL"
                   ADD 1 TO UNTIED-PROGRAMS-WS
               END-IF
           END-IF.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE SPACES TO ROLL-FLAG-OUT.
           MOVE "MEMO - REFUNDS PAID, NET OF STOPS (F)"
               TO ROLL-LABEL-OUT.
           MOVE PB-REFUNDS-MEMO TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "MEMO - AGENCY RECOVERIES, NET (Y)"
               TO ROLL-LABEL-OUT.
           MOVE PB-RECOVERY-MEMO TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "MEMO - APPLICANT DEPOSITS TAKEN (D)"
               TO ROLL-LABEL-OUT.
           MOVE PB-DEPOSIT-MEMO TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.
           MOVE "MEMO - ARCHIVED ACTIVITY CARRIED FORWARD"
               TO ROLL-LABEL-OUT.
           MOVE PB-CARRIED-MEMO TO ROLL-AMOUNT-OUT.
           PERFORM 280-WRITE-AMOUNT-LINE.

       280-WRITE-AMOUNT-LINE.
           DISPLAY ROLL-AMOUNT-LINE.
           WRITE PRINTLINE FROM ROLL-AMOUNT-LINE.

       290-CLOSE-FILES.
           CLOSE LIVE-STUDENT-FILE.
           CLOSE TUITION-AUDIT-FILE.
           CLOSE ROLLFORWARD-REPORT-OUT.

      *-----------------------------------------------------------------
      * Find the program's column set, adding it on first sight
      *-----------------------------------------------------------------
       300-FIND-PROGRAM-ENTRY.
           MOVE "N" TO PROG-FOUND-SW.
           MOVE ZERO TO PROG-FOUND-SUB.
           PERFORM 301-COMPARE-PROGRAM-ENTRY
               VARYING PROG-SUB FROM 1 BY 1
               UNTIL PROG-SUB > PROG-COUNT
                   OR PROG-FOUND-SW = "Y".
           IF PROG-FOUND-SW = "N"
               IF PROG-COUNT < 50
                   ADD 1 TO PROG-COUNT
                   MOVE PROG-COUNT TO PROG-FOUND-SUB
                   MOVE PROG-HUNT-CODE-WS
                       TO PROG-CODE(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-OPENING(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-ASSESSED(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-LATE-FEES(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-OTHER-FEES(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-PAYMENTS(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-AWARDS(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-WITHDRAWALS(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-REVERSALS(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-MERGES(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-WRITE-OFFS(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-DEPOSITS(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-REFUNDS-MEMO(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-RECOVERY-MEMO(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-DEPOSIT-MEMO(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-CARRIED-MEMO(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-LIVE(PROG-FOUND-SUB)
                   MOVE ZERO TO PROG-AFTER-RANGE(PROG-FOUND-SUB)
                   MOVE "Y" TO PROG-FOUND-SW
               ELSE
                   IF PROG-TABLE-FULL-SW = "N"
                       MOVE "Y" TO PROG-TABLE-FULL-SW
                       DISPLAY "PROGRAM TABLE FULL AT 50 - LATER "
                               "PROGRAMS NOT ROLLED"
                   END-IF
               END-IF
           END-IF.

       301-COMPARE-PROGRAM-ENTRY.
           IF PROG-HUNT-CODE-WS = PROG-CODE(PROG-SUB)
               MOVE "Y" TO PROG-FOUND-SW
               MOVE PROG-SUB TO PROG-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * The audit line's student-term; a line from before the term
      * was stamped takes the student's first term, as in RECONCILE
      *-----------------------------------------------------------------
       320-FIND-ROLL-ENTRY.
           MOVE "N" TO ROLL-FOUND-SW.
           MOVE ZERO TO ROLL-FOUND-SUB.
           IF AUDIT-TERM-CODE = SPACES
               PERFORM 322-COMPARE-ROLL-NUMBER
                   VARYING ROLL-SUB FROM 1 BY 1
                   UNTIL ROLL-SUB > ROLL-COUNT
                       OR ROLL-FOUND-SW = "Y"
           ELSE
               PERFORM 321-COMPARE-ROLL-ENTRY
                   VARYING ROLL-SUB FROM 1 BY 1
                   UNTIL ROLL-SUB > ROLL-COUNT
                       OR ROLL-FOUND-SW = "Y"
           END-IF.

       321-COMPARE-ROLL-ENTRY.
           IF AUDIT-STUDENT-NUMBER = ROLL-NUMBER(ROLL-SUB)
                   AND AUDIT-TERM-CODE = ROLL-TERM(ROLL-SUB)
               MOVE "Y" TO ROLL-FOUND-SW
               MOVE ROLL-SUB TO ROLL-FOUND-SUB
           END-IF.

       322-COMPARE-ROLL-NUMBER.
           IF AUDIT-STUDENT-NUMBER = ROLL-NUMBER(ROLL-SUB)
               MOVE "Y" TO ROLL-FOUND-SW
               MOVE ROLL-SUB TO ROLL-FOUND-SUB
           END-IF.

       325-COMPARE-CARRY-NUMBER.
           IF CF-STUDENT-NUMBER = ROLL-NUMBER(ROLL-SUB)
               MOVE "Y" TO ROLL-FOUND-SW
               MOVE ROLL-SUB TO ROLL-FOUND-SUB
           END-IF.

       330-DE-EDIT-AMOUNT.
           INSPECT DE-EDIT-FIELD-X
               REPLACING ALL "$" BY "0"
                         ALL " " BY "0".
           COMPUTE DE-EDITED-AMOUNT-WS =
               DE-EDIT-WHOLE + (DE-EDIT-CENTS / 100).

      *-----------------------------------------------------------------
      * A line's effect on the balance: charges and add-backs raise
      * it, payments and credits lower it, a refund disbursement
      * leaves it alone (RECONCILE's replay rule)
      *-----------------------------------------------------------------
       340-NET-ONE-LINE.
           IF AUDIT-TXN-TYPE = "F" OR AUDIT-TXN-TYPE = "Y"
                   OR AUDIT-TXN-TYPE = "D"
               MOVE ZERO TO LINE-NET-WS
           ELSE
               IF AUDIT-TXN-TYPE = "R" OR AUDIT-TXN-TYPE = "L"
                   OR AUDIT-TXN-TYPE = "C" OR AUDIT-TXN-TYPE = "X"
                   OR AUDIT-TXN-TYPE = "N"
                   OR (AUDIT-TXN-TYPE = "M"
                       AND AUDIT-REASON-CODE = "MI")
                   MOVE PAYMENT-AMOUNT-WS TO LINE-NET-WS
               ELSE
                   COMPUTE LINE-NET-WS = ZERO - PAYMENT-AMOUNT-WS
               END-IF
           END-IF.

       350-ADD-TO-PROGRAM-COLUMN.
           IF AUDIT-TXN-TYPE = "C"
               ADD PAYMENT-AMOUNT-WS TO PROG-ASSESSED(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "L"
               ADD PAYMENT-AMOUNT-WS TO PROG-LATE-FEES(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "X" OR AUDIT-TXN-TYPE = "N"
               ADD PAYMENT-AMOUNT-WS
                   TO PROG-OTHER-FEES(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "A"
               ADD PAYMENT-AMOUNT-WS TO PROG-AWARDS(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "W"
               ADD PAYMENT-AMOUNT-WS
                   TO PROG-WITHDRAWALS(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "R"
               ADD PAYMENT-AMOUNT-WS TO PROG-REVERSALS(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "M"
               ADD LINE-NET-WS TO PROG-MERGES(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "F"
               IF AUDIT-REASON-CODE = "VD"
                   SUBTRACT PAYMENT-AMOUNT-WS
                       FROM PROG-REFUNDS-MEMO(PROG-FOUND-SUB)
               ELSE
                   ADD PAYMENT-AMOUNT-WS
                       TO PROG-REFUNDS-MEMO(PROG-FOUND-SUB)
               END-IF
           ELSE
           IF AUDIT-TXN-TYPE = "B"
               ADD PAYMENT-AMOUNT-WS
                   TO PROG-WRITE-OFFS(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "Y"
               ADD PAYMENT-AMOUNT-WS
                   TO PROG-RECOVERY-MEMO(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "E"
               ADD PAYMENT-AMOUNT-WS TO PROG-DEPOSITS(PROG-FOUND-SUB)
           ELSE
           IF AUDIT-TXN-TYPE = "D"
               IF AUDIT-REASON-CODE = "DP"
                   ADD PAYMENT-AMOUNT-WS
                       TO PROG-DEPOSIT-MEMO(PROG-FOUND-SUB)
               END-IF
           ELSE
               ADD PAYMENT-AMOUNT-WS TO PROG-PAYMENTS(PROG-FOUND-SUB)
           END-IF
           END-IF
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

       END PROGRAM ARROLL.
