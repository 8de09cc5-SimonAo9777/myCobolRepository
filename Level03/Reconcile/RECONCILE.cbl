      *                 compared, since audit lines carry no term.
      *                 Backups taken before the conversion are in
      *                 the old layout and cannot be replayed.
      * 2026/10/15 SA  Now that every audit line carries the term it
      *                 was posted against, the reconciliation ties
      *                 out per student-term instead of per student:
      *                 each backup and live term record is its own
      *                 table entry, each audit line replays against
      *                 its own term, and the report carries the term.
      *                 A line written before the term was stamped
      *                 replays against the student's first term on
      *                 the backup and is counted in the summary, so
      *                 a backup taken after the change ties exactly.
      * 2026/10/15 SA  Ancillary fee lines ("X", written by FEEASSES)
      *                 replay as balance increases, like late fees.
      * 2026/10/15 SA  NSF fee lines ("N", written by NSFIMP) replay as
      *                 add-backs like late fees.
      * 2026/10/15 SA  Bad-debt write-offs ("B", written by WRITEOFF)
      *                 replay as balance reductions like any credit;
      *                 agency recoveries ("Y", written by AGYRECOV)
      *                 come in on a balance already written off and
      *                 are skipped like refund disbursements.
      * 2026/10/15 SA  Applicant deposit lines ("D", from APPLMNT and
      *                 STULOAD) are held off the account and skipped;
      *                 a deposit applied at load ("E") replays as a
      *                 balance reduction like any credit.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading. The dated backup
      *                 and its COPY command are built from the resolved
      *                 names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP-STUDENT-FILE
                ASSIGN USING RECONCILE-WRK-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-BAK
                  FILE STATUS IS BACKUP-STATUS-WS.

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

           SELECT RECONCILE-REPORT-OUT
                ASSIGN USING RECONCILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 AUDIT-TIME             PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-METHOD           PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF         PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-CODE        PIC X(4).

       FD  RECONCILE-REPORT-OUT.
       01  PRINTLINE                 PIC X(110).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  RECONCILE-WRK-PATH-WS       PIC X(80)
               VALUE "RECONCILE.WRK".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  RECONCILE-PATH-WS           PIC X(80)
               VALUE "RECONCILE.TXT".

       01  BACKUP-STATUS-WS            PIC X(2).
       01  LIVE-STATUS-WS              PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  BACKUP-DATE-WS              PIC 9(8).
       01  BACKUP-DATE-X-WS REDEFINES BACKUP-DATE-WS
                                       PIC X(8).
       01  STAGE-COMMAND-WS            PIC X(170).
       01  BACKUP-PATH-WS              PIC X(80).
       01  SKIP-AUDIT-SW               PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *Per student-term balances from the backup plus the payments
      *replayed against that term record from the audit trail
      *-----------------------------------------------------------------
       01  RECON-TBL.
           05 RECON-COUNT            PIC 9(3)  VALUE ZERO.
           05 RECON-ENTRY OCCURS 500 TIMES.
               10 RECON-NUMBER         PIC 9(6).
               10 RECON-TERM           PIC X(4).
               10 RECON-NAME           PIC X(40).
               10 RECON-START-BALANCE  PIC 9(5)V99.
               10 RECON-LIVE-BALANCE   PIC 9(5)V99.
       01  RECON-FOUND-SUB            PIC 9(3)  VALUE ZERO.
       01  RECON-FOUND-SW             PIC X(1)  VALUE "N".
       01  RECON-HUNT-NUMBER-WS       PIC X(6).
       01  RECON-HUNT-TERM-WS         PIC X(4).
       01  UNTERMED-COUNT-WS          PIC 9(4)  VALUE ZERO.

      *-----------------------------------------------------------------
      *De-edited payment amount; the audit trail carries an edited

       01  REPORT-HEADING.
           05 FILLER  PIC X(8)  VALUE "STUDENT ".
           05 FILLER  PIC X(26) VALUE "NAME".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(12) VALUE "BACKUP BAL".
           05 FILLER  PIC X(12) VALUE "PAYMENTS".
           05 FILLER  PIC X(12) VALUE "COMPUTED".
           05 FILLER  PIC X(12) VALUE "LIVE BAL".
           05 FILLER  PIC X(16) VALUE "REMARK".
       01  REPORT-REGION-LINE.
           05 FILLER  PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT     PIC X(8).
       01  DETAIL-LINE.
           05 DETAIL-NUMBER-OUT      PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DETAIL-NAME-OUT        PIC X(24).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DETAIL-TERM-OUT        PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DETAIL-START-OUT       PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-RECONCILE-BALANCES.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-BACKUP-DATE.
           PERFORM 210-STAGE-BACKUP-FILE.
           PERFORM 220-OPEN-FILES.
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING RECONCILE-WRK-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECONCILE-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       200-ACCEPT-BACKUP-DATE.
           DISPLAY "Enter backup date to reconcile from (YYYYMMDD): ".
           ACCEPT BACKUP-DATE-WS.
      * own COPY command
      *-----------------------------------------------------------------
       210-STAGE-BACKUP-FILE.
           MOVE SPACES TO BACKUP-PATH-WS.
           STRING "INDEXSTUFILE3." BACKUP-DATE-WS ".BAK"
               DELIMITED BY SIZE INTO BACKUP-PATH-WS.
           CALL "SITECFG" USING BACKUP-PATH-WS, SITE-REGION-WS.
           MOVE SPACES TO STAGE-COMMAND-WS.
           STRING "COPY " DELIMITED BY SIZE
                  BACKUP-PATH-WS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RECONCILE-WRK-PATH-WS DELIMITED BY SPACE
               INTO STAGE-COMMAND-WS.
           CALL "SYSTEM" USING STAGE-COMMAND-WS.

       220-OPEN-FILES.
                       CLOSE TUITION-AUDIT-FILE
                   ELSE
                       OPEN OUTPUT RECONCILE-REPORT-OUT
                       WRITE PRINTLINE FROM REPORT-REGION-LINE
                       WRITE PRINTLINE FROM REPORT-HEADING
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Load every student-term key and balance on the backup into
      * the reconciliation table
      *-----------------------------------------------------------------
       230-LOAD-BACKUP-BALANCES.
           PERFORM 231-READ-BACKUP-RECORD.
                   MOVE "YES" TO EOF-BACKUP-SW
           END-READ.

      *    One table entry per student-term record
       232-TABLE-ONE-BACKUP-RECORD.
           MOVE STUDENT-NUMBER-BAK TO RECON-HUNT-NUMBER-WS.
           MOVE TERM-CODE-BAK TO RECON-HUNT-TERM-WS.
           PERFORM 328-FIND-OR-ADD-RECON-ENTRY.
           IF RECON-FOUND-SW = "Y"
               MOVE STUDENT-NAME-BAK TO RECON-NAME(RECON-FOUND-SUB)
           PERFORM 231-READ-BACKUP-RECORD.

      *-----------------------------------------------------------------
      * Find the student-term table entry, starting an empty one the
      * first time a key is seen
      *-----------------------------------------------------------------
       328-FIND-OR-ADD-RECON-ENTRY.
           MOVE "N" TO RECON-FOUND-SW.
                   MOVE RECON-COUNT TO RECON-FOUND-SUB
                   MOVE RECON-HUNT-NUMBER-WS
                       TO RECON-NUMBER(RECON-FOUND-SUB)
                   MOVE RECON-HUNT-TERM-WS
                       TO RECON-TERM(RECON-FOUND-SUB)
                   MOVE SPACES TO RECON-NAME(RECON-FOUND-SUB)
                   MOVE ZERO TO RECON-START-BALANCE(RECON-FOUND-SUB)
                   MOVE ZERO TO RECON-LIVE-BALANCE(RECON-FOUND-SUB)
                   MOVE "Y" TO ABORT-SW
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RECONCILIATION TABLE FULL AT 500 "
                           "TERM RECORDS - RUN ABORTED"
               END-IF
           END-IF.

       329-COMPARE-HUNT-NUMBER.
           IF RECON-HUNT-NUMBER-WS = RECON-NUMBER(RECON-SUB)
                   AND RECON-HUNT-TERM-WS = RECON-TERM(RECON-SUB)
               MOVE "Y" TO RECON-FOUND-SW
               MOVE RECON-SUB TO RECON-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Replay the audit trail: de-edit each payment and add it to the
      * matching student-term's replayed-payments total
      *-----------------------------------------------------------------
       240-REPLAY-AUDIT-TRAIL.
           PERFORM 241-READ-AUDIT-RECORD.
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

      *    An "F" disbursement pays out credit, not balance, a "Y"
      *    agency recovery comes in on a balance already written off,
      *    and a "D" applicant deposit is held off the account until
      *    STULOAD applies it; none has anything to replay
       242-APPLY-ONE-AUDIT-RECORD.
           IF AUDIT-TXN-TYPE = "F" OR AUDIT-TXN-TYPE = "Y"
                   OR AUDIT-TXN-TYPE = "D"
               MOVE "Y" TO SKIP-AUDIT-SW
           ELSE
               IF AUDIT-DATE IS NUMERIC
           IF RECON-FOUND-SW = "Y"
               PERFORM 321-DE-EDIT-PAYMENT
               IF AUDIT-TXN-TYPE = "R" OR AUDIT-TXN-TYPE = "L"
                   OR AUDIT-TXN-TYPE = "C" OR AUDIT-TXN-TYPE = "X"
                   OR AUDIT-TXN-TYPE = "N"
                   OR (AUDIT-TXN-TYPE = "M"
                       AND AUDIT-REASON-CODE = "MI")
                   SUBTRACT PAYMENT-AMOUNT-WS
           END-IF.

      *-----------------------------------------------------------------
      * Search the reconciliation table for the audit record's
      * student-term; a line from before the term was stamped takes
      * the student's first term entry instead
      *-----------------------------------------------------------------
       320-FIND-RECON-ENTRY.
           MOVE "N" TO RECON-FOUND-SW.
           MOVE ZERO TO RECON-FOUND-SUB.
           IF AUDIT-TERM-CODE = SPACES
               ADD 1 TO UNTERMED-COUNT-WS
               PERFORM 324-COMPARE-RECON-NUMBER
                   VARYING RECON-SUB FROM 1 BY 1
                   UNTIL RECON-SUB > RECON-COUNT
                       OR RECON-FOUND-SW = "Y"
           ELSE
               PERFORM 323-COMPARE-RECON-ENTRY
                   VARYING RECON-SUB FROM 1 BY 1
                   UNTIL RECON-SUB > RECON-COUNT
                       OR RECON-FOUND-SW = "Y"
           END-IF.

       323-COMPARE-RECON-ENTRY.
           IF AUDIT-STUDENT-NUMBER = RECON-NUMBER(RECON-SUB)
                   AND AUDIT-TERM-CODE = RECON-TERM(RECON-SUB)
               MOVE "Y" TO RECON-FOUND-SW
               MOVE RECON-SUB TO RECON-FOUND-SUB
           END-IF.

       324-COMPARE-RECON-NUMBER.
           IF AUDIT-STUDENT-NUMBER = RECON-NUMBER(RECON-SUB)
               MOVE "Y" TO RECON-FOUND-SW
               MOVE RECON-SUB TO RECON-FOUND-SUB
           IF AUDIT-STUDENT-NUMBER IS NUMERIC
               MOVE AUDIT-STUDENT-NUMBER TO DETAIL-NUMBER-OUT
           END-IF.
           MOVE AUDIT-TERM-CODE TO DETAIL-TERM-OUT.
           MOVE "ON AUDIT NOT BACKUP" TO DETAIL-REMARK-OUT.
           WRITE PRINTLINE FROM DETAIL-LINE.

      *-----------------------------------------------------------------
      * Pass the live file, posting each term record's balance to its
      * table entry; the comparison runs once per student-term
      * afterwards
      *-----------------------------------------------------------------
       250-COMPARE-LIVE-BALANCES.

       252-GATHER-ONE-LIVE-RECORD.
           MOVE STUDENT-NUMBER-LIV TO RECON-HUNT-NUMBER-WS.
           MOVE TERM-CODE-LIV TO RECON-HUNT-TERM-WS.
           PERFORM 328-FIND-OR-ADD-RECON-ENTRY.
           IF RECON-FOUND-SW = "Y"
               IF RECON-ON-LIVE-SW(RECON-FOUND-SUB) = "N"
           PERFORM 251-READ-LIVE-RECORD.

      *-----------------------------------------------------------------
      * One comparison per student-term: computed balance = backup
      * balance minus replayed payments, against the live balance; a
      * term record on only one side gets its own remark
      *-----------------------------------------------------------------
       260-REPORT-MISSING-STUDENTS.
           PERFORM 327-COMPARE-ONE-ENTRY
               MOVE SPACES TO DETAIL-LINE
               MOVE RECON-NUMBER(RECON-SUB) TO DETAIL-NUMBER-OUT
               MOVE RECON-NAME(RECON-SUB)   TO DETAIL-NAME-OUT
               MOVE RECON-TERM(RECON-SUB)   TO DETAIL-TERM-OUT
               MOVE RECON-START-BALANCE(RECON-SUB) TO DETAIL-START-OUT
               MOVE "NOT ON LIVE FILE"      TO DETAIL-REMARK-OUT
               WRITE PRINTLINE FROM DETAIL-LINE
           MOVE SPACES TO DETAIL-LINE.
           MOVE RECON-NUMBER(RECON-SUB) TO DETAIL-NUMBER-OUT.
           MOVE RECON-NAME(RECON-SUB)   TO DETAIL-NAME-OUT.
           MOVE RECON-TERM(RECON-SUB)   TO DETAIL-TERM-OUT.
           MOVE RECON-START-BALANCE(RECON-SUB)
               TO DETAIL-START-OUT.
           MOVE RECON-PAYMENTS(RECON-SUB)

       270-DISPLAY-SUMMARY.
           MOVE CHECKED-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " LIVE STUDENT-TERM RECORDS WERE CHECKED."
               TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
               TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE UNTERMED-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " AUDIT LINES CARRIED NO TERM."
               TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.

       290-CLOSE-FILES.
           CLOSE BACKUP-STUDENT-FILE.
