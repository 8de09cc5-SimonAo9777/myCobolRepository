      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Student account inquiry for the counter - one read-
      *            only screen that answers "why do I owe this?"
      *            without running STUFIND, TRANSCRPT and half a dozen
      *            file listings in turn.  Keyed by student number
      *            (refused by the STUNUMCK check digit if mis-keyed)
      *            it shows every live INDEXSTUFILE3.TXT term with its
      *            balance, the TUITIONAUDIT.TXT history with type,
      *            reason and receipt number (for the term picked the
      *            way PROJECT3-2's payment screen picks it), open
      *            STUHOLDS.TXT holds, PAYPLAN.TXT installments graded
      *            MET, COMING DUE or MISSED as PLANRPT grades them,
      *            SPONCOVER.TXT coverage, open REFUNDQ.TXT refunds and
      *            WAITLIST.TXT places in line, a screenful at a time.
      *            Every file is opened input only - the inquiry
      *            changes nothing - so it is open to any signed-on
      *            cashier.
      * Tectonics: cobc
      * 2026/10/15 SA  Applicant deposit lines ("D") and deposits
      *                 applied at load ("E") are shown in the history
      *                 but not counted toward plan installments, as in
      *                 PLANRPT.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT PLAN-FILE
                ASSIGN USING PAYPLAN-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLAN-KEY
                  FILE STATUS IS PLAN-STATUS-WS.

           SELECT SPONSOR-COVER-FILE
                ASSIGN USING SPONCOVER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COV-STUDENT-NUMBER
                  FILE STATUS IS COVER-STATUS-WS.

           SELECT SPONSOR-FILE
                ASSIGN USING SPONSOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SPON-CODE
                  FILE STATUS IS SPONSOR-STATUS-WS.

           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS-WS.

           SELECT WAITLIST-FILE
                ASSIGN USING WAITLIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WAIT-KEY
                  FILE STATUS IS WAITLIST-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-IN.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 PROGRAM-CODE-IN    PIC X(5).
           05 COURSE-CODE-1-IN   PIC X(7).
           05 AVERAGE-1-IN       PIC 9(3).
           05 COURSE-CODE-2-IN   PIC X(7).
           05 AVERAGE-2-IN       PIC 9(3).
           05 COURSE-CODE-3-IN   PIC X(7).
           05 AVERAGE-3-IN       PIC 9(3).
           05 COURSE-CODE-4-IN   PIC X(7).
           05 AVERAGE-4-IN       PIC 9(3).
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-IN       PIC 9(3).

      *-----------------------------------------------------------------
      *Audit trail as the writers lay it down through TUITION-
      *AUDIT.TXT; the money columns are shown as edited and de-edited
      *only for the plan netting
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

       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

       FD  PLAN-FILE.
           COPY "PAYMENT-PLAN.TXT".

       FD  SPONSOR-COVER-FILE.
           COPY "SPONSOR-COVER.TXT".

       FD  SPONSOR-FILE.
           COPY "SPONSOR-MASTER.TXT".

       FD  REFUND-QUEUE-FILE.
           COPY "REFUND-QUEUE.TXT".

       FD  WAITLIST-FILE.
           COPY "WAITLIST-RECORD.TXT".

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
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  PAYPLAN-PATH-WS             PIC X(80)
               VALUE "PAYPLAN.TXT".
       01  SPONCOVER-PATH-WS           PIC X(80)
               VALUE "SPONCOVER.TXT".
       01  SPONSOR-PATH-WS             PIC X(80)
               VALUE "SPONSOR.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  WAITLIST-PATH-WS            PIC X(80)
               VALUE "WAITLIST.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  HOLD-STATUS-WS              PIC X(2).
       01  PLAN-STATUS-WS              PIC X(2).
       01  COVER-STATUS-WS             PIC X(2).
       01  SPONSOR-STATUS-WS           PIC X(2).
       01  QUEUE-STATUS-WS             PIC X(2).
       01  WAITLIST-STATUS-WS          PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  EOF-HOLD-SW                 PIC X(3)   VALUE "NO".
       01  EOF-PLAN-SW                 PIC X(3)   VALUE "NO".
       01  EOF-QUEUE-SW                PIC X(3)   VALUE "NO".
       01  EOF-WAITLIST-SW             PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *The student asked about; the X view matches the audit trail's
      *student column, which carries the number as text
      *-----------------------------------------------------------------
       01  INQ-NUMBER-WS               PIC 9(6)   VALUE ZERO.
       01  INQ-NUMBER-X-WS REDEFINES INQ-NUMBER-WS
                                       PIC X(6).
       01  NUMBER-CHECK-SW             PIC X(1)   VALUE "N".
       01  INQ-NAME-WS                 PIC X(40).
       01  INQ-TERM-WS                 PIC X(4).
       01  INQ-TERM-FOUND-SW           PIC X(1)   VALUE "N".
       01  INQ-MORE-SW                 PIC X(1)   VALUE "Y".
       01  SHOWN-COUNT-WS              PIC 9(4)   VALUE ZERO.

      *-----------------------------------------------------------------
      *The student's live term records, held so the name heads the
      *screen and the term prompt can be checked against them
      *-----------------------------------------------------------------
       01  TERM-TBL.
           05 TERM-COUNT             PIC 9(2)  VALUE ZERO.
           05 TERM-ENTRY OCCURS 20 TIMES.
               10 TT-TERM-CODE         PIC X(4).
               10 TT-PROGRAM-CODE      PIC X(5).
               10 TT-BILLING-DATE      PIC 9(8).
               10 TT-TUITION-OWED      PIC 9(4)V99.
       01  TERM-SUB                   PIC 9(2)  VALUE ZERO.
       01  TOTAL-OWING-WS              PIC 9(6)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *Net posted payments for the plan grading, netted as PLANRPT
      *nets them: reversals subtract, fee and memo types are skipped
      *-----------------------------------------------------------------
       01  PLAN-NET-WS                 PIC S9(6)V99 VALUE ZERO.
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

       01  CURRENT-COURSE-WS           PIC X(7).
       01  PLACE-IN-LINE-WS            PIC 9(3)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Paging: every line goes out through 800-SHOW-LINE, which stops
      *for the operator once a screenful has been shown
      *-----------------------------------------------------------------
       01  PAGE-SIZE-WS                PIC 9(2)   VALUE 18.
       01  LINES-SHOWN-WS              PIC 9(2)   VALUE ZERO.
       01  PAGE-REPLY-WS               PIC X(1).
       01  INQ-QUIT-SW                 PIC X(1)   VALUE "N".
       01  SHOW-LINE-WS                PIC X(79).

       01  STUDENT-HEADING-LINE.
           05 FILLER                 PIC X(8)  VALUE "STUDENT ".
           05 SH-NUMBER-OUT          PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 SH-NAME-OUT            PIC X(40).
       01  SECTION-LINE.
           05 FILLER                 PIC X(4)  VALUE "--- ".
           05 SECTION-TITLE-OUT      PIC X(40).
       01  NOTHING-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 NOTHING-TEXT-OUT       PIC X(60).

       01  TERM-HEADING.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(9)  VALUE "PROGRAM".
           05 FILLER  PIC X(10) VALUE "BILLED".
           05 FILLER  PIC X(10) VALUE "BALANCE".
       01  TERM-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 TERM-CODE-OUT          PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TERM-PROGRAM-OUT       PIC X(5).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 TERM-BILLED-OUT        PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TERM-BALANCE-OUT       PIC ZZ,ZZ9.99.
       01  TERM-TOTAL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(27) VALUE
              "TOTAL OWING, ALL TERMS".
           05 TERM-TOTAL-OUT         PIC ZZZ,ZZ9.99.

       01  AUDIT-HEADING.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(10) VALUE "DATE".
           05 FILLER  PIC X(3)  VALUE "TY".
           05 FILLER  PIC X(4)  VALUE "RSN".
           05 FILLER  PIC X(8)  VALUE "RECEIPT".
           05 FILLER  PIC X(10) VALUE "  AMOUNT".
           05 FILLER  PIC X(10) VALUE " BALANCE".
           05 FILLER  PIC X(4)  VALUE "MTH".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(10) VALUE "OPERATOR".
       01  AUDIT-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 AUD-DATE-OUT           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-TYPE-OUT           PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-REASON-OUT         PIC X(2).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-RECEIPT-OUT        PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-AMOUNT-OUT         PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-BALANCE-OUT        PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-METHOD-OUT         PIC X(1).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 AUD-TERM-OUT           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 AUD-OPERATOR-OUT       PIC X(10).

       01  HOLD-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 HOLD-TYPE-OUT          PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HOLD-REASON-OUT        PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HOLD-PLACED-BY-OUT     PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HOLD-PLACED-DATE-OUT   PIC 9(8).

       01  PLAN-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(5)  VALUE "INST ".
           05 PLAN-INST-OUT          PIC Z9.
           05 FILLER                 PIC X(6)  VALUE "  DUE ".
           05 PLAN-DUE-DATE-OUT      PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLAN-AMOUNT-OUT        PIC Z,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLAN-STATUS-OUT        PIC X(10).

       01  SPONSOR-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 SPON-CODE-OUT          PIC X(5).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 SPON-NAME-OUT          PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 SPON-PERCENT-OUT       PIC ZZ9.
           05 FILLER                 PIC X(9)  VALUE " PERCENT".

       01  REFUND-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 FILLER                 PIC X(10) VALUE "REQUESTED ".
           05 REF-DATE-OUT           PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REF-AMOUNT-OUT         PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REF-SOURCE-OUT         PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REF-TERM-OUT           PIC X(4).

       01  WAIT-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 WAIT-COURSE-OUT        PIC X(7).
           05 FILLER                 PIC X(16) VALUE
              "  PLACE IN LINE ".
           05 WAIT-PLACE-OUT         PIC ZZ9.
           05 FILLER                 PIC X(11) VALUE "  SINCE ".
           05 WAIT-DATE-OUT          PIC 9(8).

       PROCEDURE DIVISION.
       100-INQUIRE-ON-ACCOUNTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - INQUIRY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               MOVE "Y" TO INQ-MORE-SW
               PERFORM 210-INQUIRE-ONE-STUDENT
                   UNTIL INQ-MORE-SW = "N"
               CLOSE STUDENT-IN
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PAYPLAN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONCOVER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONSOR-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING WAITLIST-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Only the student master must be there; every other file is
      * opened for each inquiry, and one not on disk simply has
      * nothing for the student
      *-----------------------------------------------------------------
       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           END-IF.

      *-----------------------------------------------------------------
      * Key the number, refuse it if the check digit does not verify,
      * then show the account section by section
      *-----------------------------------------------------------------
       210-INQUIRE-ONE-STUDENT.
           DISPLAY "Enter student number (0 to exit): ".
           ACCEPT INQ-NUMBER-WS.
           IF INQ-NUMBER-WS = ZERO
               MOVE "N" TO INQ-MORE-SW
           ELSE
               CALL "STUNUMCK" USING INQ-NUMBER-WS, NUMBER-CHECK-SW
               IF NUMBER-CHECK-SW = "N"
                   DISPLAY "Check digit does not verify - mis-keyed "
                           "student number"
               ELSE
                   PERFORM 220-LOAD-LIVE-TERMS
                   IF TERM-COUNT = ZERO
                       DISPLAY "Student number not on file"
                   ELSE
                       PERFORM 230-RESOLVE-INQUIRY-TERM
                       MOVE ZERO TO LINES-SHOWN-WS
                       MOVE "N" TO INQ-QUIT-SW
                       PERFORM 240-SHOW-TERM-BALANCES
                       PERFORM 250-SHOW-AUDIT-HISTORY
                       PERFORM 260-SHOW-HOLDS
                       PERFORM 270-SHOW-PLAN-INSTALLMENTS
                       PERFORM 280-SHOW-SPONSOR-COVERAGE
                       PERFORM 290-SHOW-QUEUED-REFUNDS
                       PERFORM 300-SHOW-WAITLIST-PLACES
                       MOVE SPACES TO SHOW-LINE-WS
                       MOVE "--- END OF ACCOUNT" TO SHOW-LINE-WS
                       PERFORM 800-SHOW-LINE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Every term record the number holds, read from the first key
      * for the student as PROJECT3-2 counts its live terms
      *-----------------------------------------------------------------
       220-LOAD-LIVE-TERMS.
           MOVE ZERO TO TERM-COUNT.
           MOVE ZERO TO TOTAL-OWING-WS.
           MOVE SPACES TO INQ-NAME-WS.
           MOVE "NO" TO EOF-STUDENT-SW.
           MOVE INQ-NUMBER-WS TO STUDENT-NUMBER-IN.
           MOVE LOW-VALUES TO TERM-CODE-IN.
           START STUDENT-IN
               KEY IS NOT LESS THAN STUDENT-KEY-IN
               INVALID KEY
                   MOVE "YES" TO EOF-STUDENT-SW
           END-START.
           PERFORM 221-TABLE-ONE-TERM
               UNTIL EOF-STUDENT-SW = "YES".

       221-TABLE-ONE-TERM.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.
           IF EOF-STUDENT-SW = "NO"
               IF STUDENT-NUMBER-IN NOT = INQ-NUMBER-WS
                   MOVE "YES" TO EOF-STUDENT-SW
               ELSE
                   IF TERM-COUNT < 20
                       ADD 1 TO TERM-COUNT
                       MOVE TERM-CODE-IN TO TT-TERM-CODE(TERM-COUNT)
                       MOVE PROGRAM-CODE-IN
                           TO TT-PROGRAM-CODE(TERM-COUNT)
                       MOVE BILLING-DATE-IN
                           TO TT-BILLING-DATE(TERM-COUNT)
                       MOVE TUITION-OWED-IN
                           TO TT-TUITION-OWED(TERM-COUNT)
                       MOVE STUDENT-NAME-IN TO INQ-NAME-WS
                   END-IF
                   ADD TUITION-OWED-IN TO TOTAL-OWING-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * As at the payment screen: one term needs no asking; with more
      * than one, the operator keys the term whose history is wanted
      * (blank shows every term's)
      *-----------------------------------------------------------------
       230-RESOLVE-INQUIRY-TERM.
           MOVE SPACES TO INQ-TERM-WS.
           IF TERM-COUNT = 1
               MOVE TT-TERM-CODE(1) TO INQ-TERM-WS
           ELSE
               DISPLAY "More than one term on file - term code "
                       "(blank for all): "
               ACCEPT INQ-TERM-WS
               IF INQ-TERM-WS NOT = SPACES
                   MOVE "N" TO INQ-TERM-FOUND-SW
                   PERFORM 231-COMPARE-INQUIRY-TERM
                       VARYING TERM-SUB FROM 1 BY 1
                       UNTIL TERM-SUB > TERM-COUNT
                           OR INQ-TERM-FOUND-SW = "Y"
                   IF INQ-TERM-FOUND-SW = "N"
                       DISPLAY "Term not on file for this student - "
                               "all terms shown"
                       MOVE SPACES TO INQ-TERM-WS
                   END-IF
               END-IF
           END-IF.

       231-COMPARE-INQUIRY-TERM.
           IF TT-TERM-CODE(TERM-SUB) = INQ-TERM-WS
               MOVE "Y" TO INQ-TERM-FOUND-SW
           END-IF.

       240-SHOW-TERM-BALANCES.
           MOVE INQ-NUMBER-WS TO SH-NUMBER-OUT.
           MOVE INQ-NAME-WS TO SH-NAME-OUT.
           MOVE STUDENT-HEADING-LINE TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.
           MOVE "LIVE TERMS" TO SECTION-TITLE-OUT.
           PERFORM 810-SHOW-SECTION-TITLE.
           MOVE TERM-HEADING TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.
           PERFORM 241-SHOW-ONE-TERM
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-COUNT.
           MOVE TOTAL-OWING-WS TO TERM-TOTAL-OUT.
           MOVE TERM-TOTAL-LINE TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.

       241-SHOW-ONE-TERM.
           MOVE TT-TERM-CODE(TERM-SUB) TO TERM-CODE-OUT.
           MOVE TT-PROGRAM-CODE(TERM-SUB) TO TERM-PROGRAM-OUT.
           MOVE TT-BILLING-DATE(TERM-SUB) TO TERM-BILLED-OUT.
           MOVE TT-TUITION-OWED(TERM-SUB) TO TERM-BALANCE-OUT.
           MOVE TERM-DETAIL-LINE TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.

      *-----------------------------------------------------------------
      * The student's audit lines in the order they were posted.  A
      * line from before the term was stamped carries a blank term
      * and is shown whatever term was picked.  The same pass nets
      * the payments the plan installments are graded against.
      *-----------------------------------------------------------------
       250-SHOW-AUDIT-HISTORY.
           MOVE ZERO TO PLAN-NET-WS.
           MOVE ZERO TO SHOWN-COUNT-WS.
           IF INQ-TERM-WS = SPACES
               MOVE "AUDIT HISTORY - ALL TERMS" TO SECTION-TITLE-OUT
           ELSE
               MOVE SPACES TO SECTION-TITLE-OUT
               STRING "AUDIT HISTORY - TERM " INQ-TERM-WS
                   DELIMITED BY SIZE INTO SECTION-TITLE-OUT
           END-IF.
           PERFORM 810-SHOW-SECTION-TITLE.
           OPEN INPUT TUITION-AUDIT-FILE.
           IF AUDIT-STATUS-WS NOT = "00"
               MOVE "TUITIONAUDIT.TXT NOT AVAILABLE"
                   TO NOTHING-TEXT-OUT
               PERFORM 820-SHOW-NOTHING-LINE
           ELSE
               MOVE AUDIT-HEADING TO SHOW-LINE-WS
               PERFORM 800-SHOW-LINE
               MOVE "NO" TO EOF-AUDIT-SW
               PERFORM 251-READ-AUDIT-RECORD
               PERFORM 252-CHECK-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               CLOSE TUITION-AUDIT-FILE
               IF SHOWN-COUNT-WS = ZERO
                   MOVE "NO AUDIT LINES ON FILE" TO NOTHING-TEXT-OUT
                   PERFORM 820-SHOW-NOTHING-LINE
               END-IF
           END-IF.

       251-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       252-CHECK-ONE-AUDIT-LINE.
           IF AUDIT-STUDENT-NUMBER = INQ-NUMBER-X-WS
               PERFORM 253-NET-FOR-PLAN
               IF INQ-TERM-WS = SPACES
                       OR AUDIT-TERM-CODE = INQ-TERM-WS
                       OR AUDIT-TERM-CODE = SPACES
                   ADD 1 TO SHOWN-COUNT-WS
                   MOVE AUDIT-DATE TO AUD-DATE-OUT
                   MOVE AUDIT-TXN-TYPE TO AUD-TYPE-OUT
                   MOVE AUDIT-REASON-CODE TO AUD-REASON-OUT
                   MOVE AUDIT-RECEIPT-NUMBER TO AUD-RECEIPT-OUT
                   MOVE AUDIT-PAYMENT-X TO AUD-AMOUNT-OUT
                   MOVE AUDIT-NEW-BALANCE-X TO AUD-BALANCE-OUT
                   MOVE AUDIT-METHOD TO AUD-METHOD-OUT
                   MOVE AUDIT-TERM-CODE TO AUD-TERM-OUT
                   MOVE AUDIT-OPERATOR-ID TO AUD-OPERATOR-OUT
                   MOVE AUDIT-DETAIL-LINE TO SHOW-LINE-WS
                   PERFORM 800-SHOW-LINE
               END-IF
           END-IF.
           PERFORM 251-READ-AUDIT-RECORD.

       253-NET-FOR-PLAN.
           IF AUDIT-TXN-TYPE = "F" OR AUDIT-TXN-TYPE = "L"
                   OR AUDIT-TXN-TYPE = "M" OR AUDIT-TXN-TYPE = "C"
                   OR AUDIT-TXN-TYPE = "X" OR AUDIT-TXN-TYPE = "N"
                   OR AUDIT-TXN-TYPE = "B" OR AUDIT-TXN-TYPE = "Y"
                   OR AUDIT-TXN-TYPE = "D" OR AUDIT-TXN-TYPE = "E"
               CONTINUE
           ELSE
               MOVE AUDIT-PAYMENT-X TO DE-EDIT-FIELD-X
               INSPECT DE-EDIT-FIELD-X
                   REPLACING ALL "$" BY "0"
                             ALL " " BY "0"
               COMPUTE PAYMENT-AMOUNT-WS =
                   DE-EDIT-WHOLE + (DE-EDIT-CENTS / 100)
               IF AUDIT-TXN-TYPE = "R"
                   SUBTRACT PAYMENT-AMOUNT-WS FROM PLAN-NET-WS
               ELSE
                   ADD PAYMENT-AMOUNT-WS TO PLAN-NET-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Holds on file for the student, any type
      *-----------------------------------------------------------------
       260-SHOW-HOLDS.
           MOVE ZERO TO SHOWN-COUNT-WS.
           MOVE "OPEN HOLDS" TO SECTION-TITLE-OUT.
           PERFORM 810-SHOW-SECTION-TITLE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS-WS = "00"
               MOVE "NO" TO EOF-HOLD-SW
               MOVE INQ-NUMBER-WS TO HOLD-STUDENT-NUMBER
               MOVE LOW-VALUES TO HOLD-TYPE
               START HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-HOLD-SW
               END-START
               PERFORM 261-SHOW-ONE-HOLD
                   UNTIL EOF-HOLD-SW = "YES"
               CLOSE HOLD-FILE
           END-IF.
           IF SHOWN-COUNT-WS = ZERO
               MOVE "NO HOLDS ON FILE" TO NOTHING-TEXT-OUT
               PERFORM 820-SHOW-NOTHING-LINE
           END-IF.

       261-SHOW-ONE-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-HOLD-SW
           END-READ.
           IF EOF-HOLD-SW = "NO"
               IF HOLD-STUDENT-NUMBER NOT = INQ-NUMBER-WS
                   MOVE "YES" TO EOF-HOLD-SW
               ELSE
                   ADD 1 TO SHOWN-COUNT-WS
                   MOVE HOLD-TYPE TO HOLD-TYPE-OUT
                   MOVE HOLD-REASON TO HOLD-REASON-OUT
                   MOVE HOLD-PLACED-BY TO HOLD-PLACED-BY-OUT
                   MOVE HOLD-PLACED-DATE TO HOLD-PLACED-DATE-OUT
                   MOVE HOLD-DETAIL-LINE TO SHOW-LINE-WS
                   PERFORM 800-SHOW-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Installments in order, the net posted drawn down one at a
      * time as PLANRPT draws it
      *-----------------------------------------------------------------
       270-SHOW-PLAN-INSTALLMENTS.
           MOVE ZERO TO SHOWN-COUNT-WS.
           MOVE "PAYMENT PLAN" TO SECTION-TITLE-OUT.
           PERFORM 810-SHOW-SECTION-TITLE.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS-WS = "00"
               MOVE "NO" TO EOF-PLAN-SW
               MOVE INQ-NUMBER-WS TO PLAN-STUDENT-NUMBER
               MOVE ZERO TO PLAN-INSTALLMENT-NO
               START PLAN-FILE
                   KEY IS NOT LESS THAN PLAN-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-PLAN-SW
               END-START
               PERFORM 271-SHOW-ONE-INSTALLMENT
                   UNTIL EOF-PLAN-SW = "YES"
               CLOSE PLAN-FILE
           END-IF.
           IF SHOWN-COUNT-WS = ZERO
               MOVE "NO PAYMENT PLAN ON FILE" TO NOTHING-TEXT-OUT
               PERFORM 820-SHOW-NOTHING-LINE
           END-IF.

       271-SHOW-ONE-INSTALLMENT.
           READ PLAN-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-PLAN-SW
           END-READ.
           IF EOF-PLAN-SW = "NO"
               IF PLAN-STUDENT-NUMBER NOT = INQ-NUMBER-WS
                   MOVE "YES" TO EOF-PLAN-SW
               ELSE
                   ADD 1 TO SHOWN-COUNT-WS
                   IF PLAN-NET-WS >= PLAN-AMOUNT-DUE
                       SUBTRACT PLAN-AMOUNT-DUE FROM PLAN-NET-WS
                       MOVE "MET" TO PLAN-STATUS-OUT
                   ELSE
                       IF PLAN-DUE-DATE >= TODAYS-DATE-WS
                           MOVE "COMING DUE" TO PLAN-STATUS-OUT
                       ELSE
                           MOVE "MISSED" TO PLAN-STATUS-OUT
                       END-IF
                   END-IF
                   MOVE PLAN-INSTALLMENT-NO TO PLAN-INST-OUT
                   MOVE PLAN-DUE-DATE TO PLAN-DUE-DATE-OUT
                   MOVE PLAN-AMOUNT-DUE TO PLAN-AMOUNT-OUT
                   MOVE PLAN-DETAIL-LINE TO SHOW-LINE-WS
                   PERFORM 800-SHOW-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One sponsor per student; the sponsor's name is looked up when
      * the sponsor master is there to look it up in
      *-----------------------------------------------------------------
       280-SHOW-SPONSOR-COVERAGE.
           MOVE ZERO TO SHOWN-COUNT-WS.
           MOVE "SPONSOR COVERAGE" TO SECTION-TITLE-OUT.
           PERFORM 810-SHOW-SECTION-TITLE.
           OPEN INPUT SPONSOR-COVER-FILE.
           IF COVER-STATUS-WS = "00"
               MOVE INQ-NUMBER-WS TO COV-STUDENT-NUMBER
               READ SPONSOR-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO SHOWN-COUNT-WS
                       PERFORM 281-SHOW-SPONSOR-LINE
               END-READ
               CLOSE SPONSOR-COVER-FILE
           END-IF.
           IF SHOWN-COUNT-WS = ZERO
               MOVE "NO SPONSOR COVERAGE" TO NOTHING-TEXT-OUT
               PERFORM 820-SHOW-NOTHING-LINE
           END-IF.

       281-SHOW-SPONSOR-LINE.
           MOVE COV-SPONSOR-CODE TO SPON-CODE-OUT.
           MOVE COV-PERCENT TO SPON-PERCENT-OUT.
           MOVE SPACES TO SPON-NAME-OUT.
           OPEN INPUT SPONSOR-FILE.
           IF SPONSOR-STATUS-WS = "00"
               MOVE COV-SPONSOR-CODE TO SPON-CODE
               READ SPONSOR-FILE
                   INVALID KEY
                       MOVE "(NOT ON SPONSOR FILE)" TO SPON-NAME-OUT
                   NOT INVALID KEY
                       MOVE SPON-NAME TO SPON-NAME-OUT
               END-READ
               CLOSE SPONSOR-FILE
           END-IF.
           MOVE SPONSOR-DETAIL-LINE TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.

      *-----------------------------------------------------------------
      * Refund requests still open on the queue; paid ones have
      * already dropped off it
      *-----------------------------------------------------------------
       290-SHOW-QUEUED-REFUNDS.
           MOVE ZERO TO SHOWN-COUNT-WS.
           MOVE "QUEUED REFUNDS" TO SECTION-TITLE-OUT.
           PERFORM 810-SHOW-SECTION-TITLE.
           OPEN INPUT REFUND-QUEUE-FILE.
           IF QUEUE-STATUS-WS = "00"
               MOVE "NO" TO EOF-QUEUE-SW
               PERFORM 291-READ-QUEUE-RECORD
               PERFORM 292-CHECK-ONE-REFUND
                   UNTIL EOF-QUEUE-SW = "YES"
               CLOSE REFUND-QUEUE-FILE
           END-IF.
           IF SHOWN-COUNT-WS = ZERO
               MOVE "NO REFUNDS QUEUED" TO NOTHING-TEXT-OUT
               PERFORM 820-SHOW-NOTHING-LINE
           END-IF.

       291-READ-QUEUE-RECORD.
           READ REFUND-QUEUE-FILE
               AT END
                   MOVE "YES" TO EOF-QUEUE-SW
           END-READ.

       292-CHECK-ONE-REFUND.
           IF RFQ-STUDENT-NUMBER = INQ-NUMBER-WS
                   AND RFQ-STATUS = "O"
               ADD 1 TO SHOWN-COUNT-WS
               MOVE RFQ-REQUEST-DATE TO REF-DATE-OUT
               MOVE RFQ-AMOUNT TO REF-AMOUNT-OUT
               MOVE RFQ-SOURCE TO REF-SOURCE-OUT
               MOVE RFQ-TERM-CODE TO REF-TERM-OUT
               MOVE REFUND-DETAIL-LINE TO SHOW-LINE-WS
               PERFORM 800-SHOW-LINE
           END-IF.
           PERFORM 291-READ-QUEUE-RECORD.

      *-----------------------------------------------------------------
      * The waitlist comes back in course/position order, so the
      * student's place in line is the count of entries read so far
      * for the course
      *-----------------------------------------------------------------
       300-SHOW-WAITLIST-PLACES.
           MOVE ZERO TO SHOWN-COUNT-WS.
           MOVE "WAITLIST PLACES" TO SECTION-TITLE-OUT.
           PERFORM 810-SHOW-SECTION-TITLE.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS-WS = "00"
               MOVE "NO" TO EOF-WAITLIST-SW
               MOVE SPACES TO CURRENT-COURSE-WS
               MOVE ZERO TO PLACE-IN-LINE-WS
               PERFORM 301-READ-WAITLIST-ENTRY
               PERFORM 302-CHECK-ONE-WAITLIST-ENTRY
                   UNTIL EOF-WAITLIST-SW = "YES"
               CLOSE WAITLIST-FILE
           END-IF.
           IF SHOWN-COUNT-WS = ZERO
               MOVE "NOT ON ANY WAITLIST" TO NOTHING-TEXT-OUT
               PERFORM 820-SHOW-NOTHING-LINE
           END-IF.

       301-READ-WAITLIST-ENTRY.
           READ WAITLIST-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-WAITLIST-SW
           END-READ.

       302-CHECK-ONE-WAITLIST-ENTRY.
           IF WAIT-COURSE-CODE NOT = CURRENT-COURSE-WS
               MOVE WAIT-COURSE-CODE TO CURRENT-COURSE-WS
               MOVE ZERO TO PLACE-IN-LINE-WS
           END-IF.
           ADD 1 TO PLACE-IN-LINE-WS.
           IF WAIT-STUDENT-NUMBER = INQ-NUMBER-WS
               ADD 1 TO SHOWN-COUNT-WS
               MOVE WAIT-COURSE-CODE TO WAIT-COURSE-OUT
               MOVE PLACE-IN-LINE-WS TO WAIT-PLACE-OUT
               MOVE WAIT-DATE TO WAIT-DATE-OUT
               MOVE WAIT-DETAIL-LINE TO SHOW-LINE-WS
               PERFORM 800-SHOW-LINE
           END-IF.
           PERFORM 301-READ-WAITLIST-ENTRY.

      *-----------------------------------------------------------------
      * Show one line, stopping after each screenful.  Q at the pause
      * ends the display for this student; the sections still run to
      * their end but nothing more is shown.
      *-----------------------------------------------------------------
       800-SHOW-LINE.
           IF INQ-QUIT-SW = "N"
               IF LINES-SHOWN-WS NOT < PAGE-SIZE-WS
                   PERFORM 801-PAUSE-FOR-OPERATOR
               END-IF
               IF INQ-QUIT-SW = "N"
                   DISPLAY SHOW-LINE-WS
                   ADD 1 TO LINES-SHOWN-WS
               END-IF
           END-IF.

       801-PAUSE-FOR-OPERATOR.
           DISPLAY "-- More: ENTER to continue, Q to end this "
                   "student --".
           MOVE SPACE TO PAGE-REPLY-WS.
           ACCEPT PAGE-REPLY-WS.
           IF PAGE-REPLY-WS = "Q" OR PAGE-REPLY-WS = "q"
               MOVE "Y" TO INQ-QUIT-SW
           END-IF.
           MOVE ZERO TO LINES-SHOWN-WS.

       810-SHOW-SECTION-TITLE.
           MOVE SECTION-LINE TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.

       820-SHOW-NOTHING-LINE.
           MOVE NOTHING-LINE TO SHOW-LINE-WS.
           PERFORM 800-SHOW-LINE.

       END PROGRAM ACCTINQ.
