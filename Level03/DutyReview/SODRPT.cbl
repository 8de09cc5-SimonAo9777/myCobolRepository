      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Segregation-of-duties and suspicious-activity review
      *            over the three operator trails for a keyed period -
      *            TUITIONAUDIT.TXT, MAINTAUDIT.TXT and HOLDLOG.TXT -
      *            now that every line on them names a SIGNON-checked
      *            operator.  Flags, into SODREVIEW.TXT:
      *              - an operator reversing their own payment (an
      *                "R" line matching an earlier payment of the
      *                same amount to the same student by the same
      *                operator);
      *              - a maintenance-mode change to TUITION OWED or
      *                PROGRAM CODE;
      *              - a hold released by the operator who placed it;
      *              - counter postings outside business hours
      *                (before 08:00, from 18:00, or at a weekend);
      *              - the same amount paid more than once to one
      *                student on one day;
      *              - an operator posting to their own student
      *                number (OPER-STUDENT-NUMBER on OPERATOR.TXT).
      *            Each finding lists the trail lines behind it; the
      *            findings are then counted per operator.  Supervisor
      *            authority is required to run it.  Return code 4
      *            when anything was found.
      * Tectonics: cobc
      * 2026/10/15 SA  Applicant deposits taken at the counter ("D"
      *                 lines, reason DP, from APPLMNT) are counter
      *                 lines for the out-of-hours and own-account
      *                 checks.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT MAINT-AUDIT-FILE
                ASSIGN USING MAINTAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MAINT-STATUS-WS.

           SELECT HOLD-LOG-FILE
                ASSIGN USING HOLDLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HOLDLOG-STATUS-WS.

           SELECT OPERATOR-FILE
                ASSIGN USING OPERATOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OPER-ID
                  FILE STATUS IS OPERATOR-STATUS-WS.

           SELECT REVIEW-REPORT-OUT
                ASSIGN USING SODREVIEW-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *Audit trail as the writers lay it down through TUITION-
      *AUDIT.TXT, read as one image and held whole in the table below
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
      *Maintenance audit as PROJECT3-2's 263-WRITE-MAINT-AUDIT-LINE
      *writes it
      *-----------------------------------------------------------------
       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD-IN.
           05 MA-STUDENT-NUMBER      PIC X(6).
           05 FILLER                 PIC X(2).
           05 MA-DATE                PIC X(8).
           05 FILLER                 PIC X(2).
           05 MA-OPERATOR-ID         PIC X(10).
           05 FILLER                 PIC X(2).
           05 MA-ACTION              PIC X(1).
           05 FILLER                 PIC X(2).
           05 MA-FIELD-NAME          PIC X(15).
           05 FILLER                 PIC X(2).
           05 MA-OLD-VALUE           PIC X(40).
           05 FILLER                 PIC X(2).
           05 MA-NEW-VALUE           PIC X(40).

      *-----------------------------------------------------------------
      *Hold log as HOLDMNT, TUITIONAGE, STANDRUN and NSFIMP write it:
      *P-placed or R-released, by whom and when
      *-----------------------------------------------------------------
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-IN.
           05 HLG-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(2).
           05 HLG-HOLD-TYPE          PIC X(1).
           05 FILLER                 PIC X(2).
           05 HLG-ACTION             PIC X(1).
           05 FILLER                 PIC X(2).
           05 HLG-OPERATOR           PIC X(10).
           05 FILLER                 PIC X(2).
           05 HLG-DATE               PIC X(8).
           05 FILLER                 PIC X(2).
           05 HLG-REASON             PIC X(20).

       FD  OPERATOR-FILE.
           COPY "OPERATOR-MASTER.TXT".

       FD  REVIEW-REPORT-OUT.
       01  PRINTLINE                 PIC X(140).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  MAINTAUDIT-PATH-WS          PIC X(80)
               VALUE "MAINTAUDIT.TXT".
       01  HOLDLOG-PATH-WS             PIC X(80)
               VALUE "HOLDLOG.TXT".
       01  OPERATOR-PATH-WS            PIC X(80)
               VALUE "OPERATOR.TXT".
       01  SODREVIEW-PATH-WS           PIC X(80)
               VALUE "SODREVIEW.TXT".

       01  AUDIT-STATUS-WS             PIC X(2).
       01  MAINT-STATUS-WS             PIC X(2).
       01  HOLDLOG-STATUS-WS           PIC X(2).
       01  OPERATOR-STATUS-WS          PIC X(2).
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  EOF-MAINT-SW                PIC X(3)   VALUE "NO".
       01  EOF-HOLDLOG-SW              PIC X(3)   VALUE "NO".
       01  EOF-OPERATOR-SW             PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

       01  FROM-DATE-WS                PIC 9(8).
       01  FROM-DATE-X-WS REDEFINES FROM-DATE-WS
                                       PIC X(8).
       01  TO-DATE-WS                  PIC 9(8).
       01  TO-DATE-X-WS REDEFINES TO-DATE-WS
                                       PIC X(8).

      *-----------------------------------------------------------------
      *Business hours: a counter posting stamped before opening or at
      *or after closing, or on a Saturday or Sunday, is out of hours
      *-----------------------------------------------------------------
       01  BUSINESS-OPEN-WS            PIC X(6)   VALUE "080000".
       01  BUSINESS-CLOSE-WS           PIC X(6)   VALUE "180000".

      *-----------------------------------------------------------------
      *The period's audit lines, held whole so lines can be matched
      *against each other; the payment is de-edited once on load
      *-----------------------------------------------------------------
       01  AUD-TBL.
           05 AUD-COUNT              PIC 9(4)  VALUE ZERO.
           05 AUD-ENTRY OCCURS 5000 TIMES.
               10 AT-IMAGE.
                   15 AT-STUDENT       PIC X(6).
                   15 FILLER           PIC X(44).
                   15 AT-RECEIPT       PIC X(6).
                   15 FILLER           PIC X(2).
                   15 AT-TYPE          PIC X(1).
                   15 FILLER           PIC X(2).
                   15 AT-REASON        PIC X(2).
                   15 FILLER           PIC X(1).
                   15 AT-DATE          PIC X(8).
                   15 FILLER           PIC X(2).
                   15 AT-TIME          PIC X(6).
                   15 FILLER           PIC X(25).
               10 AT-OPERATOR          PIC X(10).
               10 AT-AMOUNT            PIC 9(5)V99.
               10 AT-GROUPED-SW        PIC X(1).
       01  AUD-SUB                    PIC 9(4)  VALUE ZERO.
       01  MATCH-SUB                  PIC 9(4)  VALUE ZERO.
       01  PRINT-SUB                  PIC 9(4)  VALUE ZERO.
       01  MATCH-FOUND-SW             PIC X(1)  VALUE "N".
       01  COUNTER-LINE-SW            PIC X(1)  VALUE "N".
       01  PAYMENT-LINE-SW            PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Operators and their own student numbers, from OPERATOR.TXT
      *-----------------------------------------------------------------
       01  OPS-TBL.
           05 OPS-COUNT              PIC 9(3)  VALUE ZERO.
           05 OPS-ENTRY OCCURS 200 TIMES.
               10 OPS-ID               PIC X(10).
               10 OPS-STUDENT-NUMBER   PIC 9(6).
               10 OPS-STUDENT-X REDEFINES OPS-STUDENT-NUMBER
                                       PIC X(6).
       01  OPS-SUB                    PIC 9(3)  VALUE ZERO.
       01  OPS-FOUND-SW               PIC X(1)  VALUE "N".
       01  OPERATORS-LOADED-SW        PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Latest placement on the hold log per student and hold type; a
      *release is checked against it, then clears it
      *-----------------------------------------------------------------
       01  PLACE-TBL.
           05 PLACE-COUNT            PIC 9(4)  VALUE ZERO.
           05 PLACE-ENTRY OCCURS 2000 TIMES.
               10 PT-STUDENT           PIC X(6).
               10 PT-HOLD-TYPE         PIC X(1).
               10 PT-OPERATOR          PIC X(10).
               10 PT-IMAGE             PIC X(56).
       01  PLACE-SUB                  PIC 9(4)  VALUE ZERO.
       01  PLACE-FOUND-SUB            PIC 9(4)  VALUE ZERO.
       01  PLACE-FULL-SW              PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Findings per operator, one count per kind of finding:
      *1 own reversal, 2 maintenance change, 3 own hold released,
      *4 out of hours, 5 repeated amount, 6 own account
      *-----------------------------------------------------------------
       01  SUM-TBL.
           05 SUM-COUNT              PIC 9(3)  VALUE ZERO.
           05 SUM-ENTRY OCCURS 200 TIMES.
               10 SUM-OPERATOR         PIC X(10).
               10 SUM-KIND-COUNT       PIC 9(4)  OCCURS 6 TIMES.
               10 SUM-TOTAL            PIC 9(5).
       01  SUM-SUB                    PIC 9(3)  VALUE ZERO.
       01  SUM-FOUND-SUB              PIC 9(3)  VALUE ZERO.
       01  KIND-SUB                   PIC 9(1)  VALUE ZERO.
       01  SUM-FULL-SW                PIC X(1)  VALUE "N".

       01  FINDING-KIND-WS             PIC 9(1)   VALUE ZERO.
       01  FINDING-OPERATOR-WS         PIC X(10).
       01  FINDING-STUDENT-WS          PIC X(6).
       01  FINDING-COUNT-WS            PIC 9(5)   VALUE ZERO.
       01  SECTION-COUNT-WS            PIC 9(5)   VALUE ZERO.

       01  DE-EDIT-WORK-WS.
           05 DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE-X    PIC X(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS-X    PIC X(2).
           05 DE-EDIT-WHOLE-9 REDEFINES DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE      PIC 9(5).
               10 FILLER             PIC X(1).
               10 DE-EDIT-CENTS      PIC 9(2).

      *-----------------------------------------------------------------
      *Day of the week for an audit date by Zeller's congruence;
      *DOW-RESULT 0 is Saturday and 1 is Sunday
      *-----------------------------------------------------------------
       01  DOW-DATE-WS.
           05 DOW-YEAR               PIC 9(4).
           05 DOW-MONTH              PIC 9(2).
           05 DOW-DAY                PIC 9(2).
       01  DOW-DATE-X-WS REDEFINES DOW-DATE-WS
                                       PIC X(8).
       01  DOW-WORK-WS.
           05 DOW-Y                  PIC 9(4).
           05 DOW-M                  PIC 9(2).
           05 DOW-K                  PIC 9(2).
           05 DOW-J                  PIC 9(2).
           05 DOW-MONTH-TERM         PIC 9(3).
           05 DOW-K-QUARTER          PIC 9(2).
           05 DOW-J-QUARTER          PIC 9(2).
           05 DOW-SUM                PIC 9(5).
           05 DOW-QUOTIENT           PIC 9(5).
           05 DOW-RESULT             PIC 9(1).
       01  WEEKEND-SW                  PIC X(1)   VALUE "N".

       01  REVIEW-TITLE-LINE.
           05 FILLER  PIC X(34) VALUE
              "SEGREGATION-OF-DUTIES REVIEW FROM ".
           05 TITLE-FROM-OUT         PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " TO ".
           05 TITLE-TO-OUT           PIC 9(8).
           05 FILLER  PIC X(6)  VALUE "  RUN ".
           05 TITLE-RUN-DATE-OUT     PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " BY ".
           05 TITLE-OPERATOR-OUT     PIC X(10).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  SECTION-TITLE-LINE.
           05 FILLER  PIC X(5)  VALUE "---- ".
           05 SECTION-TITLE-OUT      PIC X(50).
       01  FINDING-HEADER-LINE.
           05 FILLER  PIC X(10) VALUE "  FINDING ".
           05 FINDING-NUMBER-OUT     PIC ZZZZ9.
           05 FILLER  PIC X(12) VALUE "  OPERATOR ".
           05 FINDING-OPERATOR-OUT   PIC X(10).
           05 FILLER  PIC X(11) VALUE "  STUDENT ".
           05 FINDING-STUDENT-OUT    PIC X(6).
       01  TRAIL-LINE.
           05 FILLER  PIC X(6)  VALUE SPACES.
           05 TRAIL-TAG-OUT          PIC X(4).
           05 TRAIL-IMAGE-OUT        PIC X(130).
       01  NONE-LINE.
           05 FILLER  PIC X(6)  VALUE SPACES.
           05 FILLER  PIC X(30) VALUE "NOTHING FOUND".
       01  NOTE-LINE.
           05 FILLER  PIC X(6)  VALUE SPACES.
           05 NOTE-TEXT-OUT          PIC X(70).

       01  SUMMARY-HEADING.
           05 FILLER  PIC X(12) VALUE "OPERATOR".
           05 FILLER  PIC X(8)  VALUE " OWN-REV".
           05 FILLER  PIC X(8)  VALUE "   MAINT".
           05 FILLER  PIC X(8)  VALUE " OWN-HLD".
           05 FILLER  PIC X(8)  VALUE "   HOURS".
           05 FILLER  PIC X(8)  VALUE "  REPEAT".
           05 FILLER  PIC X(8)  VALUE " OWN-ACC".
           05 FILLER  PIC X(8)  VALUE "   TOTAL".
       01  SUMMARY-DETAIL-LINE.
           05 SUM-OPERATOR-OUT       PIC X(12).
           05 SUM-KIND-OUT-GROUP.
               10 SUM-KIND-OUT       PIC ZZZZZZZ9 OCCURS 6 TIMES.
           05 SUM-TOTAL-OUT          PIC ZZZZZZZ9.
       01  TOTAL-LINE.
           05 FILLER  PIC X(20) VALUE "FINDINGS IN PERIOD: ".
           05 TOTAL-FINDINGS-OUT     PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-REVIEW-AUDIT-TRAILS.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - REVIEW REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPERATOR-AUTH-WS < 3
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED - "
                       "REVIEW REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-ACCEPT-DATE-RANGE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-LOAD-OPERATORS
               PERFORM 230-LOAD-AUDIT-LINES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 240-CHECK-OWN-REVERSALS
               PERFORM 250-CHECK-MAINT-CHANGES
               PERFORM 260-CHECK-OWN-HOLD-RELEASES
               PERFORM 270-CHECK-OUT-OF-HOURS
               PERFORM 280-CHECK-REPEATED-AMOUNTS
               PERFORM 290-CHECK-OWN-ACCOUNT
               PERFORM 300-PRINT-OPERATOR-SUMMARY
               PERFORM 390-CLOSE-FILES
               DISPLAY FINDING-COUNT-WS " FINDINGS - SEE SODREVIEW.TXT"
               IF FINDING-COUNT-WS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING HOLDLOG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING OPERATOR-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SODREVIEW-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-ACCEPT-DATE-RANGE.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY "Enter review start date (YYYYMMDD): ".
           ACCEPT FROM-DATE-WS.
           DISPLAY "Enter review end date (YYYYMMDD): ".
           ACCEPT TO-DATE-WS.

      *-----------------------------------------------------------------
      * The tuition audit trail must be there; a maintenance audit or
      * hold log not yet on disk has nothing to review
      *-----------------------------------------------------------------
       210-OPEN-FILES.
           IF TO-DATE-WS < FROM-DATE-WS
               MOVE "Y" TO ABORT-SW
               DISPLAY "END DATE IS BEFORE START DATE"
           ELSE
               OPEN INPUT TUITION-AUDIT-FILE
               IF AUDIT-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "TUITIONAUDIT.TXT NOT AVAILABLE - STATUS "
                           AUDIT-STATUS-WS
               ELSE
                   OPEN OUTPUT REVIEW-REPORT-OUT
                   MOVE FROM-DATE-WS TO TITLE-FROM-OUT
                   MOVE TO-DATE-WS TO TITLE-TO-OUT
                   MOVE TODAYS-DATE-WS TO TITLE-RUN-DATE-OUT
                   MOVE OPERATOR-ID-WS TO TITLE-OPERATOR-OUT
                   WRITE PRINTLINE FROM REVIEW-TITLE-LINE
                   DISPLAY REVIEW-TITLE-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Without the operator master there is nothing to tie an
      * operator to a student number; that one check is skipped
      *-----------------------------------------------------------------
       220-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS-WS = "00"
               MOVE "Y" TO OPERATORS-LOADED-SW
               PERFORM 221-READ-OPERATOR
               PERFORM 222-TABLE-ONE-OPERATOR
                   UNTIL EOF-OPERATOR-SW = "YES"
               CLOSE OPERATOR-FILE
           END-IF.

       221-READ-OPERATOR.
           READ OPERATOR-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-OPERATOR-SW
           END-READ.

       222-TABLE-ONE-OPERATOR.
           IF OPS-COUNT < 200
               ADD 1 TO OPS-COUNT
               MOVE OPER-ID TO OPS-ID(OPS-COUNT)
               MOVE OPER-STUDENT-NUMBER
                   TO OPS-STUDENT-NUMBER(OPS-COUNT)
           END-IF.
           PERFORM 221-READ-OPERATOR.

      *-----------------------------------------------------------------
      * Hold every audit line dated in the period.  A period too big
      * for the table is refused rather than half reviewed.
      *-----------------------------------------------------------------
       230-LOAD-AUDIT-LINES.
           PERFORM 231-READ-AUDIT-RECORD.
           PERFORM 232-TABLE-ONE-AUDIT-LINE
               UNTIL EOF-AUDIT-SW = "YES" OR ABORT-SW = "Y".
           CLOSE TUITION-AUDIT-FILE.
           IF ABORT-SW = "Y"
               DISPLAY "MORE THAN 5000 AUDIT LINES IN THE PERIOD - "
                       "REVIEW A SHORTER PERIOD"
               MOVE "REVIEW ABANDONED - PERIOD TOO LARGE"
                   TO NOTE-TEXT-OUT
               WRITE PRINTLINE FROM NOTE-LINE
               CLOSE REVIEW-REPORT-OUT
           END-IF.

       231-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       232-TABLE-ONE-AUDIT-LINE.
           IF AUDIT-DATE NOT < FROM-DATE-X-WS
                   AND AUDIT-DATE NOT > TO-DATE-X-WS
               IF AUD-COUNT < 5000
                   ADD 1 TO AUD-COUNT
                   MOVE AUDIT-RECORD-IN TO AT-IMAGE(AUD-COUNT)
                   MOVE AUDIT-OPERATOR-ID TO AT-OPERATOR(AUD-COUNT)
                   MOVE AUDIT-PAYMENT-X TO DE-EDIT-FIELD-X
                   INSPECT DE-EDIT-FIELD-X
                       REPLACING ALL "$" BY "0"
                                 ALL " " BY "0"
                   COMPUTE AT-AMOUNT(AUD-COUNT) =
                       DE-EDIT-WHOLE + (DE-EDIT-CENTS / 100)
                   MOVE "N" TO AT-GROUPED-SW(AUD-COUNT)
               ELSE
                   MOVE "Y" TO ABORT-SW
               END-IF
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 231-READ-AUDIT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * An "R" reversal is the operator's own when the latest earlier
      * payment of the same amount to the same student was posted by
      * the same operator
      *-----------------------------------------------------------------
       240-CHECK-OWN-REVERSALS.
           MOVE "OPERATOR REVERSED OWN PAYMENT" TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           MOVE 1 TO FINDING-KIND-WS.
           PERFORM 241-CHECK-ONE-REVERSAL
               VARYING AUD-SUB FROM 1 BY 1
               UNTIL AUD-SUB > AUD-COUNT.
           PERFORM 805-END-SECTION.

       241-CHECK-ONE-REVERSAL.
           IF AT-TYPE(AUD-SUB) = "R"
               MOVE "N" TO MATCH-FOUND-SW
               COMPUTE MATCH-SUB = AUD-SUB - 1
               PERFORM 242-LOOK-BACK-FOR-PAYMENT
                   UNTIL MATCH-SUB < 1 OR MATCH-FOUND-SW = "Y"
               IF MATCH-FOUND-SW = "Y"
                   MOVE AT-OPERATOR(AUD-SUB) TO FINDING-OPERATOR-WS
                   MOVE AT-STUDENT(AUD-SUB) TO FINDING-STUDENT-WS
                   PERFORM 810-START-FINDING
                   MOVE MATCH-SUB TO PRINT-SUB
                   PERFORM 820-PRINT-AUDIT-LINE
                   MOVE AUD-SUB TO PRINT-SUB
                   PERFORM 820-PRINT-AUDIT-LINE
               END-IF
           END-IF.

       242-LOOK-BACK-FOR-PAYMENT.
           IF AT-STUDENT(MATCH-SUB) = AT-STUDENT(AUD-SUB)
                   AND AT-AMOUNT(MATCH-SUB) = AT-AMOUNT(AUD-SUB)
                   AND (AT-TYPE(MATCH-SUB) = "P"
                        OR AT-TYPE(MATCH-SUB) = SPACE)
               IF AT-OPERATOR(MATCH-SUB) = AT-OPERATOR(AUD-SUB)
                   MOVE "Y" TO MATCH-FOUND-SW
               ELSE
                   MOVE ZERO TO MATCH-SUB
               END-IF
           ELSE
               SUBTRACT 1 FROM MATCH-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Balance and program changed by hand in maintenance mode
      *-----------------------------------------------------------------
       250-CHECK-MAINT-CHANGES.
           MOVE "MAINTENANCE CHANGE TO TUITION OWED OR PROGRAM"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           MOVE 2 TO FINDING-KIND-WS.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAINT-STATUS-WS = "00"
               PERFORM 251-READ-MAINT-RECORD
               PERFORM 252-CHECK-ONE-MAINT-LINE
                   UNTIL EOF-MAINT-SW = "YES"
               CLOSE MAINT-AUDIT-FILE
           ELSE
               MOVE "MAINTAUDIT.TXT NOT ON FILE" TO NOTE-TEXT-OUT
               WRITE PRINTLINE FROM NOTE-LINE
           END-IF.
           PERFORM 805-END-SECTION.

       251-READ-MAINT-RECORD.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-MAINT-SW
           END-READ.

       252-CHECK-ONE-MAINT-LINE.
           IF MA-DATE NOT < FROM-DATE-X-WS
                   AND MA-DATE NOT > TO-DATE-X-WS
                   AND MA-ACTION = "C"
                   AND (MA-FIELD-NAME = "TUITION OWED"
                        OR MA-FIELD-NAME = "PROGRAM CODE")
               MOVE MA-OPERATOR-ID TO FINDING-OPERATOR-WS
               MOVE MA-STUDENT-NUMBER TO FINDING-STUDENT-WS
               PERFORM 810-START-FINDING
               MOVE "MNT" TO TRAIL-TAG-OUT
               MOVE MAINT-AUDIT-RECORD-IN TO TRAIL-IMAGE-OUT
               WRITE PRINTLINE FROM TRAIL-LINE
           END-IF.
           PERFORM 251-READ-MAINT-RECORD.

      *-----------------------------------------------------------------
      * The whole hold log is read, since a hold released in the
      * period may have been placed long before it
      *-----------------------------------------------------------------
       260-CHECK-OWN-HOLD-RELEASES.
           MOVE "HOLD RELEASED BY THE OPERATOR WHO PLACED IT"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           MOVE 3 TO FINDING-KIND-WS.
           OPEN INPUT HOLD-LOG-FILE.
           IF HOLDLOG-STATUS-WS = "00"
               PERFORM 261-READ-HOLD-LOG
               PERFORM 262-CHECK-ONE-HOLD-LOG-LINE
                   UNTIL EOF-HOLDLOG-SW = "YES"
               CLOSE HOLD-LOG-FILE
               IF PLACE-FULL-SW = "Y"
                   MOVE "MORE THAN 2000 HOLDS PLACED - LATER "
                       TO NOTE-TEXT-OUT
                   MOVE "PLACEMENTS NOT TRACKED"
                       TO NOTE-TEXT-OUT(37:22)
                   WRITE PRINTLINE FROM NOTE-LINE
               END-IF
           ELSE
               MOVE "HOLDLOG.TXT NOT ON FILE" TO NOTE-TEXT-OUT
               WRITE PRINTLINE FROM NOTE-LINE
           END-IF.
           PERFORM 805-END-SECTION.

       261-READ-HOLD-LOG.
           READ HOLD-LOG-FILE
               AT END
                   MOVE "YES" TO EOF-HOLDLOG-SW
           END-READ.

       262-CHECK-ONE-HOLD-LOG-LINE.
           PERFORM 263-FIND-PLACEMENT.
           IF HLG-ACTION = "P"
               IF PLACE-FOUND-SUB = ZERO
                   IF PLACE-COUNT < 2000
                       ADD 1 TO PLACE-COUNT
                       MOVE PLACE-COUNT TO PLACE-FOUND-SUB
                   ELSE
                       MOVE "Y" TO PLACE-FULL-SW
                   END-IF
               END-IF
               IF PLACE-FOUND-SUB > ZERO
                   MOVE HLG-STUDENT-NUMBER
                       TO PT-STUDENT(PLACE-FOUND-SUB)
                   MOVE HLG-HOLD-TYPE TO PT-HOLD-TYPE(PLACE-FOUND-SUB)
                   MOVE HLG-OPERATOR TO PT-OPERATOR(PLACE-FOUND-SUB)
                   MOVE HOLD-LOG-IN TO PT-IMAGE(PLACE-FOUND-SUB)
               END-IF
           ELSE
               IF HLG-ACTION = "R" AND PLACE-FOUND-SUB > ZERO
                   IF HLG-DATE NOT < FROM-DATE-X-WS
                           AND HLG-DATE NOT > TO-DATE-X-WS
                           AND HLG-OPERATOR
                               = PT-OPERATOR(PLACE-FOUND-SUB)
                       MOVE HLG-OPERATOR TO FINDING-OPERATOR-WS
                       MOVE HLG-STUDENT-NUMBER TO FINDING-STUDENT-WS
                       PERFORM 810-START-FINDING
                       MOVE "HLD" TO TRAIL-TAG-OUT
                       MOVE PT-IMAGE(PLACE-FOUND-SUB)
                           TO TRAIL-IMAGE-OUT
                       WRITE PRINTLINE FROM TRAIL-LINE
                       MOVE HOLD-LOG-IN TO TRAIL-IMAGE-OUT
                       WRITE PRINTLINE FROM TRAIL-LINE
                   END-IF
                   MOVE SPACES TO PT-OPERATOR(PLACE-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 261-READ-HOLD-LOG.

       263-FIND-PLACEMENT.
           MOVE ZERO TO PLACE-FOUND-SUB.
           PERFORM 264-COMPARE-PLACEMENT
               VARYING PLACE-SUB FROM 1 BY 1
               UNTIL PLACE-SUB > PLACE-COUNT
                   OR PLACE-FOUND-SUB > ZERO.

       264-COMPARE-PLACEMENT.
           IF PT-STUDENT(PLACE-SUB) = HLG-STUDENT-NUMBER
                   AND PT-HOLD-TYPE(PLACE-SUB) = HLG-HOLD-TYPE
               MOVE PLACE-SUB TO PLACE-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Only lines keyed by a cashier at the counter are held to
      * business hours; the scheduled runs (late fees, reassessment,
      * fee assessment, awards, returned items, write-offs, agency
      * recoveries, merges) post whenever they are run
      *-----------------------------------------------------------------
       270-CHECK-OUT-OF-HOURS.
           MOVE "COUNTER POSTING OUTSIDE BUSINESS HOURS"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           MOVE 4 TO FINDING-KIND-WS.
           PERFORM 271-CHECK-ONE-POSTING-TIME
               VARYING AUD-SUB FROM 1 BY 1
               UNTIL AUD-SUB > AUD-COUNT.
           PERFORM 805-END-SECTION.

       271-CHECK-ONE-POSTING-TIME.
           PERFORM 700-CLASSIFY-AUDIT-LINE.
           IF COUNTER-LINE-SW = "Y"
               MOVE AT-DATE(AUD-SUB) TO DOW-DATE-X-WS
               PERFORM 710-FIND-DAY-OF-WEEK
               IF WEEKEND-SW = "Y"
                       OR AT-TIME(AUD-SUB) < BUSINESS-OPEN-WS
                       OR AT-TIME(AUD-SUB) NOT < BUSINESS-CLOSE-WS
                   MOVE AT-OPERATOR(AUD-SUB) TO FINDING-OPERATOR-WS
                   MOVE AT-STUDENT(AUD-SUB) TO FINDING-STUDENT-WS
                   PERFORM 810-START-FINDING
                   MOVE AUD-SUB TO PRINT-SUB
                   PERFORM 820-PRINT-AUDIT-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Two or more payments of one amount to one student on one day
      * make one finding, charged to the operator of the first repeat
      *-----------------------------------------------------------------
       280-CHECK-REPEATED-AMOUNTS.
           MOVE "SAME AMOUNT PAID TWICE TO ONE STUDENT IN A DAY"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           MOVE 5 TO FINDING-KIND-WS.
           PERFORM 281-CHECK-ONE-PAYMENT-GROUP
               VARYING AUD-SUB FROM 1 BY 1
               UNTIL AUD-SUB > AUD-COUNT.
           PERFORM 805-END-SECTION.

       281-CHECK-ONE-PAYMENT-GROUP.
           PERFORM 700-CLASSIFY-AUDIT-LINE.
           IF PAYMENT-LINE-SW = "Y"
                   AND AT-GROUPED-SW(AUD-SUB) = "N"
               MOVE "N" TO MATCH-FOUND-SW
               PERFORM 282-MARK-ONE-REPEAT
                   VARYING MATCH-SUB FROM AUD-SUB BY 1
                   UNTIL MATCH-SUB > AUD-COUNT
               IF MATCH-FOUND-SW = "Y"
                   PERFORM 810-START-FINDING
                   PERFORM 283-PRINT-ONE-REPEAT
                       VARYING PRINT-SUB FROM AUD-SUB BY 1
                       UNTIL PRINT-SUB > AUD-COUNT
               END-IF
           END-IF.

       282-MARK-ONE-REPEAT.
           IF MATCH-SUB > AUD-SUB
                   AND AT-STUDENT(MATCH-SUB) = AT-STUDENT(AUD-SUB)
                   AND AT-DATE(MATCH-SUB) = AT-DATE(AUD-SUB)
                   AND AT-AMOUNT(MATCH-SUB) = AT-AMOUNT(AUD-SUB)
                   AND (AT-TYPE(MATCH-SUB) = "P"
                        OR AT-TYPE(MATCH-SUB) = SPACE)
               IF MATCH-FOUND-SW = "N"
                   MOVE "Y" TO MATCH-FOUND-SW
                   MOVE AT-OPERATOR(MATCH-SUB) TO FINDING-OPERATOR-WS
                   MOVE AT-STUDENT(MATCH-SUB) TO FINDING-STUDENT-WS
                   MOVE "Y" TO AT-GROUPED-SW(AUD-SUB)
               END-IF
               MOVE "Y" TO AT-GROUPED-SW(MATCH-SUB)
           END-IF.

       283-PRINT-ONE-REPEAT.
           IF AT-GROUPED-SW(PRINT-SUB) = "Y"
                   AND AT-STUDENT(PRINT-SUB) = AT-STUDENT(AUD-SUB)
                   AND AT-DATE(PRINT-SUB) = AT-DATE(AUD-SUB)
                   AND AT-AMOUNT(PRINT-SUB) = AT-AMOUNT(AUD-SUB)
                   AND (AT-TYPE(PRINT-SUB) = "P"
                        OR AT-TYPE(PRINT-SUB) = SPACE)
               PERFORM 820-PRINT-AUDIT-LINE
           END-IF.

      *-----------------------------------------------------------------
      * A counter line posted by an operator against the student
      * number OPERATOR.TXT records as their own
      *-----------------------------------------------------------------
       290-CHECK-OWN-ACCOUNT.
           MOVE "OPERATOR POSTING TO OWN STUDENT NUMBER"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           MOVE 6 TO FINDING-KIND-WS.
           IF OPERATORS-LOADED-SW = "N"
               MOVE "OPERATOR.TXT NOT ON FILE - CHECK NOT MADE"
                   TO NOTE-TEXT-OUT
               WRITE PRINTLINE FROM NOTE-LINE
           ELSE
               PERFORM 291-CHECK-ONE-OWN-POSTING
                   VARYING AUD-SUB FROM 1 BY 1
                   UNTIL AUD-SUB > AUD-COUNT
           END-IF.
           PERFORM 805-END-SECTION.

       291-CHECK-ONE-OWN-POSTING.
           PERFORM 700-CLASSIFY-AUDIT-LINE.
           IF COUNTER-LINE-SW = "Y"
               MOVE "N" TO OPS-FOUND-SW
               PERFORM 292-COMPARE-OWN-NUMBER
                   VARYING OPS-SUB FROM 1 BY 1
                   UNTIL OPS-SUB > OPS-COUNT
                       OR OPS-FOUND-SW = "Y"
               IF OPS-FOUND-SW = "Y"
                   MOVE AT-OPERATOR(AUD-SUB) TO FINDING-OPERATOR-WS
                   MOVE AT-STUDENT(AUD-SUB) TO FINDING-STUDENT-WS
                   PERFORM 810-START-FINDING
                   MOVE AUD-SUB TO PRINT-SUB
                   PERFORM 820-PRINT-AUDIT-LINE
               END-IF
           END-IF.

       292-COMPARE-OWN-NUMBER.
           IF OPS-ID(OPS-SUB) = AT-OPERATOR(AUD-SUB)
                   AND OPS-STUDENT-NUMBER(OPS-SUB) > ZERO
                   AND OPS-STUDENT-X(OPS-SUB) = AT-STUDENT(AUD-SUB)
               MOVE "Y" TO OPS-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
      * Findings per operator, in the order operators first turned up
      *-----------------------------------------------------------------
       300-PRINT-OPERATOR-SUMMARY.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE "FINDINGS BY OPERATOR" TO SECTION-TITLE-OUT.
           WRITE PRINTLINE FROM SECTION-TITLE-LINE.
           WRITE PRINTLINE FROM SUMMARY-HEADING.
           PERFORM 301-PRINT-ONE-OPERATOR
               VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB > SUM-COUNT.
           IF SUM-FULL-SW = "Y"
               MOVE "MORE THAN 200 OPERATORS - LATER ONES NOT COUNTED"
                   TO NOTE-TEXT-OUT
               WRITE PRINTLINE FROM NOTE-LINE
           END-IF.
           MOVE FINDING-COUNT-WS TO TOTAL-FINDINGS-OUT.
           WRITE PRINTLINE FROM TOTAL-LINE.

       301-PRINT-ONE-OPERATOR.
           MOVE SUM-OPERATOR(SUM-SUB) TO SUM-OPERATOR-OUT.
           PERFORM 302-MOVE-ONE-KIND-COUNT
               VARYING KIND-SUB FROM 1 BY 1
               UNTIL KIND-SUB > 6.
           MOVE SUM-TOTAL(SUM-SUB) TO SUM-TOTAL-OUT.
           WRITE PRINTLINE FROM SUMMARY-DETAIL-LINE.

       302-MOVE-ONE-KIND-COUNT.
           MOVE SUM-KIND-COUNT(SUM-SUB, KIND-SUB)
               TO SUM-KIND-OUT(KIND-SUB).

       390-CLOSE-FILES.
           CLOSE REVIEW-REPORT-OUT.

      *-----------------------------------------------------------------
      * Payment lines are "P" (and blank-typed lines from before the
      * flag); counter lines are those plus reversals, withdrawals
      * and refund cheques, all keyed by an operator at a screen
      *-----------------------------------------------------------------
       700-CLASSIFY-AUDIT-LINE.
           MOVE "N" TO PAYMENT-LINE-SW.
           MOVE "N" TO COUNTER-LINE-SW.
           IF AT-TYPE(AUD-SUB) = "P" OR AT-TYPE(AUD-SUB) = SPACE
               MOVE "Y" TO PAYMENT-LINE-SW
               MOVE "Y" TO COUNTER-LINE-SW
           ELSE
               IF AT-TYPE(AUD-SUB) = "R" OR AT-TYPE(AUD-SUB) = "W"
                       OR AT-TYPE(AUD-SUB) = "F"
                       OR (AT-TYPE(AUD-SUB) = "D"
                           AND AT-REASON(AUD-SUB) = "DP")
                   MOVE "Y" TO COUNTER-LINE-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Zeller's congruence: January and February count as months 13
      * and 14 of the year before
      *-----------------------------------------------------------------
       710-FIND-DAY-OF-WEEK.
           MOVE "N" TO WEEKEND-SW.
           IF DOW-DATE-WS NUMERIC
               MOVE DOW-YEAR TO DOW-Y
               MOVE DOW-MONTH TO DOW-M
               IF DOW-M < 3
                   ADD 12 TO DOW-M
                   SUBTRACT 1 FROM DOW-Y
               END-IF
               DIVIDE DOW-Y BY 100 GIVING DOW-J REMAINDER DOW-K
               COMPUTE DOW-MONTH-TERM = (13 * (DOW-M + 1)) / 5
               COMPUTE DOW-K-QUARTER = DOW-K / 4
               COMPUTE DOW-J-QUARTER = DOW-J / 4
               COMPUTE DOW-SUM = DOW-DAY + DOW-MONTH-TERM + DOW-K
                   + DOW-K-QUARTER + DOW-J-QUARTER + (5 * DOW-J)
               DIVIDE DOW-SUM BY 7 GIVING DOW-QUOTIENT
                   REMAINDER DOW-RESULT
               IF DOW-RESULT < 2
                   MOVE "Y" TO WEEKEND-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Report layout helpers
      *-----------------------------------------------------------------
       800-START-SECTION.
           MOVE ZERO TO SECTION-COUNT-WS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM SECTION-TITLE-LINE.

       805-END-SECTION.
           IF SECTION-COUNT-WS = ZERO
               WRITE PRINTLINE FROM NONE-LINE
           END-IF.

       810-START-FINDING.
           ADD 1 TO FINDING-COUNT-WS.
           ADD 1 TO SECTION-COUNT-WS.
           MOVE FINDING-COUNT-WS TO FINDING-NUMBER-OUT.
           MOVE FINDING-OPERATOR-WS TO FINDING-OPERATOR-OUT.
           MOVE FINDING-STUDENT-WS TO FINDING-STUDENT-OUT.
           WRITE PRINTLINE FROM FINDING-HEADER-LINE.
           PERFORM 830-TALLY-OPERATOR.

       820-PRINT-AUDIT-LINE.
           MOVE "AUD" TO TRAIL-TAG-OUT.
           MOVE AT-IMAGE(PRINT-SUB) TO TRAIL-IMAGE-OUT.
           WRITE PRINTLINE FROM TRAIL-LINE.

       830-TALLY-OPERATOR.
           MOVE ZERO TO SUM-FOUND-SUB.
           PERFORM 831-COMPARE-SUM-OPERATOR
               VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB > SUM-COUNT
                   OR SUM-FOUND-SUB > ZERO.
           IF SUM-FOUND-SUB = ZERO
               IF SUM-COUNT < 200
                   ADD 1 TO SUM-COUNT
                   MOVE SUM-COUNT TO SUM-FOUND-SUB
                   MOVE FINDING-OPERATOR-WS
                       TO SUM-OPERATOR(SUM-FOUND-SUB)
                   PERFORM 832-CLEAR-ONE-KIND-COUNT
                       VARYING KIND-SUB FROM 1 BY 1
                       UNTIL KIND-SUB > 6
                   MOVE ZERO TO SUM-TOTAL(SUM-FOUND-SUB)
               ELSE
                   MOVE "Y" TO SUM-FULL-SW
               END-IF
           END-IF.
           IF SUM-FOUND-SUB > ZERO
               ADD 1 TO SUM-KIND-COUNT(SUM-FOUND-SUB, FINDING-KIND-WS)
               ADD 1 TO SUM-TOTAL(SUM-FOUND-SUB)
           END-IF.

       831-COMPARE-SUM-OPERATOR.
           IF SUM-OPERATOR(SUM-SUB) = FINDING-OPERATOR-WS
               MOVE SUM-SUB TO SUM-FOUND-SUB
           END-IF.

       832-CLEAR-ONE-KIND-COUNT.
           MOVE ZERO TO SUM-KIND-COUNT(SUM-FOUND-SUB, KIND-SUB).

       END PROGRAM SODRPT.
