      *                 terms - the audit lines carry no term, so
      *                 only the summed balance ties to the printed
      *                 activity.
      * 2026/10/15 SA  Now that every audit line carries its term, the
      *                 statement is broken out per term record: each
      *                 term prints its own activity and its own
      *                 balance ahead of the closing balance across
      *                 terms, so the fall balance and what was paid
      *                 against it can be read off the statement.
      *                 Lines written before the term was stamped
      *                 print together under EARLIER ACTIVITY.
      * 2026/10/15 SA  Ancillary fees ("X" lines from FEEASSES) print
      *                 one line per fee under the fee's description
      *                 from FEESCHED.TXT; the activity column is
      *                 widened to hold it.
      * 2026/10/15 SA  NSF fees ("N" lines from NSFIMP) print as
      *                 NSF FEE.
      * 2026/10/15 SA  Bad-debt write-offs ("B") and agency recoveries
      *                 ("Y") are described on the activity lines.
      * 2026/10/15 SA  A stopped refund cheque ("F" reason VD) prints
      *                 as REFUND CHQ STOPPED.
      * 2026/10/15 SA  Applicant deposits are described on the activity
      *                 lines: received, refundable or forfeited ("D")
      *                 and applied to the account at load ("E").
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  A period line against a term with no section of
      *                 its own (archived during the period, or past
      *                 the tenth term) now prints under OTHER TERMS
      *                 instead of being left off the statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRUN.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT PLAN-FILE
                ASSIGN USING PAYPLAN-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLAN-KEY
                  FILE STATUS IS PLAN-STATUS-WS.

           SELECT FEE-FILE-IN
                ASSIGN USING FEESCHED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FEE-STATUS-WS.

           SELECT STATEMENT-FILE-OUT
                ASSIGN USING STATEMENTS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 AUDIT-TIME             PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-METHOD           PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF         PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-CODE        PIC X(4).

       FD  CONTACT-FILE.
           COPY "STUDENT-CONTACT.TXT".
       FD  PLAN-FILE.
           COPY "PAYMENT-PLAN.TXT".

       FD  FEE-FILE-IN.
           COPY "FEE-SCHEDULE.TXT".

       FD  STATEMENT-FILE-OUT.
       01  PRINTLINE                 PIC X(80).

           COPY "EXCEPTION-RECORD.TXT".

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
       01  PAYPLAN-PATH-WS             PIC X(80)
               VALUE "PAYPLAN.TXT".
       01  FEESCHED-PATH-WS            PIC X(80)
               VALUE "FEESCHED.TXT".
       01  STATEMENTS-PATH-WS          PIC X(80)
               VALUE "STATEMENTS.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  PLAN-STATUS-WS              PIC X(2).
       01  FEE-STATUS-WS               PIC X(2).
       01  EOF-FEE-SW                  PIC X(3)   VALUE "NO".
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  EOF-PLAN-SW                 PIC X(3)   VALUE "NO".
           05 ACTIVITY-COUNT         PIC 9(4)  VALUE ZERO.
           05 ACTIVITY-ENTRY OCCURS 1000 TIMES.
               10 ACT-STUDENT          PIC X(6).
               10 ACT-TERM             PIC X(4).
               10 ACT-DATE             PIC X(8).
               10 ACT-TYPE             PIC X(1).
               10 ACT-REASON           PIC X(2).
               10 ACT-AMOUNT           PIC 9(5)V99.
       01  ACTIVITY-SUB               PIC 9(4)  VALUE ZERO.

      *-----------------------------------------------------------------
      *Ancillary fee descriptions by fee code, for the "X" lines
      *-----------------------------------------------------------------
       01  FEE-DESC-TBL.
           05 FEE-DESC-COUNT         PIC 9(3)  VALUE ZERO.
           05 FEE-DESC-ENTRY OCCURS 100 TIMES.
               10 FEE-DESC-CODE        PIC X(2).
               10 FEE-DESC-TEXT        PIC X(20).
       01  FEE-DESC-SUB               PIC 9(3)  VALUE ZERO.
       01  FEE-DESC-FOUND-SW          PIC X(1)  VALUE "N".

       01  STATEMENT-COUNT-WS          PIC 9(4)  VALUE ZERO.
       01  MISSING-CONTACT-COUNT-WS    PIC 9(4)  VALUE ZERO.
       01  STUDENT-NUMBER-X-WS         PIC X(6).
       01  CURRENT-BALANCE-WS          PIC 9(5)V99 VALUE ZERO.
       01  STUDENT-GATHERED-SW         PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *The current student's term records, each printed as its own
      *section of the statement
      *-----------------------------------------------------------------
       01  TERM-TBL.
           05 TERM-COUNT             PIC 9(2)  VALUE ZERO.
           05 TERM-ENTRY OCCURS 10 TIMES.
               10 TERM-CODE-TBL        PIC X(4).
               10 TERM-BALANCE-TBL     PIC 9(4)V99.
       01  TERM-SUB                   PIC 9(2)  VALUE ZERO.
       01  PRINT-TERM-WS              PIC X(4).
       01  EARLIER-PRINTED-SW         PIC X(1)  VALUE "N".
       01  OTHER-PRINTED-SW           PIC X(1)  VALUE "N".
       01  TERM-MATCH-SW              PIC X(1)  VALUE "N".
       01  MATCH-SUB                  PIC 9(2)  VALUE ZERO.

       01  STMT-TITLE-LINE.
           05 FILLER  PIC X(24) VALUE "STATEMENT OF ACCOUNT    ".
           05 STMT-DATE-OUT          PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 STMT-REGION-OUT        PIC X(8).
       01  STMT-NAME-LINE.
           05 STMT-NUMBER-OUT        PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 STMT-CITY-OUT          PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 STMT-POSTAL-OUT        PIC X(7).
       01  TERM-HEADING.
           05 FILLER  PIC X(5)  VALUE "TERM ".
           05 TERM-HEADING-OUT       PIC X(4).
       01  EARLIER-HEADING.
           05 FILLER  PIC X(16) VALUE "EARLIER ACTIVITY".
       01  OTHER-TERMS-HEADING.
           05 FILLER  PIC X(11) VALUE "OTHER TERMS".
       01  TERM-BALANCE-LINE.
           05 FILLER                 PIC X(5)  VALUE "TERM ".
           05 TERM-BALANCE-TERM-OUT  PIC X(4).
           05 FILLER                 PIC X(10) VALUE " BALANCE: ".
           05 TERM-BALANCE-OUT       PIC ZZ,ZZ9.99.
       01  ACTIVITY-HEADING.
           05 FILLER  PIC X(10) VALUE "DATE".
           05 FILLER  PIC X(22) VALUE "ACTIVITY".
           05 FILLER  PIC X(10) VALUE "AMOUNT".
       01  ACTIVITY-DETAIL-LINE.
           05 ACT-DATE-OUT           PIC X(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ACT-DESC-OUT           PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 ACT-AMOUNT-OUT         PIC ZZ,ZZ9.99.
       01  PLAN-HEADING.

       PROCEDURE DIVISION.
       100-PRODUCE-STATEMENTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-PERIOD.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 215-LOAD-FEE-DESCRIPTIONS
               PERFORM 220-LOAD-PERIOD-ACTIVITY
               IF ABORT-SW = "N"
                   PERFORM 230-READ-STUDENT-RECORD
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PAYPLAN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING FEESCHED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STATEMENTS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO STMT-REGION-OUT.

       200-ACCEPT-PERIOD.
           DISPLAY "Statement period from (YYYYMMDD): ".
           ACCEPT PERIOD-FROM-WS.
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Fee descriptions for the ancillary fee lines; without the
      * schedule they print under a general description
      *-----------------------------------------------------------------
       215-LOAD-FEE-DESCRIPTIONS.
           OPEN INPUT FEE-FILE-IN.
           IF FEE-STATUS-WS = "00"
               PERFORM 216-READ-FEE-RECORD
                   UNTIL EOF-FEE-SW = "YES"
               CLOSE FEE-FILE-IN
           END-IF.

       216-READ-FEE-RECORD.
           READ FEE-FILE-IN
               AT END
                   MOVE "YES" TO EOF-FEE-SW
               NOT AT END
                   IF FEE-DESC-COUNT < 100
                       ADD 1 TO FEE-DESC-COUNT
                       MOVE FEE-CODE TO FEE-DESC-CODE(FEE-DESC-COUNT)
                       MOVE FEE-DESCRIPTION
                           TO FEE-DESC-TEXT(FEE-DESC-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-FEE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Pull the period's audit lines into storage once, instead of
      * re-reading the whole trail for every statement
                   ADD 1 TO ACTIVITY-COUNT
                   MOVE AUDIT-STUDENT-NUMBER
                       TO ACT-STUDENT(ACTIVITY-COUNT)
                   MOVE AUDIT-TERM-CODE TO ACT-TERM(ACTIVITY-COUNT)
                   MOVE AUDIT-DATE TO ACT-DATE(ACTIVITY-COUNT)
                   MOVE AUDIT-TXN-TYPE TO ACT-TYPE(ACTIVITY-COUNT)
                   MOVE AUDIT-REASON-CODE

      *-----------------------------------------------------------------
      * Gather one record's balance into the current student's
      * totals and term table; a change of student number prints the
      * finished student's statement first
      *-----------------------------------------------------------------
       240-GATHER-ONE-RECORD.
           IF STUDENT-GATHERED-SW = "Y"
           IF STUDENT-GATHERED-SW = "N"
               MOVE "Y" TO STUDENT-GATHERED-SW
               MOVE ZERO TO CURRENT-BALANCE-WS
               MOVE ZERO TO TERM-COUNT
               MOVE STUDENT-NUMBER-IN TO CURRENT-NUMBER-WS
           END-IF.
           MOVE STUDENT-NAME-IN TO CURRENT-NAME-WS.
           MOVE PROGRAM-CODE-IN TO CURRENT-PROGRAM-WS.
           ADD TUITION-OWED-IN TO CURRENT-BALANCE-WS.
           IF TERM-COUNT < 10
               ADD 1 TO TERM-COUNT
               MOVE TERM-CODE-IN TO TERM-CODE-TBL(TERM-COUNT)
               MOVE TUITION-OWED-IN TO TERM-BALANCE-TBL(TERM-COUNT)
           ELSE
               DISPLAY "STUDENT " STUDENT-NUMBER-IN
                       " HOLDS MORE THAN 10 TERM RECORDS - TERM "
                       TERM-CODE-IN " IN CLOSING BALANCE ONLY"
           END-IF.
           PERFORM 230-READ-STUDENT-RECORD.

      *-----------------------------------------------------------------
           WRITE PRINTLINE FROM STMT-CITY-LINE.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE CURRENT-NUMBER-WS TO STUDENT-NUMBER-X-WS.
           MOVE "N" TO EARLIER-PRINTED-SW.
           MOVE SPACES TO PRINT-TERM-WS.
           PERFORM 253-PRINT-EARLIER-ACTIVITY
               VARYING ACTIVITY-SUB FROM 1 BY 1
               UNTIL ACTIVITY-SUB > ACTIVITY-COUNT.
           PERFORM 255-PRINT-ONE-TERM-SECTION
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-COUNT.
           MOVE "N" TO OTHER-PRINTED-SW.
           PERFORM 246-PRINT-OTHER-TERM-ACTIVITY
               VARYING ACTIVITY-SUB FROM 1 BY 1
               UNTIL ACTIVITY-SUB > ACTIVITY-COUNT.
           IF OTHER-PRINTED-SW = "Y"
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
           END-IF.
           IF PLAN-AVAILABLE-SW = "Y"
               PERFORM 260-PRINT-UPCOMING-INSTALLMENTS
           END-IF.
           WRITE PRINTLINE.
           WRITE PRINTLINE.

      *-----------------------------------------------------------------
      * One section per term record: its heading, the period's
      * activity posted against that term, and the term's balance
      *-----------------------------------------------------------------
       255-PRINT-ONE-TERM-SECTION.
           MOVE TERM-CODE-TBL(TERM-SUB) TO PRINT-TERM-WS.
           MOVE PRINT-TERM-WS TO TERM-HEADING-OUT.
           WRITE PRINTLINE FROM TERM-HEADING.
           WRITE PRINTLINE FROM ACTIVITY-HEADING.
           PERFORM 251-PRINT-ONE-ACTIVITY-LINE
               VARYING ACTIVITY-SUB FROM 1 BY 1
               UNTIL ACTIVITY-SUB > ACTIVITY-COUNT.
           MOVE PRINT-TERM-WS TO TERM-BALANCE-TERM-OUT.
           MOVE TERM-BALANCE-TBL(TERM-SUB) TO TERM-BALANCE-OUT.
           WRITE PRINTLINE FROM TERM-BALANCE-LINE.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.

      *-----------------------------------------------------------------
      * Lines written before the audit trail carried a term belong to
      * no one term section; they print together ahead of the terms,
      * under a heading written only when there is such a line
      *-----------------------------------------------------------------
       253-PRINT-EARLIER-ACTIVITY.
           IF ACT-STUDENT(ACTIVITY-SUB) = STUDENT-NUMBER-X-WS
                   AND ACT-TERM(ACTIVITY-SUB) = SPACES
               IF EARLIER-PRINTED-SW = "N"
                   MOVE "Y" TO EARLIER-PRINTED-SW
                   WRITE PRINTLINE FROM EARLIER-HEADING
                   WRITE PRINTLINE FROM ACTIVITY-HEADING
               END-IF
               PERFORM 254-WRITE-ACTIVITY-DETAIL
           END-IF.

      *-----------------------------------------------------------------
      * Lines against a term with no section - archived by TERMARCH
      * during the period, or beyond the ten the term table holds -
      * print together after the terms, so every period line still
      * appears on the statement
      *-----------------------------------------------------------------
       246-PRINT-OTHER-TERM-ACTIVITY.
           IF ACT-STUDENT(ACTIVITY-SUB) = STUDENT-NUMBER-X-WS
                   AND ACT-TERM(ACTIVITY-SUB) NOT = SPACES
               MOVE "N" TO TERM-MATCH-SW
               PERFORM 247-MATCH-TABLED-TERM
                   VARYING MATCH-SUB FROM 1 BY 1
                   UNTIL MATCH-SUB > TERM-COUNT
                       OR TERM-MATCH-SW = "Y"
               IF TERM-MATCH-SW = "N"
                   IF OTHER-PRINTED-SW = "N"
                       MOVE "Y" TO OTHER-PRINTED-SW
                       WRITE PRINTLINE FROM OTHER-TERMS-HEADING
                       WRITE PRINTLINE FROM ACTIVITY-HEADING
                   END-IF
                   PERFORM 254-WRITE-ACTIVITY-DETAIL
               END-IF
           END-IF.

       247-MATCH-TABLED-TERM.
           IF ACT-TERM(ACTIVITY-SUB) = TERM-CODE-TBL(MATCH-SUB)
               MOVE "Y" TO TERM-MATCH-SW
           END-IF.

       251-PRINT-ONE-ACTIVITY-LINE.
           IF ACT-STUDENT(ACTIVITY-SUB) = STUDENT-NUMBER-X-WS
                   AND ACT-TERM(ACTIVITY-SUB) = PRINT-TERM-WS
               PERFORM 254-WRITE-ACTIVITY-DETAIL
           END-IF.

       254-WRITE-ACTIVITY-DETAIL.
           MOVE ACT-DATE(ACTIVITY-SUB) TO ACT-DATE-OUT.
           PERFORM 252-DESCRIBE-ACTIVITY-TYPE.
           MOVE ACT-AMOUNT(ACTIVITY-SUB) TO ACT-AMOUNT-OUT.
           WRITE PRINTLINE FROM ACTIVITY-DETAIL-LINE.

       252-DESCRIBE-ACTIVITY-TYPE.
           IF ACT-TYPE(ACTIVITY-SUB) = "R"
               MOVE "REVERSAL" TO ACT-DESC-OUT
               MOVE "AWARD CREDIT" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "F"
               IF ACT-REASON(ACTIVITY-SUB) = "VD"
                   MOVE "REFUND CHQ STOPPED" TO ACT-DESC-OUT
               ELSE
                   MOVE "REFUND CHEQUE" TO ACT-DESC-OUT
               END-IF
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "L"
               MOVE "LATE FEE" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "C"
               MOVE "COURSE ADDED" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "X"
               PERFORM 258-DESCRIBE-ANCILLARY-FEE
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "N"
               MOVE "NSF FEE" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "B"
               MOVE "BAD-DEBT WRITE-OFF" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "Y"
               MOVE "AGENCY RECOVERY" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "E"
               MOVE "DEPOSIT APPLIED" TO ACT-DESC-OUT
           ELSE
           IF ACT-TYPE(ACTIVITY-SUB) = "D"
               PERFORM 257-DESCRIBE-DEPOSIT
           ELSE
               MOVE "PAYMENT" TO ACT-DESC-OUT
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

       257-DESCRIBE-DEPOSIT.
           IF ACT-REASON(ACTIVITY-SUB) = "DR"
               MOVE "DEPOSIT REFUNDABLE" TO ACT-DESC-OUT
           ELSE
               IF ACT-REASON(ACTIVITY-SUB) = "DF"
                   MOVE "DEPOSIT FORFEITED" TO ACT-DESC-OUT
               ELSE
                   MOVE "DEPOSIT RECEIVED" TO ACT-DESC-OUT
               END-IF
           END-IF.

       258-DESCRIBE-ANCILLARY-FEE.
           MOVE "ANCILLARY FEE" TO ACT-DESC-OUT.
           MOVE "N" TO FEE-DESC-FOUND-SW.
           PERFORM 259-COMPARE-FEE-CODE
               VARYING FEE-DESC-SUB FROM 1 BY 1
               UNTIL FEE-DESC-SUB > FEE-DESC-COUNT
                   OR FEE-DESC-FOUND-SW = "Y".

       259-COMPARE-FEE-CODE.
           IF ACT-REASON(ACTIVITY-SUB) = FEE-DESC-CODE(FEE-DESC-SUB)
               MOVE "Y" TO FEE-DESC-FOUND-SW
               MOVE FEE-DESC-TEXT(FEE-DESC-SUB) TO ACT-DESC-OUT
           END-IF.

      *-----------------------------------------------------------------
