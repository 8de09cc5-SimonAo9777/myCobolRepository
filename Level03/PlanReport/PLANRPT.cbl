      * 2026/09/03 SA  Audit lines flagged "L" (late-fee assessment,
      *                 written by LATEFEE) are skipped too - a fee
      *                 grows the balance, it pays no installment.
      * 2026/10/15 SA  The same netting is also kept per student-term
      *                 from the term now stamped on each audit line,
      *                 and printed after the summary as a net-posted
      *                 section, so what was paid against each term
      *                 can be read beside the plan.  The plan itself
      *                 carries no term, so installments are still
      *                 graded against the student's total.
      * 2026/10/15 SA  Ancillary fee charges (audit lines flagged "X")
      *                 are not counted as installment payments.
      * 2026/10/15 SA  NSF fee charges (audit lines flagged "N") are not
      *                 counted as installment payments either.
      * 2026/10/15 SA  Bad-debt write-offs ("B") and agency recoveries
      *                 ("Y") are not installments the student paid
      *                 and are left out of the net posted.
      * 2026/10/15 SA  Applicant deposit lines ("D") and deposits
      *                 applied at load ("E") are not installments and
      *                 are left out of the net posted.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANRPT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
                ASSIGN USING PAYPLAN-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PLAN-KEY
                  FILE STATUS IS PLAN-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT PLAN-REPORT-OUT
                ASSIGN USING PLANSTATUS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 AUDIT-TIME             PIC X(6).
           05 FILLER                 PIC X(2).
           05 AUDIT-METHOD           PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF         PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-CODE        PIC X(4).

       FD  PLAN-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  PAYPLAN-PATH-WS             PIC X(80)
               VALUE "PAYPLAN.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  PLANSTATUS-PATH-WS          PIC X(80)
               VALUE "PLANSTATUS.TXT".

       01  PLAN-STATUS-WS              PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  EOF-PLAN-SW                 PIC X(3)   VALUE "NO".
       01  PAY-FOUND-SW               PIC X(1)  VALUE "N".
       01  TABLE-FULL-SW              PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *The same net postings broken out by the term each line was
      *posted against; a line from before the term was stamped nets
      *under a blank term
      *-----------------------------------------------------------------
       01  TERM-PAY-TBL.
           05 TERM-PAY-COUNT         PIC 9(4)  VALUE ZERO.
           05 TERM-PAY-ENTRY OCCURS 1000 TIMES.
               10 TERM-PAY-NUMBER      PIC X(6).
               10 TERM-PAY-TERM        PIC X(4).
               10 TERM-PAY-NET-AMOUNT  PIC S9(6)V99.
       01  TERM-PAY-SUB               PIC 9(4)  VALUE ZERO.
       01  TERM-PAY-FOUND-SUB         PIC 9(4)  VALUE ZERO.
       01  TERM-PAY-FOUND-SW          PIC X(1)  VALUE "N".
       01  TERM-TABLE-FULL-SW         PIC X(1)  VALUE "N".

       01  DE-EDIT-WORK-WS.
           05 DE-EDIT-FIELD-X.
               10 DE-EDIT-WHOLE-X    PIC X(5).
           05 FILLER  PIC X(10) VALUE "DUE DATE".
           05 FILLER  PIC X(12) VALUE "AMOUNT DUE".
           05 FILLER  PIC X(10) VALUE "STATUS".
       01  PLAN-REGION-LINE.
           05 FILLER  PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT     PIC X(8).
       01  PLAN-DETAIL-LINE.
           05 PLAN-NUMBER-OUT        PIC 9(6).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 PLAN-AMOUNT-OUT        PIC Z,ZZ9.99.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 PLAN-STATUS-OUT        PIC X(10).
       01  TERM-PAY-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(12) VALUE "NET POSTED".
       01  TERM-PAY-DETAIL-LINE.
           05 TERM-PAY-NUMBER-OUT    PIC X(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 TERM-PAY-TERM-OUT      PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TERM-PAY-AMOUNT-OUT    PIC ZZ,ZZ9.99-.
       01  SUMMARY-LINE.
           05 SUMMARY-COUNT-OUT      PIC ZZZ9.
           05 SUMMARY-TEXT-OUT       PIC X(36).

       PROCEDURE DIVISION.
       100-PRODUCE-PLAN-REPORT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-LOAD-AUDIT-PAYMENTS
               PERFORM 220-WALK-PLAN-SCHEDULE
               PERFORM 230-DISPLAY-PLAN-SUMMARY
               PERFORM 240-PRINT-TERM-NET-POSTED
               PERFORM 290-CLOSE-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING PAYPLAN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PLANSTATUS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT PLAN-FILE.
                   CLOSE PLAN-FILE
               ELSE
                   OPEN OUTPUT PLAN-REPORT-OUT
                   WRITE PRINTLINE FROM PLAN-REGION-LINE
                   WRITE PRINTLINE FROM PLAN-HEADING
               END-IF
           END-IF.
       212-NET-ONE-AUDIT-RECORD.
           IF AUDIT-TXN-TYPE = "F" OR AUDIT-TXN-TYPE = "L"
                   OR AUDIT-TXN-TYPE = "M" OR AUDIT-TXN-TYPE = "C"
                   OR AUDIT-TXN-TYPE = "X" OR AUDIT-TXN-TYPE = "N"
                   OR AUDIT-TXN-TYPE = "B" OR AUDIT-TXN-TYPE = "Y"
                   OR AUDIT-TXN-TYPE = "D" OR AUDIT-TXN-TYPE = "E"
               CONTINUE
           ELSE
               PERFORM 213-NET-ONE-COUNTED-RECORD
                   ADD PAYMENT-AMOUNT-WS
                       TO PAY-NET-AMOUNT(PAY-FOUND-SUB)
               END-IF
               PERFORM 330-FIND-TERM-PAY-ENTRY
               IF TERM-PAY-FOUND-SW = "Y"
                   IF AUDIT-TXN-TYPE = "R"
                       SUBTRACT PAYMENT-AMOUNT-WS
                           FROM TERM-PAY-NET-AMOUNT(TERM-PAY-FOUND-SUB)
                   ELSE
                       ADD PAYMENT-AMOUNT-WS
                           TO TERM-PAY-NET-AMOUNT(TERM-PAY-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
               MOVE PAY-SUB TO PAY-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Find (or start) the student-term's net-payments row
      *-----------------------------------------------------------------
       330-FIND-TERM-PAY-ENTRY.
           MOVE "N" TO TERM-PAY-FOUND-SW.
           MOVE ZERO TO TERM-PAY-FOUND-SUB.
           PERFORM 331-COMPARE-TERM-PAY-ENTRY
               VARYING TERM-PAY-SUB FROM 1 BY 1
               UNTIL TERM-PAY-SUB > TERM-PAY-COUNT
                   OR TERM-PAY-FOUND-SW = "Y".
           IF TERM-PAY-FOUND-SW = "N"
               IF TERM-PAY-COUNT < 1000
                   ADD 1 TO TERM-PAY-COUNT
                   MOVE TERM-PAY-COUNT TO TERM-PAY-FOUND-SUB
                   MOVE AUDIT-STUDENT-NUMBER
                       TO TERM-PAY-NUMBER(TERM-PAY-FOUND-SUB)
                   MOVE AUDIT-TERM-CODE
                       TO TERM-PAY-TERM(TERM-PAY-FOUND-SUB)
                   MOVE ZERO TO TERM-PAY-NET-AMOUNT(TERM-PAY-FOUND-SUB)
                   MOVE "Y" TO TERM-PAY-FOUND-SW
               ELSE
                   IF TERM-TABLE-FULL-SW = "N"
                       MOVE "Y" TO TERM-TABLE-FULL-SW
                       DISPLAY "TERM TABLE FULL AT 1000 STUDENT-TERMS"
                               " - LATER LINES NOT BROKEN OUT"
                   END-IF
               END-IF
           END-IF.

       331-COMPARE-TERM-PAY-ENTRY.
           IF AUDIT-STUDENT-NUMBER = TERM-PAY-NUMBER(TERM-PAY-SUB)
                   AND AUDIT-TERM-CODE = TERM-PAY-TERM(TERM-PAY-SUB)
               MOVE "Y" TO TERM-PAY-FOUND-SW
               MOVE TERM-PAY-SUB TO TERM-PAY-FOUND-SUB
           END-IF.

       310-DE-EDIT-PAYMENT.
           MOVE AUDIT-PAYMENT-X TO DE-EDIT-FIELD-X.
           INSPECT DE-EDIT-FIELD-X
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.

      *-----------------------------------------------------------------
      * Net posted per student-term, in the order first seen on the
      * audit trail
      *-----------------------------------------------------------------
       240-PRINT-TERM-NET-POSTED.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM TERM-PAY-HEADING.
           PERFORM 241-PRINT-ONE-TERM-NET
               VARYING TERM-PAY-SUB FROM 1 BY 1
               UNTIL TERM-PAY-SUB > TERM-PAY-COUNT.

       241-PRINT-ONE-TERM-NET.
           MOVE TERM-PAY-NUMBER(TERM-PAY-SUB) TO TERM-PAY-NUMBER-OUT.
           MOVE TERM-PAY-TERM(TERM-PAY-SUB) TO TERM-PAY-TERM-OUT.
           MOVE TERM-PAY-NET-AMOUNT(TERM-PAY-SUB)
               TO TERM-PAY-AMOUNT-OUT.
           WRITE PRINTLINE FROM TERM-PAY-DETAIL-LINE.

       290-CLOSE-FILES.
           CLOSE PLAN-FILE.
           CLOSE TUITION-AUDIT-FILE.
