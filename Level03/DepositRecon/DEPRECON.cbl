      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Bank deposit reconciliation.  For a keyed range of
      *            close-out dates, matches each day's deposit totals
      *            by method - the DEPHIST.TXT rows EODCLOSE appends
      *            from its TOTALS line - against the bank's credits
      *            in BANKCRED.TXT as STMTIMP loaded them.  Cash,
      *            cheque and PAD settlements must be credited on the
      *            close-out date itself; a card settlement may land
      *            that day or up to two days later.  Every deposit
      *            that is short, over, not received, or not yet on an
      *            imported statement is listed on DEPRECON.TXT, as is
      *            any bank credit in the range that no deposit
      *            accounts for, and the report closes with the
      *            outstanding-items count MORNDASH shows the morning
      *            operator.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: history
      *                 and bank rows read, deposits matched, items
      *                 outstanding, the amount matched as control
      *                 total and the return code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-HISTORY-IN
                ASSIGN USING DEPHIST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HISTORY-STATUS-WS.

           SELECT CREDIT-HISTORY-IN
                ASSIGN USING BANKCRED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CREDIT-STATUS-WS.

           SELECT RECON-REPORT-OUT
                ASSIGN USING DEPRECON-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-HISTORY-IN.
           COPY "DEPOSIT-HISTORY.TXT".

       FD  CREDIT-HISTORY-IN.
           COPY "BANK-CREDIT.TXT".

       FD  RECON-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  DEPHIST-PATH-WS             PIC X(80)
               VALUE "DEPHIST.TXT".
       01  BANKCRED-PATH-WS            PIC X(80)
               VALUE "BANKCRED.TXT".
       01  DEPRECON-PATH-WS            PIC X(80)
               VALUE "DEPRECON.TXT".

       01  HISTORY-STATUS-WS           PIC X(2).
       01  CREDIT-STATUS-WS            PIC X(2).
       01  EOF-HISTORY-SW              PIC X(3)   VALUE "NO".
       01  EOF-CREDIT-SW               PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  CREDITS-AVAILABLE-SW        PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

       01  FROM-DATE-WS                PIC 9(8).
       01  TO-DATE-WS                  PIC 9(8).

      *-----------------------------------------------------------------
      *Any date turned into a day number with the common 360-day/
      *30-day-month batch approximation, so "two days later" can be
      *tested across a month end
      *-----------------------------------------------------------------
       01  DAY-NUMBER-DATE-WS.
           05 DN-CCYY                PIC 9(4).
           05 DN-MM                  PIC 9(2).
           05 DN-DD                  PIC 9(2).
       01  DAY-NUMBER-DATE-9-WS REDEFINES DAY-NUMBER-DATE-WS
                                       PIC 9(8).
       01  DAY-NUMBER-WS               PIC 9(7).
       01  FROM-DAY-NUMBER-WS          PIC 9(7).
       01  TO-DAY-NUMBER-WS            PIC 9(7).
       01  LAST-CREDIT-DAY-WS          PIC 9(7)   VALUE ZERO.
       01  WINDOW-END-WS               PIC 9(7).

      *-----------------------------------------------------------------
      *Close-out days in the range; a date closed out twice keeps only
      *its later row
      *-----------------------------------------------------------------
       01  DEPOSIT-DAY-TBL.
           05 DAY-COUNT              PIC 9(3)  VALUE ZERO.
           05 DAY-ENTRY OCCURS 120 TIMES.
               10 DAY-DATE             PIC 9(8).
               10 DAY-NUMBER           PIC 9(7).
               10 DAY-CASH             PIC 9(7)V99.
               10 DAY-CHEQUE           PIC 9(7)V99.
               10 DAY-CARD             PIC 9(7)V99.
               10 DAY-PAD              PIC 9(7)V99.
               10 DAY-CARD-MATCHED-SW  PIC X(1).
       01  DAY-SUB                     PIC 9(3)  VALUE ZERO.
       01  DAY-FOUND-SUB               PIC 9(3)  VALUE ZERO.
       01  DAY-FOUND-SW                PIC X(1)  VALUE "N".
       01  DAY-TABLE-FULL-SW           PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *Bank credits dated from the first day to two days past the
      *last, each used by at most one deposit
      *-----------------------------------------------------------------
       01  BANK-CREDIT-TBL.
           05 CREDIT-COUNT           PIC 9(3)  VALUE ZERO.
           05 CREDIT-ENTRY OCCURS 600 TIMES.
               10 CREDIT-DATE          PIC 9(8).
               10 CREDIT-DAY-NUMBER    PIC 9(7).
               10 CREDIT-TYPE          PIC X(1).
               10 CREDIT-AMOUNT        PIC 9(7)V99.
               10 CREDIT-REF           PIC X(12).
               10 CREDIT-USED-SW       PIC X(1).
       01  CREDIT-SUB                  PIC 9(3)  VALUE ZERO.
       01  CREDIT-FOUND-SUB            PIC 9(3)  VALUE ZERO.
       01  CREDIT-TABLE-FULL-SW        PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *The one deposit being matched
      *-----------------------------------------------------------------
       01  MATCH-METHOD-WS             PIC X(1).
       01  MATCH-EXPECTED-WS           PIC 9(7)V99.
       01  MATCH-CREDITED-WS           PIC 9(7)V99.
       01  MATCH-DIFFERENCE-WS         PIC S9(7)V99.

       01  DAYS-CHECKED-WS             PIC 9(4)   VALUE ZERO.
       01  MATCHED-COUNT-WS            PIC 9(4)   VALUE ZERO.
       01  OUTSTANDING-COUNT-WS        PIC 9(4)   VALUE ZERO.
       01  SHORT-COUNT-WS              PIC 9(4)   VALUE ZERO.
       01  IN-TRANSIT-COUNT-WS         PIC 9(4)   VALUE ZERO.
       01  UNEXPECTED-COUNT-WS         PIC 9(4)   VALUE ZERO.
       01  ROWS-READ-WS                PIC 9(7)   VALUE ZERO.
       01  MATCHED-AMOUNT-WS           PIC 9(9)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  RECON-TITLE-LINE.
           05 FILLER  PIC X(24) VALUE "DEPOSIT RECONCILIATION ".
           05 TITLE-FROM-OUT         PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " TO ".
           05 TITLE-TO-OUT           PIC 9(8).
           05 FILLER  PIC X(5)  VALUE SPACES.
           05 FILLER  PIC X(4)  VALUE "RUN ".
           05 TITLE-RUN-OUT          PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  RECON-HEADING.
           05 FILLER  PIC X(10) VALUE "DATE".
           05 FILLER  PIC X(8)  VALUE "METHOD".
           05 FILLER  PIC X(14) VALUE "   DEPOSITED".
           05 FILLER  PIC X(14) VALUE "    CREDITED".
           05 FILLER  PIC X(15) VALUE "   DIFFERENCE".
           05 FILLER  PIC X(20) VALUE "STATUS".
       01  RECON-DETAIL-LINE.
           05 RCN-DATE-OUT           PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCN-METHOD-OUT         PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCN-DEPOSITED-OUT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCN-CREDITED-OUT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCN-DIFFERENCE-OUT     PIC --,---,--9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RCN-STATUS-OUT         PIC X(18).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 RCN-REF-OUT            PIC X(12).
       01  SUMMARY-LINE.
           05 SUMMARY-COUNT-OUT      PIC ZZZ9.
           05 SUMMARY-TEXT-OUT       PIC X(40).

       PROCEDURE DIVISION.
       100-RECONCILE-DEPOSITS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-DATE-RANGE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-LOAD-DEPOSIT-DAYS
               PERFORM 230-LOAD-BANK-CREDITS
               PERFORM 240-PRINT-HEADINGS
               PERFORM 300-MATCH-SAME-DAY-DEPOSITS
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > DAY-COUNT
               PERFORM 320-MATCH-CARD-EXACT
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > DAY-COUNT
               PERFORM 330-MATCH-CARD-REMAINING
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-SUB > DAY-COUNT
               PERFORM 350-LIST-UNEXPECTED-CREDIT
                   VARYING CREDIT-SUB FROM 1 BY 1
                   UNTIL CREDIT-SUB > CREDIT-COUNT
               PERFORM 260-PRINT-SUMMARY
               PERFORM 290-CLOSE-FILES
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
           CALL "SITECFG" USING DEPHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING BANKCRED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DEPRECON-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; deposits that tie count as
      * written and outstanding items as rejected, and the control
      * total is the amount matched to the bank
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "DEPRECON" TO RL-PROGRAM.
           MOVE "DEPRECON" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE ROWS-READ-WS TO RL-RECORDS-READ.
           MOVE MATCHED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE OUTSTANDING-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE MATCHED-AMOUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-DATE-RANGE.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY "Enter first close-out date (YYYYMMDD): ".
           ACCEPT FROM-DATE-WS.
           DISPLAY "Enter last close-out date (YYYYMMDD): ".
           ACCEPT TO-DATE-WS.
           MOVE FROM-DATE-WS TO DAY-NUMBER-DATE-9-WS.
           PERFORM 400-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER-WS TO FROM-DAY-NUMBER-WS.
           MOVE TO-DATE-WS TO DAY-NUMBER-DATE-9-WS.
           PERFORM 400-COMPUTE-DAY-NUMBER.
           MOVE DAY-NUMBER-WS TO TO-DAY-NUMBER-WS.

      *    No bank history yet is not fatal - every deposit in the
      *    range then simply shows as not yet on a statement
       210-OPEN-FILES.
           IF TO-DATE-WS < FROM-DATE-WS
               MOVE "Y" TO ABORT-SW
               DISPLAY "LAST DATE IS BEFORE FIRST DATE"
           ELSE
               OPEN INPUT DEPOSIT-HISTORY-IN
               IF HISTORY-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "DEPHIST.TXT NOT AVAILABLE - STATUS "
                           HISTORY-STATUS-WS
               ELSE
                   OPEN INPUT CREDIT-HISTORY-IN
                   IF CREDIT-STATUS-WS = "00"
                       MOVE "Y" TO CREDITS-AVAILABLE-SW
                   ELSE
                       DISPLAY "BANKCRED.TXT NOT AVAILABLE - NO "
                               "STATEMENTS IMPORTED"
                   END-IF
                   OPEN OUTPUT RECON-REPORT-OUT
               END-IF
           END-IF.

       220-LOAD-DEPOSIT-DAYS.
           PERFORM 221-READ-DEPOSIT-HISTORY.
           PERFORM 222-TABLE-ONE-DEPOSIT-DAY
               UNTIL EOF-HISTORY-SW = "YES".

       221-READ-DEPOSIT-HISTORY.
           READ DEPOSIT-HISTORY-IN
               AT END
                   MOVE "YES" TO EOF-HISTORY-SW
               NOT AT END
                   ADD 1 TO ROWS-READ-WS
           END-READ.

       222-TABLE-ONE-DEPOSIT-DAY.
           IF DPH-CLOSEOUT-DATE NOT < FROM-DATE-WS
                   AND DPH-CLOSEOUT-DATE NOT > TO-DATE-WS
               PERFORM 223-FIND-DEPOSIT-DAY
               IF DAY-FOUND-SW = "Y"
                   MOVE DPH-CLOSEOUT-DATE TO DAY-DATE(DAY-FOUND-SUB)
                   MOVE DPH-CLOSEOUT-DATE TO DAY-NUMBER-DATE-9-WS
                   PERFORM 400-COMPUTE-DAY-NUMBER
                   MOVE DAY-NUMBER-WS TO DAY-NUMBER(DAY-FOUND-SUB)
                   MOVE DPH-CASH   TO DAY-CASH(DAY-FOUND-SUB)
                   MOVE DPH-CHEQUE TO DAY-CHEQUE(DAY-FOUND-SUB)
                   MOVE DPH-CARD   TO DAY-CARD(DAY-FOUND-SUB)
                   MOVE DPH-PAD    TO DAY-PAD(DAY-FOUND-SUB)
                   MOVE "N" TO DAY-CARD-MATCHED-SW(DAY-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 221-READ-DEPOSIT-HISTORY.

      *    A later row for a date already tabled overwrites it in
      *    place - the re-run close-out is the one that counts
       223-FIND-DEPOSIT-DAY.
           MOVE "N" TO DAY-FOUND-SW.
           PERFORM 224-COMPARE-DEPOSIT-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > DAY-COUNT
                   OR DAY-FOUND-SW = "Y".
           IF DAY-FOUND-SW = "N"
               IF DAY-COUNT < 120
                   ADD 1 TO DAY-COUNT
                   MOVE DAY-COUNT TO DAY-FOUND-SUB
                   MOVE "Y" TO DAY-FOUND-SW
               ELSE
                   IF DAY-TABLE-FULL-SW = "N"
                       MOVE "Y" TO DAY-TABLE-FULL-SW
                       DISPLAY "DEPOSIT DAY TABLE FULL AT 120 - "
                               "NARROW THE DATE RANGE"
                   END-IF
               END-IF
           END-IF.

       224-COMPARE-DEPOSIT-DAY.
           IF DPH-CLOSEOUT-DATE = DAY-DATE(DAY-SUB)
               MOVE "Y" TO DAY-FOUND-SW
               MOVE DAY-SUB TO DAY-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Every credit is looked at for the newest value date on file
      * (a deposit after it cannot be on a statement yet); only those
      * inside the card window of the range are tabled
      *-----------------------------------------------------------------
       230-LOAD-BANK-CREDITS.
           COMPUTE WINDOW-END-WS = TO-DAY-NUMBER-WS + 2.
           IF CREDITS-AVAILABLE-SW = "Y"
               PERFORM 231-READ-BANK-CREDIT
               PERFORM 232-TABLE-ONE-BANK-CREDIT
                   UNTIL EOF-CREDIT-SW = "YES"
           END-IF.

       231-READ-BANK-CREDIT.
           READ CREDIT-HISTORY-IN
               AT END
                   MOVE "YES" TO EOF-CREDIT-SW
               NOT AT END
                   ADD 1 TO ROWS-READ-WS
           END-READ.

       232-TABLE-ONE-BANK-CREDIT.
           MOVE BCR-VALUE-DATE TO DAY-NUMBER-DATE-9-WS.
           PERFORM 400-COMPUTE-DAY-NUMBER.
           IF DAY-NUMBER-WS > LAST-CREDIT-DAY-WS
               MOVE DAY-NUMBER-WS TO LAST-CREDIT-DAY-WS
           END-IF.
           IF DAY-NUMBER-WS NOT < FROM-DAY-NUMBER-WS
                   AND DAY-NUMBER-WS NOT > WINDOW-END-WS
               IF CREDIT-COUNT < 600
                   ADD 1 TO CREDIT-COUNT
                   MOVE BCR-VALUE-DATE TO CREDIT-DATE(CREDIT-COUNT)
                   MOVE DAY-NUMBER-WS
                       TO CREDIT-DAY-NUMBER(CREDIT-COUNT)
                   MOVE BCR-CREDIT-TYPE TO CREDIT-TYPE(CREDIT-COUNT)
                   MOVE BCR-AMOUNT TO CREDIT-AMOUNT(CREDIT-COUNT)
                   MOVE BCR-BANK-REF TO CREDIT-REF(CREDIT-COUNT)
                   MOVE "N" TO CREDIT-USED-SW(CREDIT-COUNT)
               ELSE
                   IF CREDIT-TABLE-FULL-SW = "N"
                       MOVE "Y" TO CREDIT-TABLE-FULL-SW
                       DISPLAY "BANK CREDIT TABLE FULL AT 600 - "
                               "NARROW THE DATE RANGE"
                   END-IF
               END-IF
           END-IF.
           PERFORM 231-READ-BANK-CREDIT.

       240-PRINT-HEADINGS.
           MOVE FROM-DATE-WS TO TITLE-FROM-OUT.
           MOVE TO-DATE-WS TO TITLE-TO-OUT.
           MOVE TODAYS-DATE-WS TO TITLE-RUN-OUT.
           DISPLAY RECON-TITLE-LINE.
           WRITE PRINTLINE FROM RECON-TITLE-LINE.
           DISPLAY RECON-HEADING.
           WRITE PRINTLINE FROM RECON-HEADING.

       260-PRINT-SUMMARY.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE DAYS-CHECKED-WS TO SUMMARY-COUNT-OUT.
           MOVE " CLOSE-OUT DAYS CHECKED." TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE MATCHED-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " DEPOSITS MATCHED TO THE BANK." TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE IN-TRANSIT-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " DEPOSITS IN TRANSIT." TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE SHORT-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " DEPOSITS SHORT, OVER OR NOT RECEIVED."
               TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE UNEXPECTED-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " BANK CREDITS WITH NO DEPOSIT." TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.
           MOVE OUTSTANDING-COUNT-WS TO SUMMARY-COUNT-OUT.
           MOVE " OUTSTANDING DEPOSIT ITEMS." TO SUMMARY-TEXT-OUT.
           DISPLAY SUMMARY-LINE.
           WRITE PRINTLINE FROM SUMMARY-LINE.

      *-----------------------------------------------------------------
      * Cash, cheque and PAD: every credit of that kind on the
      * close-out date together must equal the day's total
      *-----------------------------------------------------------------
       300-MATCH-SAME-DAY-DEPOSITS.
           ADD 1 TO DAYS-CHECKED-WS.
           MOVE "C" TO MATCH-METHOD-WS.
           MOVE DAY-CASH(DAY-SUB) TO MATCH-EXPECTED-WS.
           PERFORM 310-MATCH-ONE-SAME-DAY.
           MOVE "Q" TO MATCH-METHOD-WS.
           MOVE DAY-CHEQUE(DAY-SUB) TO MATCH-EXPECTED-WS.
           PERFORM 310-MATCH-ONE-SAME-DAY.
           MOVE "P" TO MATCH-METHOD-WS.
           MOVE DAY-PAD(DAY-SUB) TO MATCH-EXPECTED-WS.
           PERFORM 310-MATCH-ONE-SAME-DAY.

       310-MATCH-ONE-SAME-DAY.
           MOVE ZERO TO MATCH-CREDITED-WS.
           PERFORM 311-TAKE-SAME-DAY-CREDIT
               VARYING CREDIT-SUB FROM 1 BY 1
               UNTIL CREDIT-SUB > CREDIT-COUNT.
           MOVE DAY-NUMBER(DAY-SUB) TO WINDOW-END-WS.
           MOVE SPACES TO RCN-REF-OUT.
           PERFORM 340-REPORT-ONE-DEPOSIT.

       311-TAKE-SAME-DAY-CREDIT.
           IF CREDIT-USED-SW(CREDIT-SUB) = "N"
                   AND CREDIT-TYPE(CREDIT-SUB) = MATCH-METHOD-WS
                   AND CREDIT-DATE(CREDIT-SUB) = DAY-DATE(DAY-SUB)
               ADD CREDIT-AMOUNT(CREDIT-SUB) TO MATCH-CREDITED-WS
               MOVE "Y" TO CREDIT-USED-SW(CREDIT-SUB)
           END-IF.

      *-----------------------------------------------------------------
      * Card, first pass: one settlement for exactly the day's card
      * total landing that day or within the next two, earliest first
      *-----------------------------------------------------------------
       320-MATCH-CARD-EXACT.
           IF DAY-CARD(DAY-SUB) > ZERO
               MOVE ZERO TO CREDIT-FOUND-SUB
               COMPUTE WINDOW-END-WS = DAY-NUMBER(DAY-SUB) + 2
               PERFORM 321-COMPARE-CARD-CREDIT
                   VARYING CREDIT-SUB FROM 1 BY 1
                   UNTIL CREDIT-SUB > CREDIT-COUNT
               IF CREDIT-FOUND-SUB > ZERO
                   MOVE "Y" TO CREDIT-USED-SW(CREDIT-FOUND-SUB)
                   MOVE "Y" TO DAY-CARD-MATCHED-SW(DAY-SUB)
                   ADD 1 TO MATCHED-COUNT-WS
                   ADD DAY-CARD(DAY-SUB) TO MATCHED-AMOUNT-WS
               END-IF
           END-IF.

       321-COMPARE-CARD-CREDIT.
           IF CREDIT-USED-SW(CREDIT-SUB) = "N"
                   AND CREDIT-TYPE(CREDIT-SUB) = "D"
                   AND CREDIT-AMOUNT(CREDIT-SUB) = DAY-CARD(DAY-SUB)
                   AND CREDIT-DAY-NUMBER(CREDIT-SUB)
                       NOT < DAY-NUMBER(DAY-SUB)
                   AND CREDIT-DAY-NUMBER(CREDIT-SUB)
                       NOT > WINDOW-END-WS
               IF CREDIT-FOUND-SUB = ZERO
                   MOVE CREDIT-SUB TO CREDIT-FOUND-SUB
               ELSE
                   IF CREDIT-DAY-NUMBER(CREDIT-SUB) <
                           CREDIT-DAY-NUMBER(CREDIT-FOUND-SUB)
                       MOVE CREDIT-SUB TO CREDIT-FOUND-SUB
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Card, second pass: a day with no exact settlement takes
      * whatever card credits are still unclaimed in its window - a
      * settlement the processor split still ties, anything else is
      * short, over or missing
      *-----------------------------------------------------------------
       330-MATCH-CARD-REMAINING.
           IF DAY-CARD(DAY-SUB) > ZERO
                   AND DAY-CARD-MATCHED-SW(DAY-SUB) = "N"
               MOVE "D" TO MATCH-METHOD-WS
               MOVE DAY-CARD(DAY-SUB) TO MATCH-EXPECTED-WS
               MOVE ZERO TO MATCH-CREDITED-WS
               COMPUTE WINDOW-END-WS = DAY-NUMBER(DAY-SUB) + 2
               MOVE SPACES TO RCN-REF-OUT
               PERFORM 331-TAKE-WINDOW-CARD-CREDIT
                   VARYING CREDIT-SUB FROM 1 BY 1
                   UNTIL CREDIT-SUB > CREDIT-COUNT
               PERFORM 340-REPORT-ONE-DEPOSIT
           END-IF.

       331-TAKE-WINDOW-CARD-CREDIT.
           IF CREDIT-USED-SW(CREDIT-SUB) = "N"
                   AND CREDIT-TYPE(CREDIT-SUB) = "D"
                   AND CREDIT-DAY-NUMBER(CREDIT-SUB)
                       NOT < DAY-NUMBER(DAY-SUB)
                   AND CREDIT-DAY-NUMBER(CREDIT-SUB)
                       NOT > WINDOW-END-WS
               ADD CREDIT-AMOUNT(CREDIT-SUB) TO MATCH-CREDITED-WS
               MOVE "Y" TO CREDIT-USED-SW(CREDIT-SUB)
               MOVE CREDIT-REF(CREDIT-SUB) TO RCN-REF-OUT
           END-IF.

      *-----------------------------------------------------------------
      * A deposit that ties is counted and not printed.  One with no
      * credit at all is in transit while the last day it could land
      * is past the newest statement imported, otherwise it was not
      * received; a credit that does not tie is short or over.
      *-----------------------------------------------------------------
       340-REPORT-ONE-DEPOSIT.
           IF MATCH-CREDITED-WS = MATCH-EXPECTED-WS
               IF MATCH-EXPECTED-WS > ZERO
                   ADD 1 TO MATCHED-COUNT-WS
                   ADD MATCH-EXPECTED-WS TO MATCHED-AMOUNT-WS
               END-IF
           ELSE
               ADD 1 TO OUTSTANDING-COUNT-WS
               COMPUTE MATCH-DIFFERENCE-WS =
                   MATCH-CREDITED-WS - MATCH-EXPECTED-WS
               IF MATCH-CREDITED-WS = ZERO
                   IF WINDOW-END-WS > LAST-CREDIT-DAY-WS
                       MOVE "IN TRANSIT" TO RCN-STATUS-OUT
                       ADD 1 TO IN-TRANSIT-COUNT-WS
                   ELSE
                       MOVE "NOT RECEIVED" TO RCN-STATUS-OUT
                       ADD 1 TO SHORT-COUNT-WS
                   END-IF
               ELSE
                   IF MATCH-CREDITED-WS < MATCH-EXPECTED-WS
                       MOVE "SHORT" TO RCN-STATUS-OUT
                   ELSE
                       MOVE "OVER" TO RCN-STATUS-OUT
                   END-IF
                   ADD 1 TO SHORT-COUNT-WS
               END-IF
               MOVE DAY-DATE(DAY-SUB) TO RCN-DATE-OUT
               PERFORM 410-NAME-METHOD
               MOVE MATCH-EXPECTED-WS TO RCN-DEPOSITED-OUT
               MOVE MATCH-CREDITED-WS TO RCN-CREDITED-OUT
               MOVE MATCH-DIFFERENCE-WS TO RCN-DIFFERENCE-OUT
               DISPLAY RECON-DETAIL-LINE
               WRITE PRINTLINE FROM RECON-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
      * A credit dated inside the range that no deposit claimed;
      * one past the last date may belong to the next period
      *-----------------------------------------------------------------
       350-LIST-UNEXPECTED-CREDIT.
           IF CREDIT-USED-SW(CREDIT-SUB) = "N"
                   AND CREDIT-DAY-NUMBER(CREDIT-SUB)
                       NOT > TO-DAY-NUMBER-WS
               ADD 1 TO OUTSTANDING-COUNT-WS
               ADD 1 TO UNEXPECTED-COUNT-WS
               MOVE CREDIT-DATE(CREDIT-SUB) TO RCN-DATE-OUT
               MOVE CREDIT-TYPE(CREDIT-SUB) TO MATCH-METHOD-WS
               PERFORM 410-NAME-METHOD
               MOVE ZERO TO RCN-DEPOSITED-OUT
               MOVE CREDIT-AMOUNT(CREDIT-SUB) TO RCN-CREDITED-OUT
               MOVE CREDIT-AMOUNT(CREDIT-SUB) TO MATCH-DIFFERENCE-WS
               MOVE MATCH-DIFFERENCE-WS TO RCN-DIFFERENCE-OUT
               MOVE "NO DEPOSIT FOR IT" TO RCN-STATUS-OUT
               MOVE CREDIT-REF(CREDIT-SUB) TO RCN-REF-OUT
               DISPLAY RECON-DETAIL-LINE
               WRITE PRINTLINE FROM RECON-DETAIL-LINE
           END-IF.

       290-CLOSE-FILES.
           CLOSE DEPOSIT-HISTORY-IN.
           IF CREDITS-AVAILABLE-SW = "Y"
               CLOSE CREDIT-HISTORY-IN
           END-IF.
           CLOSE RECON-REPORT-OUT.

      *    The common 360-day/30-day-month batch approximation
       400-COMPUTE-DAY-NUMBER.
           COMPUTE DAY-NUMBER-WS =
               DN-CCYY * 360 + DN-MM * 30 + DN-DD.

       410-NAME-METHOD.
           IF MATCH-METHOD-WS = "C"
               MOVE "CASH" TO RCN-METHOD-OUT
           ELSE
               IF MATCH-METHOD-WS = "Q"
                   MOVE "CHEQUE" TO RCN-METHOD-OUT
               ELSE
                   IF MATCH-METHOD-WS = "D"
                       MOVE "CARD" TO RCN-METHOD-OUT
                   ELSE
                       MOVE "PAD" TO RCN-METHOD-OUT
                   END-IF
               END-IF
           END-IF.

       END PROGRAM DEPRECON.
