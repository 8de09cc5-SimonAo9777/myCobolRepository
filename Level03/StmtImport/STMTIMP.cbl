      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Bank statement credit import.  Reads the bank's daily
      *            statement credits BANKSTMT.TXT (value date, credit
      *            type C cash / Q cheque / D card settlement / P PAD
      *            settlement, amount, bank reference, closed by an
      *            ST control trailer carrying the bank's count and
      *            total) and appends them to the running credit
      *            history BANKCRED.TXT that DEPRECON matches the
      *            close-out deposits against.  The file is checked
      *            end to end first: a bad row goes to EXCEPTIONS.TXT
      *            for the workbench, a credit dated on or before the
      *            last value date already imported means the
      *            statement was loaded before, and a file that does
      *            not tie to its ST trailer is short - any of these
      *            refuses the whole statement so the history never
      *            holds half a statement or the same one twice.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE-IN
                ASSIGN USING BANKSTMT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS STATEMENT-STATUS-WS.

           SELECT CREDIT-HISTORY-IN
                ASSIGN USING BANKCRED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CREDIT-STATUS-WS.

           SELECT CREDIT-HISTORY-OUT
                ASSIGN USING BANKCRED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMPORT-REPORT-OUT
                ASSIGN USING STMTIMP-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *Statement credit row; alphanumeric so a bad row can be logged
      *as it stands.  A row whose first two bytes are "ST" is the
      *bank's control trailer.
      *-----------------------------------------------------------------
       FD  STATEMENT-FILE-IN.
       01  STATEMENT-RECORD-IN.
           05 STMT-DATE-IN           PIC X(8).
           05 STMT-TYPE-IN           PIC X(1).
           05 STMT-AMOUNT-IN         PIC X(9).
           05 STMT-REF-IN            PIC X(12).
       01  STATEMENT-DATE-9-IN REDEFINES STATEMENT-RECORD-IN.
           05 STMT-DATE-NUM-IN       PIC 9(8).
           05 FILLER                 PIC X(1).
           05 STMT-AMOUNT-NUM-IN     PIC 9(7)V99.
           05 FILLER                 PIC X(12).
       01  STATEMENT-DATE-PARTS-IN REDEFINES STATEMENT-RECORD-IN.
           05 FILLER                 PIC X(4).
           05 STMT-MONTH-IN          PIC 9(2).
           05 STMT-DAY-IN            PIC 9(2).
           05 FILLER                 PIC X(22).
       01  STATEMENT-TRAILER-IN REDEFINES STATEMENT-RECORD-IN.
           05 ST-FLAG-IN             PIC X(2).
           05 ST-COUNT-IN            PIC X(6).
           05 ST-AMOUNT-IN           PIC X(10).
           05 FILLER                 PIC X(12).
       01  STATEMENT-TRAILER-9-IN REDEFINES STATEMENT-RECORD-IN.
           05 FILLER                 PIC X(2).
           05 ST-COUNT-NUM-IN        PIC 9(6).
           05 ST-AMOUNT-NUM-IN       PIC 9(8)V99.
           05 FILLER                 PIC X(12).

      *-----------------------------------------------------------------
      *Credit history, read first only for the last value date on it
      *-----------------------------------------------------------------
       FD  CREDIT-HISTORY-IN.
       01  CREDIT-HISTORY-RECORD-IN.
           05 CREDIT-VALUE-DATE-IN   PIC 9(8).
           05 FILLER                 PIC X(30).

       FD  CREDIT-HISTORY-OUT.
           COPY "BANK-CREDIT.TXT".

       FD  IMPORT-REPORT-OUT.
       01  PRINTLINE                 PIC X(70).

      *-----------------------------------------------------------------
      *Shared EXCEPTIONS.TXT layout
      *-----------------------------------------------------------------
       FD  EXCEPTION-FILE-OUT.
           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  BANKSTMT-PATH-WS            PIC X(80)
               VALUE "BANKSTMT.TXT".
       01  BANKCRED-PATH-WS            PIC X(80)
               VALUE "BANKCRED.TXT".
       01  STMTIMP-PATH-WS             PIC X(80)
               VALUE "STMTIMP.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  STATEMENT-STATUS-WS         PIC X(2).
       01  CREDIT-STATUS-WS            PIC X(2).
       01  EOF-STATEMENT-SW            PIC X(3)   VALUE "NO".
       01  EOF-CREDIT-SW               PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  TRAILER-SEEN-SW             PIC X(1)   VALUE "N".
       01  ROW-VALID-SW                PIC X(1)   VALUE "Y".
       01  LAST-IMPORTED-DATE-WS       PIC 9(8)   VALUE ZERO.

       01  CLEAN-COUNT-WS              PIC 9(6)   VALUE ZERO.
       01  CLEAN-AMOUNT-WS             PIC 9(8)V99 VALUE ZERO.
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  REPEATED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  APPENDED-COUNT-WS           PIC 9(6)   VALUE ZERO.
       01  BANK-COUNT-WS               PIC 9(6)   VALUE ZERO.
       01  BANK-AMOUNT-WS              PIC 9(8)V99 VALUE ZERO.
       01  STATEMENT-CLEAN-SW          PIC X(1)   VALUE "N".

       01  IMPORT-TITLE-LINE.
           05 FILLER  PIC X(30)
               VALUE "BANK STATEMENT IMPORT REPORT  ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  IMPORT-DETAIL-LINE.
           05 IMPORT-LABEL-OUT       PIC X(22).
           05 IMPORT-COUNT-OUT       PIC ZZZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 IMPORT-AMOUNT-OUT      PIC ZZ,ZZZ,ZZ9.99.
       01  IMPORT-RESULT-LINE.
           05 IMPORT-RESULT-OUT      PIC X(50).

       PROCEDURE DIVISION.
       100-IMPORT-STATEMENT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-READ-STATEMENT-RECORD
               PERFORM 220-CHECK-ONE-ROW
                   UNTIL EOF-STATEMENT-SW = "YES"
               CLOSE STATEMENT-FILE-IN
               PERFORM 250-DECIDE-STATEMENT
               IF STATEMENT-CLEAN-SW = "Y"
                   PERFORM 260-APPEND-STATEMENT
               END-IF
               PERFORM 270-PRINT-IMPORT-REPORT
               PERFORM 290-CLOSE-FILES
               IF STATEMENT-CLEAN-SW = "N"
                   MOVE 8 TO RETURN-CODE
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
           CALL "SITECFG" USING BANKSTMT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING BANKCRED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STMTIMP-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT STATEMENT-FILE-IN.
           IF STATEMENT-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "BANKSTMT.TXT NOT AVAILABLE - STATUS "
                       STATEMENT-STATUS-WS
           ELSE
               PERFORM 201-FIND-LAST-IMPORTED-DATE
               OPEN OUTPUT IMPORT-REPORT-OUT
               OPEN EXTEND EXCEPTION-FILE-OUT
           END-IF.

      *-----------------------------------------------------------------
      * The newest value date already in the history; a first run
      * finds no history and accepts any date
      *-----------------------------------------------------------------
       201-FIND-LAST-IMPORTED-DATE.
           OPEN INPUT CREDIT-HISTORY-IN.
           IF CREDIT-STATUS-WS = "00"
               PERFORM 202-READ-ONE-CREDIT
                   UNTIL EOF-CREDIT-SW = "YES"
               CLOSE CREDIT-HISTORY-IN
           END-IF.

       202-READ-ONE-CREDIT.
           READ CREDIT-HISTORY-IN
               AT END
                   MOVE "YES" TO EOF-CREDIT-SW
               NOT AT END
                   IF CREDIT-VALUE-DATE-IN > LAST-IMPORTED-DATE-WS
                       MOVE CREDIT-VALUE-DATE-IN
                           TO LAST-IMPORTED-DATE-WS
                   END-IF
           END-READ.

       210-READ-STATEMENT-RECORD.
           READ STATEMENT-FILE-IN
               AT END
                   MOVE "YES" TO EOF-STATEMENT-SW
           END-READ.

      *-----------------------------------------------------------------
      * First pass: nothing is written to the history, the rows are
      * only proved - trailer captured, bad rows logged, repeated
      * value dates counted, clean rows totalled for the tie
      *-----------------------------------------------------------------
       220-CHECK-ONE-ROW.
           IF ST-FLAG-IN = "ST"
               PERFORM 230-CAPTURE-STATEMENT-TRAILER
           ELSE
               PERFORM 221-VALIDATE-ROW
               IF ROW-VALID-SW = "Y"
                   ADD 1 TO CLEAN-COUNT-WS
                   ADD STMT-AMOUNT-NUM-IN TO CLEAN-AMOUNT-WS
                   IF STMT-DATE-NUM-IN NOT > LAST-IMPORTED-DATE-WS
                       ADD 1 TO REPEATED-COUNT-WS
                   END-IF
               ELSE
                   PERFORM 231-WRITE-STATEMENT-EXCEPTION
               END-IF
           END-IF.
           PERFORM 210-READ-STATEMENT-RECORD.

       221-VALIDATE-ROW.
           MOVE "Y" TO ROW-VALID-SW.
           IF STMT-DATE-IN IS NOT NUMERIC
                   OR STMT-AMOUNT-IN IS NOT NUMERIC
               MOVE "N" TO ROW-VALID-SW
           ELSE
               IF STMT-MONTH-IN < 1 OR STMT-MONTH-IN > 12
                       OR STMT-DAY-IN < 1 OR STMT-DAY-IN > 31
                   MOVE "N" TO ROW-VALID-SW
               END-IF
           END-IF.
           IF STMT-TYPE-IN NOT = "C" AND STMT-TYPE-IN NOT = "Q"
                   AND STMT-TYPE-IN NOT = "D"
                   AND STMT-TYPE-IN NOT = "P"
               MOVE "N" TO ROW-VALID-SW
           END-IF.

       230-CAPTURE-STATEMENT-TRAILER.
           MOVE "Y" TO TRAILER-SEEN-SW.
           IF ST-COUNT-IN IS NUMERIC
               MOVE ST-COUNT-NUM-IN TO BANK-COUNT-WS
           END-IF.
           IF ST-AMOUNT-IN IS NUMERIC
               MOVE ST-AMOUNT-NUM-IN TO BANK-AMOUNT-WS
           END-IF.

       231-WRITE-STATEMENT-EXCEPTION.
           ADD 1 TO REJECTED-COUNT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE "BAD STATEMENT ROW" TO EXCEPTION-REASON-EXC.
           MOVE "STMTIMP" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAYS-DATE-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

      *-----------------------------------------------------------------
      * Only a statement that ties to its trailer, with no bad rows
      * and nothing already imported, is appended
      *-----------------------------------------------------------------
       250-DECIDE-STATEMENT.
           IF TRAILER-SEEN-SW = "Y"
                   AND BANK-COUNT-WS = CLEAN-COUNT-WS
                   AND BANK-AMOUNT-WS = CLEAN-AMOUNT-WS
                   AND REJECTED-COUNT-WS = ZERO
                   AND REPEATED-COUNT-WS = ZERO
               MOVE "Y" TO STATEMENT-CLEAN-SW
           END-IF.

      *-----------------------------------------------------------------
      * Second pass over the same file, appending each credit with
      * today's import date
      *-----------------------------------------------------------------
       260-APPEND-STATEMENT.
           MOVE "NO" TO EOF-STATEMENT-SW.
           OPEN INPUT STATEMENT-FILE-IN.
           OPEN EXTEND CREDIT-HISTORY-OUT.
           PERFORM 210-READ-STATEMENT-RECORD.
           PERFORM 261-APPEND-ONE-CREDIT
               UNTIL EOF-STATEMENT-SW = "YES".
           CLOSE STATEMENT-FILE-IN.
           CLOSE CREDIT-HISTORY-OUT.

       261-APPEND-ONE-CREDIT.
           IF ST-FLAG-IN NOT = "ST"
               MOVE STMT-DATE-NUM-IN   TO BCR-VALUE-DATE
               MOVE STMT-TYPE-IN       TO BCR-CREDIT-TYPE
               MOVE STMT-AMOUNT-NUM-IN TO BCR-AMOUNT
               MOVE STMT-REF-IN        TO BCR-BANK-REF
               MOVE TODAYS-DATE-WS     TO BCR-IMPORT-DATE
               WRITE BANK-CREDIT
               ADD 1 TO APPENDED-COUNT-WS
           END-IF.
           PERFORM 210-READ-STATEMENT-RECORD.

       270-PRINT-IMPORT-REPORT.
           MOVE TODAYS-DATE-WS TO TITLE-DATE-OUT.
           WRITE PRINTLINE FROM IMPORT-TITLE-LINE.
           MOVE "STATEMENT TRAILER:  " TO IMPORT-LABEL-OUT.
           MOVE BANK-COUNT-WS  TO IMPORT-COUNT-OUT.
           MOVE BANK-AMOUNT-WS TO IMPORT-AMOUNT-OUT.
           WRITE PRINTLINE FROM IMPORT-DETAIL-LINE.
           MOVE "CLEAN CREDITS:      " TO IMPORT-LABEL-OUT.
           MOVE CLEAN-COUNT-WS  TO IMPORT-COUNT-OUT.
           MOVE CLEAN-AMOUNT-WS TO IMPORT-AMOUNT-OUT.
           WRITE PRINTLINE FROM IMPORT-DETAIL-LINE.
           MOVE "REJECTED ROWS:      " TO IMPORT-LABEL-OUT.
           MOVE REJECTED-COUNT-WS TO IMPORT-COUNT-OUT.
           MOVE ZERO TO IMPORT-AMOUNT-OUT.
           WRITE PRINTLINE FROM IMPORT-DETAIL-LINE.
           MOVE "ALREADY IMPORTED:   " TO IMPORT-LABEL-OUT.
           MOVE REPEATED-COUNT-WS TO IMPORT-COUNT-OUT.
           MOVE ZERO TO IMPORT-AMOUNT-OUT.
           WRITE PRINTLINE FROM IMPORT-DETAIL-LINE.
           MOVE "APPENDED:           " TO IMPORT-LABEL-OUT.
           MOVE APPENDED-COUNT-WS TO IMPORT-COUNT-OUT.
           MOVE ZERO TO IMPORT-AMOUNT-OUT.
           WRITE PRINTLINE FROM IMPORT-DETAIL-LINE.
           IF TRAILER-SEEN-SW = "N"
               MOVE "NO ST TRAILER ON THE STATEMENT - NOT IMPORTED"
                   TO IMPORT-RESULT-OUT
           ELSE
               IF REPEATED-COUNT-WS > ZERO
                   MOVE "STATEMENT ALREADY IMPORTED - NOT IMPORTED"
                       TO IMPORT-RESULT-OUT
               ELSE
                   IF STATEMENT-CLEAN-SW = "Y"
                       MOVE "STATEMENT TIED - READY FOR DEPRECON"
                           TO IMPORT-RESULT-OUT
                   ELSE
                       MOVE "SHORT OR BAD STATEMENT - NOT IMPORTED"
                           TO IMPORT-RESULT-OUT
                   END-IF
               END-IF
           END-IF.
           DISPLAY IMPORT-RESULT-OUT.
           WRITE PRINTLINE FROM IMPORT-RESULT-LINE.

       290-CLOSE-FILES.
           CLOSE IMPORT-REPORT-OUT.
           CLOSE EXCEPTION-FILE-OUT.

       END PROGRAM STMTIMP.
