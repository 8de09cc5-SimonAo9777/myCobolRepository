      *                 record at the same time.
      *                 A student's balance is now checked against
      *                 the SUM of their term records' balances.
      * 2026/10/15 SA  Method P (pre-authorized debit settled by the
      *                 bank, translated by BANKIMP) is now a valid
      *                 payment method.
      * 2026/10/15 SA  A cheque (method Q) from a student NSFIMP has
      *                 flagged on NOCHEQUE.TXT after a returned item
      *                 is rejected "NO CHEQUES - NSF".  No flag file
      *                 on disk means no student is flagged.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram:
      *                 transactions read, accepted and rejected, the
      *                 accepted amount as control total and the
      *                 return code.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNEDIT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE-IN
                ASSIGN USING TUITIONTXN-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TXN-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT CHEQUE-BLOCK-FILE
                ASSIGN USING NOCHEQUE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CHQB-STUDENT-NUMBER
                  FILE STATUS IS BLOCK-STATUS-WS.

           SELECT ACCEPTED-FILE-OUT
                ASSIGN USING TUITIONACC-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECTED-FILE-OUT
                ASSIGN USING TUITIONREJ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 STUDENT-NAME-IN    PIC X(40).
           05 FILLER             PIC X(55).

      *-----------------------------------------------------------------
      *Students whose cheques are refused after a returned item
      *-----------------------------------------------------------------
       FD  CHEQUE-BLOCK-FILE.
           COPY "CHEQUE-BLOCK.TXT".

      *-----------------------------------------------------------------
      *Clean transactions, closed by a CT control-total trailer; the
      *posting step skips the trailer (its first six bytes are not
           05 REJ-REASON             PIC X(20).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TUITIONTXN-PATH-WS          PIC X(80)
               VALUE "TUITIONTXN.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  NOCHEQUE-PATH-WS            PIC X(80)
               VALUE "NOCHEQUE.TXT".
       01  TUITIONACC-PATH-WS          PIC X(80)
               VALUE "TUITIONACC.TXT".
       01  TUITIONREJ-PATH-WS          PIC X(80)
               VALUE "TUITIONREJ.TXT".

           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  TXN-STATUS-WS               PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  BLOCK-STATUS-WS             PIC X(2).
       01  BLOCKS-AVAILABLE-SW         PIC X(1)   VALUE "N".
       01  CHEQUE-BLOCKED-SW           PIC X(1)   VALUE "N".
       01  EOF-TXN-SW                  PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  KEY-INVALID-SW              PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-EDIT-TRANSACTION-FILE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-READ-TRANSACTION
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
           CALL "SITECFG" USING TUITIONTXN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING NOCHEQUE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONACC-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONREJ-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the control total is the
      * accepted amount the CT trailer carries
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "TXNEDIT" TO RL-PROGRAM.
           MOVE "TXNEDIT" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           COMPUTE RL-RECORDS-READ = ACCEPTED-COUNT-WS
               + REJECTED-COUNT-WS.
           MOVE ACCEPTED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE REJECTED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE ACCEPTED-AMOUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-OPEN-FILES.
           OPEN INPUT TXN-FILE-IN.
           IF TXN-STATUS-WS NOT = "00"
               ELSE
                   OPEN OUTPUT ACCEPTED-FILE-OUT
                   OPEN OUTPUT REJECTED-FILE-OUT
                   OPEN INPUT CHEQUE-BLOCK-FILE
                   IF BLOCK-STATUS-WS = "00"
                       MOVE "Y" TO BLOCKS-AVAILABLE-SW
                   END-IF
               END-IF
           END-IF.

                   IF PAYMENT-METHOD-TXN NOT = "C"
                           AND PAYMENT-METHOD-TXN NOT = "Q"
                           AND PAYMENT-METHOD-TXN NOT = "D"
                           AND PAYMENT-METHOD-TXN NOT = "P"
                       MOVE "BAD PAYMENT METHOD" TO REJECT-REASON-WS
                   ELSE
                       PERFORM 340-CHECK-CHEQUE-BLOCK
                       IF CHEQUE-BLOCKED-SW = "Y"
                           MOVE "NO CHEQUES - NSF" TO REJECT-REASON-WS
                       ELSE
                           PERFORM 300-CHECK-AGAINST-BALANCE
                       END-IF
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Only a cheque is refused; the flagged student may still pay
      * by cash, card or pre-authorized debit
      *-----------------------------------------------------------------
       340-CHECK-CHEQUE-BLOCK.
           MOVE "N" TO CHEQUE-BLOCKED-SW.
           IF PAYMENT-METHOD-TXN = "Q" AND BLOCKS-AVAILABLE-SW = "Y"
               MOVE STUDENT-NUMBER-TXN TO CHQB-STUDENT-NUMBER
               READ CHEQUE-BLOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CHEQUE-BLOCKED-SW
               END-READ
           END-IF.

       310-WRITE-ACCEPTED-RECORD.
           SUBTRACT PAYMENT-AMOUNT-NUM-TXN
               FROM BAL-REMAINING(BAL-FOUND-SUB).
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE ACCEPTED-FILE-OUT.
           CLOSE REJECTED-FILE-OUT.
           IF BLOCKS-AVAILABLE-SW = "Y"
               CLOSE CHEQUE-BLOCK-FILE
           END-IF.

       END PROGRAM TXNEDIT.
