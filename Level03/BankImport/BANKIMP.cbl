      *                 so a hand-keyed batch waiting for TXNEDIT can
      *                 never be truncated by the OPEN OUTPUT or
      *                 deleted by the short-file cleanup.
      * 2026/10/15 SA  A settled pre-authorized debit comes back on the
      *                 same bank file under the "PAD" reference
      *                 PADSUBMT gave it; those rows translate with
      *                 method P instead of Q so the posting, the
      *                 journal and the close-out keep PAD receipts
      *                 apart from lockbox cheques.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading. The DEL of the
      *                 transaction file is built from the resolved
      *                 name.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: bank rows
      *                 read, rows translated, rows rejected, the
      *                 translated amount as control total and the
      *                 return code, including a refused import.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIMP.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE-IN
                ASSIGN USING BANKFILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS BANK-STATUS-WS.

           SELECT TXN-FILE-OUT
                ASSIGN USING TUITIONTXN-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TXN-GUARD-IN
                ASSIGN USING TUITIONTXN-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS GUARD-STATUS-WS.

           SELECT MATCH-REPORT-OUT
                ASSIGN USING BANKMATCH-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  BANKFILE-PATH-WS            PIC X(80)
               VALUE "BANKFILE.TXT".
       01  TUITIONTXN-PATH-WS          PIC X(80)
               VALUE "TUITIONTXN.TXT".
       01  BANKMATCH-PATH-WS           PIC X(80)
               VALUE "BANKMATCH.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  BANK-STATUS-WS              PIC X(2).
       01  GUARD-STATUS-WS             PIC X(2).
       01  EOF-BANK-SW                 PIC X(3)   VALUE "NO".
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  BANK-COUNT-WS               PIC 9(6)   VALUE ZERO.
       01  BANK-AMOUNT-WS              PIC 9(7)V99 VALUE ZERO.
       01  TXN-DELETE-COMMAND-WS       PIC X(90)  VALUE SPACES.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  MATCH-TITLE-LINE.
           05 FILLER  PIC X(26) VALUE "BANK LOCKBOX MATCH REPORT ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  MATCH-DETAIL-LINE.
           05 MATCH-LABEL-OUT        PIC X(22).
           05 MATCH-COUNT-OUT        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       100-IMPORT-BANK-FILE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-READ-BANK-RECORD
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
           CALL "SITECFG" USING BANKFILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONTXN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING BANKMATCH-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           STRING "DEL " DELIMITED BY SIZE
                  TUITIONTXN-PATH-WS DELIMITED BY SPACE
               INTO TXN-DELETE-COMMAND-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the control total is the
      * translated amount the match report ties to the bank trailer
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "BANKIMP" TO RL-PROGRAM.
           MOVE "BANKIMP" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           ADD TRANSLATED-COUNT-WS REJECTED-COUNT-WS
               GIVING RL-RECORDS-READ.
           MOVE TRANSLATED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE REJECTED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE TRANSLATED-AMOUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 201-GUARD-KEYED-BATCH.
                       AND BANK-AMOUNT-IN IS NUMERIC
                   MOVE BANK-STUDENT-IN TO STUDENT-NUMBER-TXN
                   MOVE BANK-AMOUNT-NUM-IN TO PAYMENT-AMOUNT-TXN
                   IF BANK-REF-IN(1 : 3) = "PAD"
                       MOVE "P" TO PAYMENT-METHOD-TXN
                   ELSE
                       MOVE "Q" TO PAYMENT-METHOD-TXN
                   END-IF
                   MOVE BANK-REF-IN TO BANK-REF-TXN
                   WRITE TXN-RECORD-OUT
                   ADD 1 TO TRANSLATED-COUNT-WS
