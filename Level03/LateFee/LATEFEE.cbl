      *                 record at the same time.
      *                 The fee applies per term record - each aged
      *                 balance carries its own fee.
      * 2026/10/15 SA  The "L" audit line now carries the term code of
      *                 the record the fee was added to, through the
      *                 shared TUITION-AUDIT.TXT layout.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: master
      *                 records read, fees assessed, students skipped
      *                 uncapped, the fees assessed as control total
      *                 and the return code, including a run refused
      *                 at sign-on or at the lock.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  The run-log record is now written before the
      *                 master lock is released, and the return code
      *                 is put back after the release, so both the log
      *                 and the job step carry the run's own code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATEFEE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TUITION-AUDIT-IN
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-IN-STATUS-WS.

           SELECT TUITION-AUDIT-OUT
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT-OUT
                ASSIGN USING LATEFEES-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 FILLER                 PIC X(25).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; assessments go out flagged "L"
      *reason LF
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-OUT.
           COPY "TUITION-AUDIT.TXT".

       FD  REGISTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).

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
       01  LATEFEES-PATH-WS            PIC X(80)
               VALUE "LATEFEES.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  AUDIT-IN-STATUS-WS          PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  ASSESSED-TOTAL-WS           PIC 9(7)V99 VALUE ZERO.
       01  CAPPED-COUNT-WS             PIC 9(4)   VALUE ZERO.
       01  SKIPPED-COUNT-WS            PIC 9(4)   VALUE ZERO.
       01  READ-COUNT-WS               PIC 9(6)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  REGISTER-TITLE-LINE.
           05 FILLER  PIC X(30)
               VALUE "LATE-FEE ASSESSMENT REGISTER  ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  REGISTER-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(42) VALUE "NAME".

       PROCEDURE DIVISION.
       100-ASSESS-LATE-FEES.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 2
               DISPLAY "SENIOR SIGN-ON REQUIRED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           MOVE "A" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 200-ACCEPT-RUN-PARAMETERS.
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           MOVE "R" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LATEFEES-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: started before sign-on so a
      * refused run is logged too; the control total is the fees
      * assessed
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "LATEFEE" TO RL-PROGRAM.
           MOVE "LATEFEE" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE ASSESSED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE SKIPPED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE ASSESSED-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-RUN-PARAMETERS.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE-WS TO TODAY-STAMP-WS.
           READ INDEXED-STUDENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
               NOT AT END
                   ADD 1 TO READ-COUNT-WS
           END-READ.

      *-----------------------------------------------------------------
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

       271-WRITE-REGISTER-LINE.
