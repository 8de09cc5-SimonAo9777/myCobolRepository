      *            REASSESS.TXT.  Senior sign-on through SIGNON and
      *            the shared MASTER.LCK are required.
      * Tectonics: cobc
      * 2026/10/15 SA  The "C" audit line now carries the term code of
      *                 the record re-assessed, through the shared
      *                 TUITION-AUDIT.TXT layout.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram:
      *                 transactions read, charges applied and
      *                 rejected, the charges applied as control total
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
       PROGRAM-ID. REASSESS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASSESS-TXN-IN
                ASSIGN USING REASSTXN-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TXN-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT PROGRAM-FILE-IN
                ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROGRAM-STATUS-WS.

           SELECT RATE-FILE-IN
                ASSIGN USING PROGRATE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RATE-STATUS-WS.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT-OUT
                ASSIGN USING REASSESS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "COURSE-INFOR.TXT".

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; re-assessments go out flagged
      *"C" reason CA
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
           COPY "TUITION-AUDIT.TXT".

       FD  REGISTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).
           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  REASSTXN-PATH-WS            PIC X(80)
               VALUE "REASSTXN.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  PROGRATE-PATH-WS            PIC X(80)
               VALUE "PROGRATE.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  REASSESS-PATH-WS            PIC X(80)
               VALUE "REASSESS.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  TXN-STATUS-WS               PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  PROGRAM-STATUS-WS           PIC X(2).
       01  ASSESSED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  ASSESSED-TOTAL-WS           PIC 9(7)V99 VALUE ZERO.
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  READ-COUNT-WS               PIC 9(4)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  EXCEPTION-REASON-WS         PIC X(20).

       01  REGISTER-TITLE-LINE.
           05 FILLER  PIC X(26)
               VALUE "RE-ASSESSMENT REGISTER    ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  REGISTER-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(6)  VALUE "TERM".

       PROCEDURE DIVISION.
       100-REASSESS-BALANCES.
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
           PERFORM 200-OPEN-FILES.
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
           CALL "SITECFG" USING REASSTXN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRATE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REASSESS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: started before sign-on so a
      * refused run is logged too; the control total is the charges
      * applied
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "REASSESS" TO RL-PROGRAM.
           MOVE "REASSESS" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE ASSESSED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE REJECTED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE ASSESSED-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-OPEN-FILES.
           ACCEPT TODAY-STAMP-WS FROM DATE YYYYMMDD.
           OPEN INPUT REASSESS-TXN-IN.
           READ REASSESS-TXN-IN
               AT END
                   MOVE "YES" TO EOF-TXN-SW
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

       251-WRITE-REGISTER-LINE.
