      *                 HIST-KEY); the award credits the oldest term
      *                 record still owing, or the first term record
      *                 when nothing is owed.
      * 2026/10/15 SA  The "A" audit line now carries the term code of
      *                 the record the award credited, through the
      *                 shared TUITION-AUDIT.TXT layout; a queued
      *                 refund of the excess carries the term too.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: award
      *                 transactions read, posted and rejected, the
      *                 value of awards posted as control total and
      *                 the return code, including a run refused at
      *                 sign-on or at the lock.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  The run-log record is now written before the
      *                 master lock is released, and the return code
      *                 is put back after the release, so both the log
      *                 and the job step carry the run's own code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDPST.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-TXN-FILE-IN
                ASSIGN USING AWARDTXN-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TXN-STATUS-WS.

           SELECT AWARD-FILE-IN
                ASSIGN USING AWARD-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AWARD-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE-OUT
                ASSIGN USING AWARDLTRS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "STUDENT-CONTACT.TXT".

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; awards go out flagged "A" with
      *the award code as the reason
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
           COPY "TUITION-AUDIT.TXT".

      *-----------------------------------------------------------------
      *Merge-ready award letter: one line per posted award, every
           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  AWARDTXN-PATH-WS            PIC X(80)
               VALUE "AWARDTXN.TXT".
       01  AWARD-PATH-WS               PIC X(80)
               VALUE "AWARD.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  AWARDLTRS-PATH-WS           PIC X(80)
               VALUE "AWARDLTRS.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  TXN-STATUS-WS               PIC X(2).
       01  AWARD-STATUS-WS             PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  LETTER-COUNT-WS             PIC 9(4)   VALUE ZERO.
       01  MISSING-CONTACT-COUNT-WS    PIC 9(4)   VALUE ZERO.
       01  READ-COUNT-WS               PIC 9(4)   VALUE ZERO.
       01  AWARD-TOTAL-WS              PIC 9(7)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  EXCEPTION-REASON-WS         PIC X(20).

       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".

       PROCEDURE DIVISION.
       100-POST-AWARDS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 191-IDENTIFY-OPERATOR.
           PERFORM 192-ACQUIRE-MASTER-LOCK.
           PERFORM 200-OPEN-FILES.
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           PERFORM 193-RELEASE-MASTER-LOCK.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING AWARDTXN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AWARD-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AWARDLTRS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: started before sign-on so a
      * refused run is logged too; the control total is the value of
      * the awards posted
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "AWARDPST" TO RL-PROGRAM.
           MOVE "AWARDPST" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE POSTED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE REJECTED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE AWARD-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * One shared lock over the master, through FILELOCK; a lock
      * held elsewhere (and not overridden) refuses the run
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           IF OPERATOR-AUTH-WS < 2
               DISPLAY "SENIOR AUTHORITY REQUIRED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

           READ AWARD-TXN-FILE-IN
               AT END
                   MOVE "YES" TO EOF-TXN-SW
               NOT AT END
                   ADD 1 TO READ-COUNT-WS
           END-READ.

      *-----------------------------------------------------------------
                   PERFORM 310-WRITE-AWARD-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNT-WS
                   ADD AWD-AMOUNT-TBL(AWARD-FOUND-SUB)
                       TO AWARD-TOTAL-WS
                   PERFORM 330-WRITE-AWARD-AUDIT
                   IF REFUND-EXCESS-WS > ZERO
                       PERFORM 345-QUEUE-REFUND-REQUEST
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

      *-----------------------------------------------------------------
           MOVE TODAYS-DATE-WS     TO RFQ-REQUEST-DATE.
           MOVE "AWARDPST"         TO RFQ-SOURCE.
           MOVE "O"                TO RFQ-STATUS.
           MOVE TERM-CODE-IN       TO RFQ-TERM-CODE.
           WRITE REFUND-QUEUE-REC.

      *-----------------------------------------------------------------
