      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: records
      *                 matched, archived and retained, the balance
      *                 retained as control total and the return code,
      *                 including a run refused at the lock.
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
       PROGRAM-ID. TERMARCH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT HISTORY-FILE
                ASSIGN USING STUHIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HIST-KEY
           COPY "STUDENT-HISTORY.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  STUHIST-PATH-WS             PIC X(80)
               VALUE "STUHIST.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  READ-COUNT-WS               PIC 9(4)   VALUE ZERO.
       01  ARCHIVED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  RETAINED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  RETAINED-OWED-WS            PIC 9(7)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-ARCHIVE-TERM.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 190-ACQUIRE-MASTER-LOCK.
           PERFORM 200-ACCEPT-ARCHIVE-TERM.
           PERFORM 210-OPEN-FILES.
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           PERFORM 191-RELEASE-MASTER-LOCK.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; archived records owe nothing,
      * so the control total is the balance retained for collections
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "TERMARCH" TO RL-PROGRAM.
           MOVE LOCK-HOLDER-WS TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE ARCHIVED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE RETAINED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE RETAINED-OWED-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * One shared lock over the master and the history file, through
      * FILELOCK; a lock held elsewhere refuses the run
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

                   PERFORM 300-MOVE-RECORD-TO-HISTORY
               ELSE
                   ADD 1 TO RETAINED-COUNT-WS
                   ADD TUITION-OWED-IN TO RETAINED-OWED-WS
               END-IF
           END-IF.
           PERFORM 220-READ-STUDENT-RECORD.
