      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: records
      *                 extracted, the balance owing carried over as
      *                 control total and the return code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUEXTR.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT STUFILE-FILE-OUT
                ASSIGN USING STUFILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 TERM-CODE-OUT          PIC X(4).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  STUFILE-PATH-WS             PIC X(80)
               VALUE "STUFILE.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  EXTRACTED-COUNT-WS          PIC 9(5)   VALUE ZERO.
       01  EXTRACTED-OWED-WS           PIC 9(7)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       PROCEDURE DIVISION.
       100-REFRESH-STUFILE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-READ-STUDENT-RECORD
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
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUFILE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; every record read is written,
      * and the control total is the balance owing carried over
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "STUEXTR" TO RL-PROGRAM.
           MOVE "STUEXTR" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE EXTRACTED-COUNT-WS TO RL-RECORDS-READ.
           MOVE EXTRACTED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           MOVE EXTRACTED-OWED-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
           MOVE TERM-CODE-IN      TO TERM-CODE-OUT.
           WRITE STUFILE-RECORD-OUT.
           ADD 1 TO EXTRACTED-COUNT-WS.
           ADD TUITION-OWED-IN TO EXTRACTED-OWED-WS.
           PERFORM 210-READ-STUDENT-RECORD.

       290-CLOSE-FILES.
