      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Standard run log for the batch programs, called the
      *            way FILELOCK is.  Action "S" at the top of the run
      *            stamps the start date and time into the caller's
      *            RUN-LOG-REC and zeroes its counts; action "E" at
      *            the end stamps the end date and time and appends
      *            the record to RUNLOG.TXT, so JOBHIST and MORNDASH
      *            read one record per run instead of guessing from
      *            which output files happen to exist.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The names are resolved on the first
      *                 call.
      * 2026/10/15 SA  The run-log line is sized to the 100-byte
      *                 RUN-LOG.TXT record, and action "E" returns the
      *                 completion code as its return code so the
      *                 caller ends its step with the code it logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE
                ASSIGN USING RUNLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RUN-LOG-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  DATA-FILES-RESOLVED-SW      PIC X(1)  VALUE "N".
       01  RUNLOG-PATH-WS              PIC X(80)
               VALUE "RUNLOG.TXT".

           COPY "RUN-LOG.TXT".
       01  RUN-LOG-STATUS-WS           PIC X(2).
       01  RUN-LOG-TIME-WORK-WS.
           05 RUN-LOG-TIME-HHMMSS-WS   PIC 9(6).
           05 FILLER                   PIC 9(2).

       LINKAGE SECTION.
       01  LS-ACTION           PIC X(1).
       01  LS-RUN-LOG-REC      PIC X(100).

       PROCEDURE DIVISION USING
           LS-ACTION, LS-RUN-LOG-REC.

           IF DATA-FILES-RESOLVED-SW = "N"
               PERFORM 170-RESOLVE-DATA-FILES
           END-IF.
           MOVE LS-RUN-LOG-REC TO RUN-LOG-REC.
           IF LS-ACTION = "S"
               PERFORM 200-STAMP-START
           ELSE
               PERFORM 210-WRITE-RUN-LOG
           END-IF.
           MOVE RUN-LOG-REC TO LS-RUN-LOG-REC.

           EXIT Program.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING RUNLOG-PATH-WS, SITE-REGION-WS.
           MOVE "Y" TO DATA-FILES-RESOLVED-SW.

      *-----------------------------------------------------------------
      * Start of run: the caller has filled in program and operator;
      * everything else starts from zero
      *-----------------------------------------------------------------
       200-STAMP-START.
           ACCEPT RL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME-WORK-WS FROM TIME.
           MOVE RUN-LOG-TIME-HHMMSS-WS TO RL-START-TIME.
           MOVE ZEROS TO RL-END-DATE, RL-END-TIME.
           MOVE ZEROS TO RL-RECORDS-READ, RL-RECORDS-WRITTEN,
                         RL-RECORDS-REJECTED, RL-CONTROL-TOTAL,
                         RL-COMPLETION-CODE.

      *-----------------------------------------------------------------
      * End of run: the log is append-only, and the first run on a new
      * machine creates it.  The completion code goes back as this
      * call's return code, so the caller's RETURN-CODE - and its job
      * step's exit code - is still the run's own after the CALL
      *-----------------------------------------------------------------
       210-WRITE-RUN-LOG.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-LOG-TIME-WORK-WS FROM TIME.
           MOVE RUN-LOG-TIME-HHMMSS-WS TO RL-END-TIME.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUN-LOG-STATUS-WS = "35"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           WRITE RUN-LOG-LINE FROM RUN-LOG-REC.
           CLOSE RUN-LOG-FILE.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.

       END PROGRAM RUNLOG.
