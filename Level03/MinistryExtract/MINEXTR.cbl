      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINEXTR.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT HISTORY-IN
                ASSIGN USING STUHIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS HIST-KEY
                  FILE STATUS IS HISTORY-STATUS-WS.

           SELECT PROGRAM-FILE-IN
                ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROGRAM-STATUS-WS.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           SELECT MINISTRY-FILE-OUT
                ASSIGN USING MINISTRY-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01  MINISTRY-TRAILER-OUT       PIC X(22).

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
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  MINISTRY-PATH-WS            PIC X(80)
               VALUE "MINISTRY.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  PROGRAM-STATUS-WS           PIC X(2).

       PROCEDURE DIVISION.
       100-PRODUCE-EXTRACT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-REPORTING-TERM.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MINISTRY-PATH-WS, SITE-REGION-WS.

       200-ACCEPT-REPORTING-TERM.
           MOVE SPACES TO REPORTING-TERM-WS.
           PERFORM 201-PROMPT-REPORTING-TERM
