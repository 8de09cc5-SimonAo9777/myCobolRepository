      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMSTAT.
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

           SELECT STATS-REPORT-OUT
                ASSIGN USING TERMSTATS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
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
       01  STUHIST-PATH-WS             PIC X(80)
               VALUE "STUHIST.TXT".
       01  TERMSTATS-PATH-WS           PIC X(80)
               VALUE "TERMSTATS.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  HISTORY-AVAILABLE-SW        PIC X(1)   VALUE "N".
           05 FILLER  PIC X(15) VALUE "TOTAL OWED".
           05 FILLER  PIC X(14) VALUE "AVG OWED".
           05 FILLER  PIC X(11) VALUE "AVG OF AVGS".
       01  STATS-REGION-LINE.
           05 FILLER  PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT  PIC X(8).
       01  STATS-DETAIL-LINE.
           05 STAT-PROGRAM-OUT       PIC X(5).
           05 FILLER                 PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-TERM-STATS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-ACCUMULATE-LIVE-FILE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMSTATS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
                   DISPLAY "STUHIST.TXT NOT AVAILABLE - LIVE FILE ONLY"
               END-IF
               OPEN OUTPUT STATS-REPORT-OUT
               WRITE PRINTLINE FROM STATS-REGION-LINE
               WRITE PRINTLINE FROM STATS-HEADING
           END-IF.

