      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUFIND.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
           05 AVERAGE-5-IN       PIC 9(3).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-FIND-STUDENT-BY-NAME.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-SEARCH-NAME.
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

      *-----------------------------------------------------------------
      * Accept the full or partial surname and measure how much of it
      * is significant; a blank search would match every record and
