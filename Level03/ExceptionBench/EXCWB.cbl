      *            date/status columns were added load as open with a
      *            zero date.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCWB.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXCEPTION-STATUS-WS.

           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  EXCEPTION-STATUS-WS         PIC X(2).
       01  EOF-EXCEPTION-SW            PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-WORK-EXCEPTIONS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-EXCEPTION-TABLE.
           IF ABORT-SW = "N"
               MOVE SPACES TO MENU-CHOICE-WS
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every exception line into storage; a file bigger than
      * the table aborts the session rather than silently dropping
