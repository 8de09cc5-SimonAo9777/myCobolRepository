      *            the sponsor is not on the master or the student
      *            number fails the shared check digit.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONMAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPONSOR-FILE
                ASSIGN USING SPONSOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SPON-CODE
                  FILE STATUS IS SPONSOR-STATUS-WS.

           SELECT COVER-FILE
                ASSIGN USING SPONCOVER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COV-STUDENT-NUMBER
           COPY "SPONSOR-COVER.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  SPONSOR-PATH-WS             PIC X(80)
               VALUE "SPONSOR.TXT".
       01  SPONCOVER-PATH-WS           PIC X(80)
               VALUE "SPONCOVER.TXT".

       01  SPONSOR-STATUS-WS           PIC X(2).
       01  COVER-STATUS-WS             PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-SPONSORS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               MOVE SPACES TO MENU-CHOICE-WS
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING SPONSOR-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONCOVER-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Either file not yet on disk is created, since the first
      * maintenance session starts it
