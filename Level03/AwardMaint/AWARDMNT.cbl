      *            PROGMAINT maintains PROGRAM.TXT, instead of award
      *            amounts living in the committee's minutes.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-FILE
                ASSIGN USING AWARD-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS AWARD-STATUS-WS.

           COPY "AWARD-MASTER.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  AWARD-PATH-WS               PIC X(80)
               VALUE "AWARD.TXT".

       01  AWARD-STATUS-WS             PIC X(2).

       01  AWARD-TBL.

       PROCEDURE DIVISION.
       100-MAINTAIN-AWARDS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-AWARD-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "AWARD.TXT HAS MORE THAN 50 ROWS - "
           PERFORM 290-SAVE-AWARD-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING AWARD-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing award row into working storage; a master
      * not yet on disk starts the session empty, since the first
