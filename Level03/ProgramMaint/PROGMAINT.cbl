      *                 increase can be keyed ahead of time without
      *                 mispricing a summer rerun; PROGRAM1 picks the
      *                 row in effect for the billing date.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRAM-FILE
                ASSIGN USING PROGRAM-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-CHECK-FILE
                ASSIGN USING STUFILE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE
                ASSIGN USING PROGRATE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RATE-STATUS-WS.

           COPY "PROGRAM-RATE.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Data file names, each prefixed by SITECFG with the data
      * directory SITE.CFG names for the region before anything
      * is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  STUFILE-PATH-WS             PIC X(80)
               VALUE "STUFILE.TXT".
       01  PROGRATE-PATH-WS            PIC X(80)
               VALUE "PROGRATE.TXT".

       01  PROGRAM-TBL.
           05 PROGRAM-VALUES-TBL OCCURS 50 TIMES.
               10 PROGRAM-CODE-TBL     PIC X(5).

       PROCEDURE DIVISION.
       100-MAINTAIN-PROGRAMS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-PROGRAM-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "PROGRAM.TXT HAS MORE THAN 50 ROWS - "
           PERFORM 295-SAVE-RATE-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUFILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRATE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing program row into working storage
      *-----------------------------------------------------------------
