      *            code is not on COURSE.TXT, so the GRADAUDT audit
      *            never checks against a phantom requirement.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIREMENT-FILE
                ASSIGN USING PROGREQ-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS REQUIREMENT-STATUS-WS.
           SELECT PROGRAM-FILE-IN
                ASSIGN USING PROGRAM-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "COURSE-INFOR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  PROGREQ-PATH-WS             PIC X(80)
               VALUE "PROGREQ.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".

       01  REQUIREMENT-STATUS-WS       PIC X(2).

       01  REQUIREMENT-TBL.

       PROCEDURE DIVISION.
       100-MAINTAIN-REQUIREMENTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-REQUIREMENT-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "PROGREQ.TXT HAS MORE THAN 200 ROWS - "
           PERFORM 290-SAVE-REQUIREMENT-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING PROGREQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing requirement row; a file not yet on disk
      * starts the session empty, since the first row starts it
