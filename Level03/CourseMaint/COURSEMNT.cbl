      *                 prerequisite course codes (blank = none),
      *                 prompted for on add and change; each must
      *                 already be on the course master.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSEMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE
                ASSIGN USING COURSE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-CHECK-FILE
                ASSIGN USING STUDENT-FILE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 COURSE-CODE-5-CHK       PIC X(7).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Data file names, each prefixed by SITECFG with the data
      * directory SITE.CFG names for the region before anything
      * is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  STUDENT-FILE-PATH-WS        PIC X(80)
               VALUE "STUDENT-FILE.TXT".

       01  COURSE-TBL.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL          PIC X(7).

       PROCEDURE DIVISION.
       100-MAINTAIN-COURSES.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-COURSE-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "COURSE.TXT HAS MORE THAN 200 ROWS - "
           PERFORM 290-SAVE-COURSE-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUDENT-FILE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing course row into working storage
      *-----------------------------------------------------------------
