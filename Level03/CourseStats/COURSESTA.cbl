      *                 the enlarged course catalog, and a full table
      *                 is now reported loudly once instead of later
      *                 courses silently missing from the statistics.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSESTA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUFILE-FILE-IN
               ASSIGN USING STUFILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSESTATS-FILE-OUT
               ASSIGN USING COURSESTATS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       01  PRINTLINE                 PIC X(60).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  STUFILE-PATH-WS             PIC X(80)
               VALUE "STUFILE.TXT".
       01  COURSESTATS-PATH-WS         PIC X(80)
               VALUE "COURSESTATS.TXT".

       01  CONTROL-FIELDS.
           05 EOF-STUDENT-SW        PIC X(3)  VALUE "NO".
       01  HEADING-LINE.
           05 FILLER                PIC X(10) VALUE "COURSE".
           05 FILLER                PIC X(14) VALUE "ENROLLMENT".
           05 FILLER                PIC X(14) VALUE "CLASS AVERAGE".
       01  REGION-LINE.
           05 FILLER                PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT    PIC X(8).
      *-----------------------------------------------------------------
      *Distinct-course accumulator table; one row per course code
      *regardless of which of the five slots it was keyed into

       PROCEDURE DIVISION.
       100-PRODUCE-COURSE-STATS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           PERFORM 201-READ-STUDENT-RECORD.
           PERFORM 202-ACCUMULATE-STUDENT-RECORD
           PERFORM 204-CLOSE-FILES.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING STUFILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSESTATS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       200-OPEN-FILES.
           OPEN INPUT STUFILE-FILE-IN.
           OPEN OUTPUT COURSESTATS-FILE-OUT.
           END-IF.

       203-PRINT-REPORT.
           DISPLAY REGION-LINE.
           DISPLAY HEADING-LINE.
           WRITE PRINTLINE FROM REGION-LINE.
           WRITE PRINTLINE FROM HEADING-LINE.
           PERFORM 220-PRINT-COURSE-LINE
               VARYING STATS-SUB FROM 1 BY 1
