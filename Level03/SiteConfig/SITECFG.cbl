      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Site configuration, called the way FILELOCK is.  Every
      *            program passes each of its data file names through
      *            here before opening anything; the name comes back
      *            prefixed with the data directory SITE.CFG names, so
      *            the same executables run against production or a
      *            test copy of the files depending only on which
      *            SITE.CFG sits in the directory they are run from.
      *            The region name comes back with every call for the
      *            report headings.  SITE.CFG is read on the first call
      *            only; without one the files stay in the current
      *            directory and the region prints as UNKNOWN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITECFG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE-CONFIG-FILE
                ASSIGN TO "SITE.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SITE-CONFIG-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SITE-CONFIG-FILE.
           COPY "SITE-CONFIG.TXT".

       WORKING-STORAGE SECTION.
       01  SITE-CONFIG-STATUS-WS       PIC X(2).
       01  CONFIG-LOADED-SW            PIC X(1)  VALUE "N".
       01  REGION-WS                   PIC X(8)  VALUE "UNKNOWN".
       01  DATA-DIRECTORY-WS           PIC X(60) VALUE SPACES.
       01  FILE-NAME-WORK-WS           PIC X(80).

       LINKAGE SECTION.
       01  LS-FILE-NAME        PIC X(80).
       01  LS-REGION           PIC X(8).

       PROCEDURE DIVISION USING
           LS-FILE-NAME, LS-REGION.

           IF CONFIG-LOADED-SW = "N"
               PERFORM 200-LOAD-SITE-CONFIG
           END-IF.
           IF DATA-DIRECTORY-WS NOT = SPACES
                   AND LS-FILE-NAME NOT = SPACES
               PERFORM 210-PREFIX-DATA-DIRECTORY
           END-IF.
           MOVE REGION-WS TO LS-REGION.

           EXIT Program.

      *-----------------------------------------------------------------
      * Once per run: a missing or empty SITE.CFG leaves the files in
      * the current directory, as they always were, but says so
      *-----------------------------------------------------------------
       200-LOAD-SITE-CONFIG.
           MOVE "Y" TO CONFIG-LOADED-SW.
           OPEN INPUT SITE-CONFIG-FILE.
           IF SITE-CONFIG-STATUS-WS NOT = "00"
               DISPLAY "SITE.CFG NOT FOUND - REGION UNKNOWN, DATA "
                       "FILES IN THE CURRENT DIRECTORY"
           ELSE
               READ SITE-CONFIG-FILE
                   AT END
                       DISPLAY "SITE.CFG IS EMPTY - REGION UNKNOWN, "
                               "DATA FILES IN THE CURRENT DIRECTORY"
                   NOT AT END
                       IF SC-REGION NOT = SPACES
                           MOVE SC-REGION TO REGION-WS
                       END-IF
                       MOVE SC-DATA-DIRECTORY TO DATA-DIRECTORY-WS
               END-READ
               CLOSE SITE-CONFIG-FILE
           END-IF.

       210-PREFIX-DATA-DIRECTORY.
           MOVE LS-FILE-NAME TO FILE-NAME-WORK-WS.
           MOVE SPACES TO LS-FILE-NAME.
           STRING DATA-DIRECTORY-WS DELIMITED BY SPACE
                  FILE-NAME-WORK-WS DELIMITED BY SPACE
               INTO LS-FILE-NAME.

       END PROGRAM SITECFG.
