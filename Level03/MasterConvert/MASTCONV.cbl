      *            supervisor sign-on and the shared MASTER.LCK are
      *            required.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The COPY and DEL commands that swap
      *                 in the converted master are built from the
      *                 resolved names.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTCONV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-STUDENT-NUMBER
                  FILE STATUS IS OLD-STATUS-WS.

           SELECT NEW-STUDENT-FILE
                ASSIGN USING INDEXSTUNEW-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STUDENT-KEY-OUT
           05 NEW-COURSE-FIELDS  PIC X(50).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  INDEXSTUNEW-PATH-WS         PIC X(80)
               VALUE "INDEXSTUNEW.TXT".
       01  INDEXSTUFILE3-OLD-PATH-WS   PIC X(80)
               VALUE "INDEXSTUFILE3.OLD".

       01  OLD-STATUS-WS               PIC X(2).
       01  NEW-STATUS-WS               PIC X(2).
       01  EOF-OLD-SW                  PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  CONVERTED-COUNT-WS          PIC 9(5)   VALUE ZERO.
       01  COMMAND-WS                  PIC X(170).
       01  COMMAND-FROM-WS             PIC X(80).
       01  COMMAND-TO-WS               PIC X(80).

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).

       PROCEDURE DIVISION.
       100-CONVERT-MASTER-FILE.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 3
               LOCK-GRANTED-SW.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUNEW-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-OLD-PATH-WS,
               SITE-REGION-WS.

       200-OPEN-FILES.
           OPEN INPUT OLD-STUDENT-FILE.
           IF OLD-STATUS-WS NOT = "00"
      * its own COPY commands
      *-----------------------------------------------------------------
       230-SWAP-IN-NEW-FILE.
           MOVE INDEXSTUFILE3-PATH-WS TO COMMAND-FROM-WS.
           MOVE INDEXSTUFILE3-OLD-PATH-WS TO COMMAND-TO-WS.
           PERFORM 231-COPY-FILE.
           PERFORM 232-DELETE-FILE.
           MOVE INDEXSTUNEW-PATH-WS TO COMMAND-FROM-WS.
           MOVE INDEXSTUFILE3-PATH-WS TO COMMAND-TO-WS.
           PERFORM 231-COPY-FILE.
           PERFORM 232-DELETE-FILE.

      *-----------------------------------------------------------------
      * Commands are built from the resolved names, so the swap
      * happens in the region's data directory
      *-----------------------------------------------------------------
       231-COPY-FILE.
           MOVE SPACES TO COMMAND-WS.
           STRING "COPY " DELIMITED BY SIZE
                  COMMAND-FROM-WS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  COMMAND-TO-WS DELIMITED BY SPACE
               INTO COMMAND-WS.
           CALL "SYSTEM" USING COMMAND-WS.

       232-DELETE-FILE.
           MOVE SPACES TO COMMAND-WS.
           STRING "DEL " DELIMITED BY SIZE
                  COMMAND-FROM-WS DELIMITED BY SPACE
               INTO COMMAND-WS.
           CALL "SYSTEM" USING COMMAND-WS.

       290-CLOSE-FILES.
