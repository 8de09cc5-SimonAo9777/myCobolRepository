      *            action "R" releases.  The granted switch comes
      *            back "Y" only when the caller holds the lock.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The names are resolved on the first
      *                 call, and the DEL of the lock file is built from
      *                 the resolved name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILELOCK.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE
                ASSIGN USING MASTER-LCK-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LOCK-STATUS-WS.

           05 LOCK-TIME              PIC 9(6).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  DATA-FILES-RESOLVED-SW      PIC X(1)  VALUE "N".
       01  MASTER-LCK-PATH-WS          PIC X(80)
               VALUE "MASTER.LCK".

       01  LOCK-STATUS-WS              PIC X(2).
       01  OVERRIDE-RESPONSE-WS        PIC X(1).
       01  LOCK-TIME-WORK-WS.
           05 LOCK-TIME-HHMMSS-WS      PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  LOCK-DELETE-COMMAND-WS      PIC X(90)  VALUE SPACES.

       LINKAGE SECTION.
       01  LS-ACTION           PIC X(1).
       PROCEDURE DIVISION USING
           LS-ACTION, LS-OPERATOR-ID, LS-GRANTED-SW.

           IF DATA-FILES-RESOLVED-SW = "N"
               PERFORM 170-RESOLVE-DATA-FILES
           END-IF.
           IF LS-ACTION = "R"
               CALL "SYSTEM" USING LOCK-DELETE-COMMAND-WS
               MOVE "Y" TO LS-GRANTED-SW

           EXIT Program.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING MASTER-LCK-PATH-WS, SITE-REGION-WS.
           STRING "DEL " DELIMITED BY SIZE
                  MASTER-LCK-PATH-WS DELIMITED BY SPACE
               INTO LOCK-DELETE-COMMAND-WS.
           MOVE "Y" TO DATA-FILES-RESOLVED-SW.

      *-----------------------------------------------------------------
      * An existing lock belongs to someone; show whose and when,
      * and only an explicit override - the morning-after-a-crash
