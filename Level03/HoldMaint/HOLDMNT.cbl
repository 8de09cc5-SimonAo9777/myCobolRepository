      *            and why - so lifting a hold is an answerable act,
      *            not a shrug.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT HOLD-LOG-FILE
                ASSIGN USING HOLDLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 HLG-REASON             PIC X(20).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  HOLDLOG-PATH-WS             PIC X(80)
               VALUE "HOLDLOG.TXT".

       01  HOLD-STATUS-WS              PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  EOF-HOLD-SW                 PIC X(3)   VALUE "NO".

       PROCEDURE DIVISION.
       100-MAINTAIN-HOLDS.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING HOLDLOG-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * A holds file not yet on disk is created, since the first
      * hold placed starts the file
