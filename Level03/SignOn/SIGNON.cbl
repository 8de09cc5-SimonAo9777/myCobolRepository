      *            session can never lock the shop out; once one
      *            operator exists the master governs.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The names are resolved on the first
      *                 call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
                ASSIGN USING OPERATOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OPER-ID
           COPY "OPERATOR-MASTER.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  DATA-FILES-RESOLVED-SW      PIC X(1)  VALUE "N".
       01  OPERATOR-PATH-WS            PIC X(80)
               VALUE "OPERATOR.TXT".

       01  OPERATOR-STATUS-WS          PIC X(2).
       01  ATTEMPT-COUNT-WS            PIC 9(1)  VALUE ZERO.
       01  SIGNED-ON-SW                PIC X(1)  VALUE "N".
       PROCEDURE DIVISION USING
           LS-OPERATOR-ID, LS-AUTHORITY, LS-VALID-SW.

           IF DATA-FILES-RESOLVED-SW = "N"
               PERFORM 170-RESOLVE-DATA-FILES
           END-IF.
           MOVE SPACES TO LS-OPERATOR-ID.
           MOVE ZERO TO LS-AUTHORITY.
           MOVE "N" TO LS-VALID-SW.

           EXIT Program.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING OPERATOR-PATH-WS, SITE-REGION-WS.
           MOVE "Y" TO DATA-FILES-RESOLVED-SW.

      *-----------------------------------------------------------------
      * No operator master, or one with no operators on it yet: the
      * shop cannot be locked out of creating its first supervisor
