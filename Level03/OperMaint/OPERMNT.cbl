      *            operator master not yet on disk is created, which
      *            is how the first supervisor record gets keyed.
      * Tectonics: cobc
      * 2026/10/15 SA  Each operator record now carries the operator's
      *                 own student number (0 if none), keyed with the
      *                 password and authority, for SODRPT's review.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE
                ASSIGN USING OPERATOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OPER-ID
           COPY "OPERATOR-MASTER.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  OPERATOR-PATH-WS            PIC X(80)
               VALUE "OPERATOR.TXT".

       01  OPERATOR-STATUS-WS          PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".

           05  OPERATOR-ID-ENTRY    PIC X(10).
           05  PASSWORD-ENTRY       PIC X(10).
           05  AUTHORITY-ENTRY      PIC 9(1).
           05  OWN-STUDENT-ENTRY    PIC 9(6).

       01  MENU-TEXT.
           05 FILLER PIC X(45) VALUE

       PROCEDURE DIVISION.
       100-MAINTAIN-OPERATORS.
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
           CALL "SITECFG" USING OPERATOR-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * An operator master not yet on disk is created, since the
      * first maintenance session starts the file
           END-WRITE.

      *-----------------------------------------------------------------
      * Re-key an existing operator's password, authority and own
      * student number
      *-----------------------------------------------------------------
       230-CHANGE-OPERATOR.
           DISPLAY "Enter operator ID to change: ".
           PERFORM 301-PROMPT-AUTHORITY
               UNTIL AUTHORITY-ENTRY > 0 AND AUTHORITY-ENTRY < 4.

           DISPLAY "Operator's own student number (0 if none): ".
           ACCEPT OWN-STUDENT-ENTRY.

       301-PROMPT-AUTHORITY.
           DISPLAY "Authority (1-cashier 2-senior 3-supervisor): ".
           ACCEPT AUTHORITY-ENTRY.
           MOVE OPERATOR-ID-ENTRY TO OPER-ID.
           MOVE PASSWORD-ENTRY    TO OPER-PASSWORD.
           MOVE AUTHORITY-ENTRY   TO OPER-AUTHORITY.
           MOVE OWN-STUDENT-ENTRY TO OPER-STUDENT-NUMBER.

       END PROGRAM OPERMNT.
