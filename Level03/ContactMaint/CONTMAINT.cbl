      *            add/change/delete menu, but against an indexed
      *            file the way PROJECT3-2's maintenance mode works.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTMAINT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
           COPY "STUDENT-CONTACT.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".

       01  CONTACT-STATUS-WS           PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".


       PROCEDURE DIVISION.
       100-MAINTAIN-CONTACTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-CONTACT-FILE.
           IF ABORT-SW = "N"
               MOVE SPACES TO MENU-CHOICE-WS
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * A contact master not yet on disk is created, since the first
      * maintenance session starts the file
