      *                 senior-cashier authority (2), so a settled
      *                 plan cannot be quietly removed by anyone
      *                 with a keyboard.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE
                ASSIGN USING PAYPLAN-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PLAN-KEY
           COPY "PAYMENT-PLAN.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  PAYPLAN-PATH-WS             PIC X(80)
               VALUE "PAYPLAN.TXT".

       01  PLAN-STATUS-WS              PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".


       PROCEDURE DIVISION.
       100-MAINTAIN-PAYMENT-PLANS.
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
           CALL "SITECFG" USING PAYPLAN-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * A plan file not yet on disk is created, since the first plan
      * agreed starts the file
