      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Add, change and cancel pre-authorized debit agreements
      *            in PADAGREE.TXT - the bank transit and account a
      *            student on a payment plan has authorized us to
      *            debit for their installments, the date the
      *            agreement was signed, and whether it is in force -
      *            in CONTMAINT's style against the indexed file.
      *            Banking details are only kept for a student number
      *            that verifies through STUNUMCK, and only a signed-on
      *            operator may touch them; cancelling an agreement
      *            marks it inactive rather than deleting it, so
      *            PADSUBMT stops debiting but the authorization on
      *            record survives.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PADMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAD-FILE
                ASSIGN USING PADAGREE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PAD-STUDENT-NUMBER
                  FILE STATUS IS PAD-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAD-FILE.
           COPY "PAD-AGREEMENT.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  PADAGREE-PATH-WS            PIC X(80)
               VALUE "PADAGREE.TXT".

       01  PAD-STATUS-WS               PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  NUMBER-CHECK-SW             PIC X(1)   VALUE "N".

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  STUDENT-NUMBER-ENTRY PIC 9(6).
           05  TRANSIT-ENTRY        PIC X(8).
           05  ACCOUNT-ENTRY        PIC X(12).
           05  AGREEMENT-DATE-ENTRY PIC 9(8).

       01  MENU-TEXT.
           05 FILLER PIC X(50) VALUE
              "A-Add  C-Change  I-Inactivate  X-Exit  Choice:".

       PROCEDURE DIVISION.
       100-MAINTAIN-PAD-AGREEMENTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 200-OPEN-PAD-FILE.
           IF ABORT-SW = "N"
               MOVE SPACES TO MENU-CHOICE-WS
               PERFORM 210-MENU-PROCESS
                   UNTIL MENU-CHOICE-WS = "X"
               CLOSE PAD-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING PADAGREE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * An agreement file not yet on disk is created, since the first
      * agreement signed starts the file
      *-----------------------------------------------------------------
       200-OPEN-PAD-FILE.
           OPEN I-O PAD-FILE.
           IF PAD-STATUS-WS = "35"
               OPEN OUTPUT PAD-FILE
               CLOSE PAD-FILE
               OPEN I-O PAD-FILE
           END-IF.
           IF PAD-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "PADAGREE.TXT NOT AVAILABLE - STATUS "
                       PAD-STATUS-WS
           END-IF.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
       210-MENU-PROCESS.
           DISPLAY MENU-TEXT.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-AGREEMENT
           ELSE
               IF MENU-CHOICE-WS = "C"
                   PERFORM 230-CHANGE-AGREEMENT
               ELSE
                   IF MENU-CHOICE-WS = "I"
                       PERFORM 240-INACTIVATE-AGREEMENT
                   ELSE
                       IF MENU-CHOICE-WS NOT = "X"
                           DISPLAY "Invalid selection, try again"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add an agreement for a verified student number, refusing one
      * already on file (a re-signed agreement is a change)
      *-----------------------------------------------------------------
       220-ADD-AGREEMENT.
           DISPLAY "Enter student number: ".
           ACCEPT STUDENT-NUMBER-ENTRY.
           CALL "STUNUMCK" USING STUDENT-NUMBER-ENTRY, NUMBER-CHECK-SW.
           IF NUMBER-CHECK-SW = "N"
               DISPLAY "Check digit does not verify - add refused"
           ELSE
               PERFORM 300-PROMPT-BANKING-FIELDS
               PERFORM 310-BUILD-PAD-RECORD
               WRITE PAD-AGREEMENT
                   INVALID KEY
                       DISPLAY "That student already has an agreement"
                               " - use Change"
                   NOT INVALID KEY
                       DISPLAY "Agreement added"
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * Re-key the banking details of an existing agreement; a change
      * is a newly signed agreement, so it is active again
      *-----------------------------------------------------------------
       230-CHANGE-AGREEMENT.
           DISPLAY "Enter student number: ".
           ACCEPT STUDENT-NUMBER-ENTRY.
           MOVE STUDENT-NUMBER-ENTRY TO PAD-STUDENT-NUMBER.
           READ PAD-FILE
               INVALID KEY
                   DISPLAY "Agreement not found"
               NOT INVALID KEY
                   PERFORM 300-PROMPT-BANKING-FIELDS
                   PERFORM 310-BUILD-PAD-RECORD
                   REWRITE PAD-AGREEMENT
                       INVALID KEY
                           DISPLAY "Update failed"
                       NOT INVALID KEY
                           DISPLAY "Agreement changed"
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * Cancel an agreement: it stays on file, marked inactive
      *-----------------------------------------------------------------
       240-INACTIVATE-AGREEMENT.
           DISPLAY "Enter student number: ".
           ACCEPT STUDENT-NUMBER-ENTRY.
           MOVE STUDENT-NUMBER-ENTRY TO PAD-STUDENT-NUMBER.
           READ PAD-FILE
               INVALID KEY
                   DISPLAY "Agreement not found"
               NOT INVALID KEY
                   MOVE "N" TO PAD-ACTIVE-FLAG
                   REWRITE PAD-AGREEMENT
                       INVALID KEY
                           DISPLAY "Update failed"
                       NOT INVALID KEY
                           DISPLAY "Agreement made inactive"
                   END-REWRITE
           END-READ.

       300-PROMPT-BANKING-FIELDS.
           MOVE SPACES TO TRANSIT-ENTRY.
           PERFORM 301-PROMPT-TRANSIT
               UNTIL TRANSIT-ENTRY IS NUMERIC.
           MOVE SPACES TO ACCOUNT-ENTRY.
           PERFORM 302-PROMPT-ACCOUNT
               UNTIL ACCOUNT-ENTRY NOT = SPACES.
           DISPLAY "Date agreement signed (YYYYMMDD): ".
           ACCEPT AGREEMENT-DATE-ENTRY.

       301-PROMPT-TRANSIT.
           DISPLAY "Institution and transit (8 digits): ".
           ACCEPT TRANSIT-ENTRY.
           IF TRANSIT-ENTRY IS NOT NUMERIC
               DISPLAY "Institution and transit must be 8 digits"
           END-IF.

       302-PROMPT-ACCOUNT.
           DISPLAY "Account number: ".
           ACCEPT ACCOUNT-ENTRY.
           IF ACCOUNT-ENTRY = SPACES
               DISPLAY "Account number is required"
           END-IF.

       310-BUILD-PAD-RECORD.
           MOVE STUDENT-NUMBER-ENTRY TO PAD-STUDENT-NUMBER.
           MOVE TRANSIT-ENTRY        TO PAD-TRANSIT.
           MOVE ACCOUNT-ENTRY        TO PAD-ACCOUNT.
           MOVE AGREEMENT-DATE-ENTRY TO PAD-AGREEMENT-DATE.
           MOVE "Y"                  TO PAD-ACTIVE-FLAG.

       END PROGRAM PADMNT.
