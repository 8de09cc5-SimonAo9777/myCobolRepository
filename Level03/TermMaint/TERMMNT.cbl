      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Add, change and delete rows in TERMCAL.TXT, the term
      *            calendar master (term code, start and end dates,
      *            add/drop and withdrawal deadlines, and the term's
      *            withdrawal refund tiers) - maintained the way
      *            AWARDMNT maintains AWARD.TXT.  PROGRAM1, STULOAD
      *            and PROJECT3-2's maintenance mode refuse a term
      *            code that is not on this master, and PROJECT3-2's
      *            withdrawal proration reads the term's own tiers,
      *            so a refund-policy change is keyed here instead of
      *            being a code change.  A term still carried by a
      *            record on INDEXSTUFILE3.TXT cannot be deleted.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE
                ASSIGN USING TERMCAL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TERM-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-CHK
                  FILE STATUS IS STUDENT-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE.
           COPY "TERM-CALENDAR.TXT".

      *-----------------------------------------------------------------
      * Same layout as PROJECT3-2's STUDENT-RECORD-IN; only the term
      * code is used, to see whether a term is still referenced
      *-----------------------------------------------------------------
       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-CHECK-RECORD.
           05 STUDENT-KEY-CHK.
               10 STUDENT-NUMBER-CHK   PIC 9(6).
               10 TERM-CODE-CHK        PIC X(4).
           05 FILLER                   PIC X(109).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      * Data file names, each prefixed by SITECFG with the data
      * directory SITE.CFG names for the region before anything
      * is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".

       01  TERM-STATUS-WS              PIC X(2).
       01  STUDENT-STATUS-WS           PIC X(2).

       01  TERM-TBL.
           05 TERM-VALUES-TBL OCCURS 50 TIMES.
               10 TRM-CODE-TBL         PIC X(4).
               10 TRM-START-TBL        PIC 9(8).
               10 TRM-END-TBL          PIC 9(8).
               10 TRM-ADD-DROP-TBL     PIC 9(8).
               10 TRM-WITHDRAW-TBL     PIC 9(8).
               10 TRM-TIER-TBL OCCURS 3 TIMES.
                   15 TRM-TIER-DAYS-TBL    PIC 9(3).
                   15 TRM-TIER-PERCENT-TBL PIC 9(3).

       01  CONTROL-FIELDS.
           05  EOF-TERM            PIC X(3).
           05  EOF-STUDENT-CHK     PIC X(3).
           05  SUB                 PIC 99.
           05  TABLE-COUNT         PIC 99      VALUE ZERO.
           05  TABLE-OVERFLOW-SW   PIC X(1)    VALUE "N".
           05  FOUND-SW            PIC X(1)    VALUE "N".
           05  FOUND-SUB           PIC 99      VALUE ZERO.
           05  IN-USE-SW           PIC X(1)    VALUE "N".
           05  ENTRY-VALID-SW      PIC X(1)    VALUE "N".
           05  TIER-SUB            PIC 9(1)    VALUE ZERO.
           05  LAST-TIER-DAYS-WS   PIC 9(3)    VALUE ZERO.

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  TERM-CODE-ENTRY      PIC X(4).
           05  TERM-START-ENTRY     PIC 9(8).
           05  TERM-END-ENTRY       PIC 9(8).
           05  TERM-ADD-DROP-ENTRY  PIC 9(8).
           05  TERM-WITHDRAW-ENTRY  PIC 9(8).
           05  TERM-TIER-ENTRY OCCURS 3 TIMES.
               10 TIER-DAYS-ENTRY     PIC 9(3).
               10 TIER-PERCENT-ENTRY  PIC 9(3).

       01  MENU-TEXT.
           05 FILLER PIC X(36) VALUE
              "A-Add  C-Change  D-Delete  L-List".
           05 FILLER PIC X(18) VALUE
              "  X-Exit  Choice:".

       01  TERM-LIST-LINE.
           05 TL-CODE-OUT            PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 TL-START-OUT           PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE "-".
           05 TL-END-OUT             PIC 9(8).
           05 FILLER                 PIC X(6)  VALUE "  A/D ".
           05 TL-ADD-DROP-OUT        PIC 9(8).
           05 FILLER                 PIC X(5)  VALUE "  WD ".
           05 TL-WITHDRAW-OUT        PIC 9(8).
           05 TL-TIER-OUT OCCURS 3 TIMES.
               10 FILLER             PIC X(2)  VALUE SPACES.
               10 TL-TIER-DAYS-OUT   PIC ZZ9.
               10 FILLER             PIC X(1)  VALUE "/".
               10 TL-TIER-PCT-OUT    PIC ZZ9.
               10 FILLER             PIC X(1)  VALUE "%".

       PROCEDURE DIVISION.
       100-MAINTAIN-TERMS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-TERM-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "TERMCAL.TXT HAS MORE THAN 50 ROWS - "
                       "MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MENU-CHOICE-WS.
           PERFORM 210-MENU-PROCESS
               UNTIL MENU-CHOICE-WS = "X".
           PERFORM 290-SAVE-TERM-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing term row into working storage; a master
      * not yet on disk starts the session empty, since the first
      * term keyed here starts the file
      *-----------------------------------------------------------------
       200-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE.
           MOVE ZERO  TO TABLE-COUNT.
           MOVE "NO"  TO EOF-TERM.
           IF TERM-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-TERM
           ELSE
               PERFORM 201-READ-TERM-RECORD
                   UNTIL EOF-TERM = "YES"
               CLOSE TERM-FILE
           END-IF.

       201-READ-TERM-RECORD.
           READ TERM-FILE
               AT END
                   MOVE "YES" TO EOF-TERM
               NOT AT END
                   IF TABLE-COUNT < 50
                       ADD 1 TO TABLE-COUNT
                       MOVE TERM-CALENDAR
                           TO TERM-VALUES-TBL(TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-TERM
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
       210-MENU-PROCESS.
           DISPLAY MENU-TEXT.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-TERM
           ELSE
               IF MENU-CHOICE-WS = "C"
                   PERFORM 230-CHANGE-TERM
               ELSE
                   IF MENU-CHOICE-WS = "D"
                       PERFORM 240-DELETE-TERM
                   ELSE
                       IF MENU-CHOICE-WS = "L"
                           PERFORM 270-LIST-TERMS
                       ELSE
                           IF MENU-CHOICE-WS NOT = "X"
                               DISPLAY "Invalid selection, try again"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add a new term code, refusing one already on file or dates
      * that do not hang together
      *-----------------------------------------------------------------
       220-ADD-TERM.
           DISPLAY "Enter new term code: ".
           ACCEPT TERM-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "Y"
               DISPLAY "That term code already exists"
           ELSE
               IF TABLE-COUNT = 50
                   DISPLAY "Term table is full - cannot add"
               ELSE
                   IF TERM-CODE-ENTRY = SPACES
                       DISPLAY "Term code may not be blank"
                   ELSE
                       PERFORM 250-ACCEPT-TERM-DETAILS
                       PERFORM 320-VALIDATE-TERM-ENTRY
                       IF ENTRY-VALID-SW = "Y"
                           ADD 1 TO TABLE-COUNT
                           MOVE TABLE-COUNT TO FOUND-SUB
                           PERFORM 260-STORE-TERM-DETAILS
                           DISPLAY "Term added"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key an existing term's dates and refund tiers
      *-----------------------------------------------------------------
       230-CHANGE-TERM.
           DISPLAY "Enter term code to change: ".
           ACCEPT TERM-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "Y"
               PERFORM 250-ACCEPT-TERM-DETAILS
               PERFORM 320-VALIDATE-TERM-ENTRY
               IF ENTRY-VALID-SW = "Y"
                   PERFORM 260-STORE-TERM-DETAILS
                   DISPLAY "Term changed"
               END-IF
           ELSE
               DISPLAY "Term code not found"
           END-IF.

      *-----------------------------------------------------------------
      * Delete a term code, refusing one still carried by a student
      * record on the live master
      *-----------------------------------------------------------------
       240-DELETE-TERM.
           DISPLAY "Enter term code to delete: ".
           ACCEPT TERM-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "N"
               DISPLAY "Term code not found"
           ELSE
               PERFORM 310-CHECK-TERM-IN-USE
               IF IN-USE-SW = "Y"
                   DISPLAY "Cannot delete - student records still "
                           "carry this term"
               ELSE
                   PERFORM 241-REMOVE-TABLE-ENTRY
                   DISPLAY "Term deleted"
               END-IF
           END-IF.

       241-REMOVE-TABLE-ENTRY.
           PERFORM 242-SHIFT-ENTRY-DOWN
               VARYING SUB FROM FOUND-SUB BY 1
               UNTIL SUB >= TABLE-COUNT.
           SUBTRACT 1 FROM TABLE-COUNT.

       242-SHIFT-ENTRY-DOWN.
           MOVE TERM-VALUES-TBL(SUB + 1) TO TERM-VALUES-TBL(SUB).

      *-----------------------------------------------------------------
      * Prompt for every field after the code
      *-----------------------------------------------------------------
       250-ACCEPT-TERM-DETAILS.
           DISPLAY "Term start date (YYYYMMDD): ".
           ACCEPT TERM-START-ENTRY.
           DISPLAY "Term end date (YYYYMMDD): ".
           ACCEPT TERM-END-ENTRY.
           DISPLAY "Add/drop deadline (YYYYMMDD): ".
           ACCEPT TERM-ADD-DROP-ENTRY.
           DISPLAY "Withdrawal deadline (YYYYMMDD): ".
           ACCEPT TERM-WITHDRAW-ENTRY.
           PERFORM 251-ACCEPT-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.

       251-ACCEPT-ONE-TIER.
           DISPLAY "Refund tier " TIER-SUB
                   " - days from term start (0 = unused): ".
           ACCEPT TIER-DAYS-ENTRY(TIER-SUB).
           IF TIER-DAYS-ENTRY(TIER-SUB) = ZERO
               MOVE ZERO TO TIER-PERCENT-ENTRY(TIER-SUB)
           ELSE
               DISPLAY "Refund tier " TIER-SUB " - percent refunded: "
               ACCEPT TIER-PERCENT-ENTRY(TIER-SUB)
           END-IF.

       260-STORE-TERM-DETAILS.
           MOVE TERM-CODE-ENTRY     TO TRM-CODE-TBL(FOUND-SUB).
           MOVE TERM-START-ENTRY    TO TRM-START-TBL(FOUND-SUB).
           MOVE TERM-END-ENTRY      TO TRM-END-TBL(FOUND-SUB).
           MOVE TERM-ADD-DROP-ENTRY TO TRM-ADD-DROP-TBL(FOUND-SUB).
           MOVE TERM-WITHDRAW-ENTRY TO TRM-WITHDRAW-TBL(FOUND-SUB).
           PERFORM 261-STORE-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.

       261-STORE-ONE-TIER.
           MOVE TIER-DAYS-ENTRY(TIER-SUB)
               TO TRM-TIER-DAYS-TBL(FOUND-SUB, TIER-SUB).
           MOVE TIER-PERCENT-ENTRY(TIER-SUB)
               TO TRM-TIER-PERCENT-TBL(FOUND-SUB, TIER-SUB).

      *-----------------------------------------------------------------
      * List every term on the calendar
      *-----------------------------------------------------------------
       270-LIST-TERMS.
           IF TABLE-COUNT = ZERO
               DISPLAY "No terms on the calendar"
           ELSE
               PERFORM 271-LIST-ONE-TERM
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > TABLE-COUNT
           END-IF.

       271-LIST-ONE-TERM.
           MOVE TRM-CODE-TBL(SUB)     TO TL-CODE-OUT.
           MOVE TRM-START-TBL(SUB)    TO TL-START-OUT.
           MOVE TRM-END-TBL(SUB)      TO TL-END-OUT.
           MOVE TRM-ADD-DROP-TBL(SUB) TO TL-ADD-DROP-OUT.
           MOVE TRM-WITHDRAW-TBL(SUB) TO TL-WITHDRAW-OUT.
           PERFORM 272-LIST-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           DISPLAY TERM-LIST-LINE.

       272-LIST-ONE-TIER.
           MOVE TRM-TIER-DAYS-TBL(SUB, TIER-SUB)
               TO TL-TIER-DAYS-OUT(TIER-SUB).
           MOVE TRM-TIER-PERCENT-TBL(SUB, TIER-SUB)
               TO TL-TIER-PCT-OUT(TIER-SUB).

      *-----------------------------------------------------------------
      * Search the in-memory table for TERM-CODE-ENTRY
      *-----------------------------------------------------------------
       300-FIND-CODE-IN-TABLE.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 301-COMPARE-TABLE-ENTRY
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT OR FOUND-SW = "Y".

       301-COMPARE-TABLE-ENTRY.
           IF TERM-CODE-ENTRY = TRM-CODE-TBL(SUB)
               MOVE "Y"  TO FOUND-SW
               MOVE SUB  TO FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Scan the live master for any record still carrying this term;
      * no master on disk means nothing carries it
      *-----------------------------------------------------------------
       310-CHECK-TERM-IN-USE.
           MOVE "N"  TO IN-USE-SW.
           MOVE "NO" TO EOF-STUDENT-CHK.
           OPEN INPUT INDEXED-STUDENT-FILE.
           IF STUDENT-STATUS-WS = "00"
               PERFORM 311-SCAN-STUDENT-RECORD
                   UNTIL EOF-STUDENT-CHK = "YES" OR IN-USE-SW = "Y"
               CLOSE INDEXED-STUDENT-FILE
           END-IF.

       311-SCAN-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-CHK
               NOT AT END
                   IF TERM-CODE-CHK = TERM-CODE-ENTRY
                       MOVE "Y" TO IN-USE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * The dates must run in order - start, add/drop deadline,
      * withdrawal deadline, end - and the refund tiers must run in
      * ascending days with no percentage over 100
      *-----------------------------------------------------------------
       320-VALIDATE-TERM-ENTRY.
           MOVE "Y" TO ENTRY-VALID-SW.
           IF TERM-END-ENTRY NOT > TERM-START-ENTRY
               DISPLAY "End date must fall after the start date"
               MOVE "N" TO ENTRY-VALID-SW
           ELSE
               IF TERM-ADD-DROP-ENTRY < TERM-START-ENTRY
                       OR TERM-ADD-DROP-ENTRY > TERM-WITHDRAW-ENTRY
                   DISPLAY "Add/drop deadline must fall between the "
                           "start date and the withdrawal deadline"
                   MOVE "N" TO ENTRY-VALID-SW
               ELSE
                   IF TERM-WITHDRAW-ENTRY > TERM-END-ENTRY
                       DISPLAY "Withdrawal deadline must fall on or "
                               "before the end date"
                       MOVE "N" TO ENTRY-VALID-SW
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO LAST-TIER-DAYS-WS.
           PERFORM 321-VALIDATE-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           IF ENTRY-VALID-SW = "N"
               DISPLAY "Term not saved - re-key it"
           END-IF.

       321-VALIDATE-ONE-TIER.
           IF TIER-DAYS-ENTRY(TIER-SUB) NOT = ZERO
               IF TIER-DAYS-ENTRY(TIER-SUB) NOT > LAST-TIER-DAYS-WS
                       AND TIER-SUB > 1
                   DISPLAY "Refund tier " TIER-SUB
                           " must cover more days than the one before"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
               IF TIER-PERCENT-ENTRY(TIER-SUB) > 100
                   DISPLAY "Refund tier " TIER-SUB
                           " percentage may not exceed 100"
                   MOVE "N" TO ENTRY-VALID-SW
               END-IF
               MOVE TIER-DAYS-ENTRY(TIER-SUB) TO LAST-TIER-DAYS-WS
           END-IF.

      *-----------------------------------------------------------------
      * Rewrite TERMCAL.TXT from the (possibly changed) in-memory table
      *-----------------------------------------------------------------
       290-SAVE-TERM-TABLE.
           OPEN OUTPUT TERM-FILE.
           PERFORM 291-WRITE-TERM-RECORD
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           CLOSE TERM-FILE.

       291-WRITE-TERM-RECORD.
           MOVE TERM-VALUES-TBL(SUB) TO TERM-CALENDAR.
           WRITE TERM-CALENDAR.

       END PROGRAM TERMMNT.
