      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Add, delete and list final-exam slots in EXAMSLOT.TXT
      *            - one row per sitting (date and period) per room -
      *            maintained the way REQMAINT maintains PROGREQ.TXT
      *            (whole file loaded, worked in storage, written back
      *            at exit).  The EXAMSCHD run places each course's
      *            exam into one of these slots.  A duplicate date,
      *            period and room is refused, as is a period outside
      *            1-9.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXSLMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOT-FILE
                ASSIGN USING EXAMSLOT-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SLOT-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLOT-FILE.
           COPY "EXAM-SLOT.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  EXAMSLOT-PATH-WS            PIC X(80)
               VALUE "EXAMSLOT.TXT".

       01  SLOT-STATUS-WS              PIC X(2).

       01  SLOT-TBL.
           05 SLOT-VALUES-TBL OCCURS 300 TIMES.
               10 SLOT-DATE-TBL        PIC 9(8).
               10 SLOT-PERIOD-TBL      PIC 9(1).
               10 SLOT-ROOM-TBL        PIC X(5).

       01  CONTROL-FIELDS.
           05  EOF-SLOT            PIC X(3).
           05  SUB                 PIC 9(3).
           05  TABLE-COUNT         PIC 9(3)    VALUE ZERO.
           05  TABLE-OVERFLOW-SW   PIC X(1)    VALUE "N".
           05  FOUND-SW            PIC X(1)    VALUE "N".
           05  FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  LISTED-COUNT-WS     PIC 9(3)    VALUE ZERO.

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  DATE-ENTRY           PIC 9(8).
           05  PERIOD-ENTRY         PIC 9(1).
           05  ROOM-ENTRY           PIC X(5).

       01  MENU-TEXT.
           05 FILLER PIC X(45) VALUE
              "A-Add  D-Delete  L-List  X-Exit  Choice:".

       01  LIST-DETAIL-LINE.
           05 LIST-DATE-OUT          PIC 9(8).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-PERIOD-OUT        PIC 9(1).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-ROOM-OUT          PIC X(5).

       PROCEDURE DIVISION.
       100-MAINTAIN-EXAM-SLOTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-SLOT-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "EXAMSLOT.TXT HAS MORE THAN 300 ROWS - "
                       "MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MENU-CHOICE-WS.
           PERFORM 210-MENU-PROCESS
               UNTIL MENU-CHOICE-WS = "X".
           PERFORM 290-SAVE-SLOT-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING EXAMSLOT-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing slot; a file not yet on disk starts the
      * session empty, since the first slot starts it
      *-----------------------------------------------------------------
       200-LOAD-SLOT-TABLE.
           OPEN INPUT SLOT-FILE.
           MOVE ZERO  TO TABLE-COUNT.
           MOVE "NO"  TO EOF-SLOT.
           IF SLOT-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-SLOT
           ELSE
               PERFORM 201-READ-SLOT-RECORD
                   UNTIL EOF-SLOT = "YES"
               CLOSE SLOT-FILE
           END-IF.

       201-READ-SLOT-RECORD.
           READ SLOT-FILE
               AT END
                   MOVE "YES" TO EOF-SLOT
               NOT AT END
                   IF TABLE-COUNT < 300
                       ADD 1 TO TABLE-COUNT
                       MOVE EXS-DATE   TO SLOT-DATE-TBL(TABLE-COUNT)
                       MOVE EXS-PERIOD TO SLOT-PERIOD-TBL(TABLE-COUNT)
                       MOVE EXS-ROOM   TO SLOT-ROOM-TBL(TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-SLOT
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
       210-MENU-PROCESS.
           DISPLAY MENU-TEXT.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-SLOT
           ELSE
               IF MENU-CHOICE-WS = "D"
                   PERFORM 230-DELETE-SLOT
               ELSE
                   IF MENU-CHOICE-WS = "L"
                       PERFORM 250-LIST-SLOTS
                   ELSE
                       IF MENU-CHOICE-WS NOT = "X"
                           DISPLAY "Invalid selection, try again"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add a slot, refusing a period outside 1-9 and a duplicate
      * date/period/room
      *-----------------------------------------------------------------
       220-ADD-SLOT.
           IF TABLE-COUNT = 300
               DISPLAY "Exam slot table is full - cannot add"
           ELSE
               PERFORM 300-PROMPT-SLOT-KEY
               IF PERIOD-ENTRY = ZERO
                   DISPLAY "Period must be 1-9"
               ELSE
                   PERFORM 320-FIND-SLOT-ROW
                   IF FOUND-SW = "Y"
                       DISPLAY "That exam slot already exists"
                   ELSE
                       ADD 1 TO TABLE-COUNT
                       MOVE DATE-ENTRY   TO SLOT-DATE-TBL(TABLE-COUNT)
                       MOVE PERIOD-ENTRY
                           TO SLOT-PERIOD-TBL(TABLE-COUNT)
                       MOVE ROOM-ENTRY   TO SLOT-ROOM-TBL(TABLE-COUNT)
                       DISPLAY "Exam slot added"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Delete one date/period/room slot
      *-----------------------------------------------------------------
       230-DELETE-SLOT.
           PERFORM 300-PROMPT-SLOT-KEY.
           PERFORM 320-FIND-SLOT-ROW.
           IF FOUND-SW = "N"
               DISPLAY "Exam slot not found"
           ELSE
               PERFORM 231-REMOVE-TABLE-ENTRY
               DISPLAY "Exam slot deleted"
           END-IF.

       231-REMOVE-TABLE-ENTRY.
           PERFORM 232-SHIFT-ENTRY-DOWN
               VARYING SUB FROM FOUND-SUB BY 1
               UNTIL SUB >= TABLE-COUNT.
           SUBTRACT 1 FROM TABLE-COUNT.

       232-SHIFT-ENTRY-DOWN.
           MOVE SLOT-VALUES-TBL(SUB + 1) TO SLOT-VALUES-TBL(SUB).

      *-----------------------------------------------------------------
      * List every slot on file
      *-----------------------------------------------------------------
       250-LIST-SLOTS.
           MOVE ZERO TO LISTED-COUNT-WS.
           DISPLAY "DATE       PER  ROOM".
           PERFORM 251-LIST-ONE-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           IF LISTED-COUNT-WS = ZERO
               DISPLAY "No exam slots on file"
           END-IF.

       251-LIST-ONE-ROW.
           ADD 1 TO LISTED-COUNT-WS.
           MOVE SLOT-DATE-TBL(SUB)   TO LIST-DATE-OUT.
           MOVE SLOT-PERIOD-TBL(SUB) TO LIST-PERIOD-OUT.
           MOVE SLOT-ROOM-TBL(SUB)   TO LIST-ROOM-OUT.
           DISPLAY LIST-DETAIL-LINE.

       300-PROMPT-SLOT-KEY.
           DISPLAY "Exam date (YYYYMMDD): ".
           ACCEPT DATE-ENTRY.
           DISPLAY "Period of the day (1-9): ".
           ACCEPT PERIOD-ENTRY.
           DISPLAY "Room: ".
           ACCEPT ROOM-ENTRY.

       320-FIND-SLOT-ROW.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 321-COMPARE-SLOT-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT OR FOUND-SW = "Y".

       321-COMPARE-SLOT-ROW.
           IF DATE-ENTRY = SLOT-DATE-TBL(SUB)
                   AND PERIOD-ENTRY = SLOT-PERIOD-TBL(SUB)
                   AND ROOM-ENTRY = SLOT-ROOM-TBL(SUB)
               MOVE "Y"  TO FOUND-SW
               MOVE SUB  TO FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Rewrite EXAMSLOT.TXT from the (possibly changed) in-memory table
      *-----------------------------------------------------------------
       290-SAVE-SLOT-TABLE.
           OPEN OUTPUT SLOT-FILE.
           PERFORM 291-WRITE-SLOT-RECORD
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           CLOSE SLOT-FILE.

       291-WRITE-SLOT-RECORD.
           MOVE SLOT-DATE-TBL(SUB)   TO EXS-DATE.
           MOVE SLOT-PERIOD-TBL(SUB) TO EXS-PERIOD.
           MOVE SLOT-ROOM-TBL(SUB)   TO EXS-ROOM.
           WRITE EXAM-SLOT.

       END PROGRAM EXSLMNT.
