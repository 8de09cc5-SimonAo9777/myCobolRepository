      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Add, change, delete and list teaching rooms in
      *            ROOM.TXT - room code, seating capacity and room
      *            type - maintained the way COURSEMNT maintains
      *            COURSE.TXT.  TIMEMNT will only timetable a section
      *            into a room on this file, so a room still named on
      *            a TIMETABL.TXT section cannot be deleted.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE
                ASSIGN USING ROOM-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ROOM-STATUS-WS.
           SELECT TIMETABLE-CHECK-FILE
                ASSIGN USING TIMETABL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TIMETABLE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE.
           COPY "ROOM-INFOR.TXT".

       FD  TIMETABLE-CHECK-FILE.
           COPY "COURSE-SECTION.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  ROOM-PATH-WS                PIC X(80)
               VALUE "ROOM.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".

       01  ROOM-STATUS-WS              PIC X(2).
       01  TIMETABLE-STATUS-WS         PIC X(2).

       01  ROOM-TBL.
           05 ROOM-VALUES-TBL OCCURS 100 TIMES.
               10 ROOM-CODE-TBL            PIC X(5).
               10 ROOM-CAPACITY-TBL        PIC 9(3).
               10 ROOM-TYPE-TBL            PIC X(2).

       01  CONTROL-FIELDS.
           05  EOF-ROOM            PIC X(3).
           05  EOF-TIMETABLE-CHK   PIC X(3).
           05  SUB                 PIC 9(3).
           05  TABLE-COUNT         PIC 9(3)    VALUE ZERO.
           05  FOUND-SW            PIC X(1)    VALUE "N".
           05  FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  IN-USE-SW           PIC X(1)    VALUE "N".
           05  TABLE-OVERFLOW-SW   PIC X(1)    VALUE "N".

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  ROOM-CODE-ENTRY      PIC X(5).
           05  ROOM-CAPACITY-ENTRY  PIC 9(3).
           05  ROOM-TYPE-ENTRY      PIC X(2).
               88 ROOM-TYPE-ENTRY-VALID VALUE "CL" "LB" "LH" "SM".

       01  MENU-TEXT.
           05 FILLER PIC X(50) VALUE
              "A-Add  C-Change  D-Delete  L-List  X-Exit  Choice:".

       01  LIST-DETAIL-LINE.
           05 LIST-ROOM-OUT          PIC X(5).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-CAPACITY-OUT      PIC ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-TYPE-OUT          PIC X(2).

       PROCEDURE DIVISION.
       100-MAINTAIN-ROOMS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-ROOM-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "ROOM.TXT HAS MORE THAN 100 ROWS - "
                       "MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MENU-CHOICE-WS.
           PERFORM 210-MENU-PROCESS
               UNTIL MENU-CHOICE-WS = "X".
           PERFORM 290-SAVE-ROOM-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING ROOM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing room row; a file not yet on disk starts
      * the session empty, since the first room starts it
      *-----------------------------------------------------------------
       200-LOAD-ROOM-TABLE.
           OPEN INPUT ROOM-FILE.
           MOVE ZERO  TO TABLE-COUNT.
           MOVE "NO"  TO EOF-ROOM.
           IF ROOM-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-ROOM
           ELSE
               PERFORM 201-READ-ROOM-RECORD
                   UNTIL EOF-ROOM = "YES"
               CLOSE ROOM-FILE
           END-IF.

       201-READ-ROOM-RECORD.
           READ ROOM-FILE
               AT END
                   MOVE "YES" TO EOF-ROOM
               NOT AT END
                   IF TABLE-COUNT < 100
                       ADD 1 TO TABLE-COUNT
                       MOVE ROOM-INFOR TO ROOM-VALUES-TBL(TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-ROOM
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
       210-MENU-PROCESS.
           DISPLAY MENU-TEXT.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-ROOM
           ELSE
               IF MENU-CHOICE-WS = "C"
                   PERFORM 230-CHANGE-ROOM
               ELSE
                   IF MENU-CHOICE-WS = "D"
                       PERFORM 240-DELETE-ROOM
                   ELSE
                       IF MENU-CHOICE-WS = "L"
                           PERFORM 250-LIST-ROOMS
                       ELSE
                           IF MENU-CHOICE-WS NOT = "X"
                               DISPLAY "Invalid selection, try again"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add a room, refusing a code already on file
      *-----------------------------------------------------------------
       220-ADD-ROOM.
           DISPLAY "Enter room code: ".
           ACCEPT ROOM-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "Y"
               DISPLAY "Room code already exists"
           ELSE
               IF TABLE-COUNT = 100
                   DISPLAY "Room table is full - cannot add"
               ELSE
                   PERFORM 320-PROMPT-ROOM-FIELDS
                   ADD 1 TO TABLE-COUNT
                   MOVE ROOM-CODE-ENTRY
                       TO ROOM-CODE-TBL(TABLE-COUNT)
                   MOVE ROOM-CAPACITY-ENTRY
                       TO ROOM-CAPACITY-TBL(TABLE-COUNT)
                   MOVE ROOM-TYPE-ENTRY
                       TO ROOM-TYPE-TBL(TABLE-COUNT)
                   DISPLAY "Room added"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key an existing room's capacity and type
      *-----------------------------------------------------------------
       230-CHANGE-ROOM.
           DISPLAY "Enter room code to change: ".
           ACCEPT ROOM-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "Y"
               PERFORM 320-PROMPT-ROOM-FIELDS
               MOVE ROOM-CAPACITY-ENTRY TO ROOM-CAPACITY-TBL(FOUND-SUB)
               MOVE ROOM-TYPE-ENTRY     TO ROOM-TYPE-TBL(FOUND-SUB)
               DISPLAY "Room changed"
           ELSE
               DISPLAY "Room code not found"
           END-IF.

      *-----------------------------------------------------------------
      * Delete a room, refusing one still timetabled
      *-----------------------------------------------------------------
       240-DELETE-ROOM.
           DISPLAY "Enter room code to delete: ".
           ACCEPT ROOM-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "N"
               DISPLAY "Room code not found"
           ELSE
               PERFORM 310-CHECK-ROOM-IN-USE
               IF IN-USE-SW = "Y"
                   DISPLAY "Room is still on a timetabled section - "
                           "cannot delete"
               ELSE
                   PERFORM 241-REMOVE-TABLE-ENTRY
                   DISPLAY "Room deleted"
               END-IF
           END-IF.

       241-REMOVE-TABLE-ENTRY.
           PERFORM 242-SHIFT-ENTRY-DOWN
               VARYING SUB FROM FOUND-SUB BY 1
               UNTIL SUB >= TABLE-COUNT.
           SUBTRACT 1 FROM TABLE-COUNT.

       242-SHIFT-ENTRY-DOWN.
           MOVE ROOM-VALUES-TBL(SUB + 1) TO ROOM-VALUES-TBL(SUB).

      *-----------------------------------------------------------------
      * List every room on file
      *-----------------------------------------------------------------
       250-LIST-ROOMS.
           DISPLAY "ROOM    SEATS  TYPE".
           PERFORM 251-LIST-ONE-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           IF TABLE-COUNT = ZERO
               DISPLAY "No rooms on file"
           END-IF.

       251-LIST-ONE-ROW.
           MOVE ROOM-CODE-TBL(SUB)     TO LIST-ROOM-OUT.
           MOVE ROOM-CAPACITY-TBL(SUB) TO LIST-CAPACITY-OUT.
           MOVE ROOM-TYPE-TBL(SUB)     TO LIST-TYPE-OUT.
           DISPLAY LIST-DETAIL-LINE.

       320-PROMPT-ROOM-FIELDS.
           DISPLAY "Seating capacity: ".
           ACCEPT ROOM-CAPACITY-ENTRY.
           MOVE SPACES TO ROOM-TYPE-ENTRY.
           PERFORM 321-PROMPT-ROOM-TYPE
               UNTIL ROOM-TYPE-ENTRY-VALID.

       321-PROMPT-ROOM-TYPE.
           DISPLAY "Room type (CL classroom, LB lab, LH lecture hall, "
                   "SM seminar): ".
           ACCEPT ROOM-TYPE-ENTRY.
           IF NOT ROOM-TYPE-ENTRY-VALID
               DISPLAY "Room type must be CL, LB, LH or SM"
           END-IF.

      *-----------------------------------------------------------------
      * Search the in-memory table for ROOM-CODE-ENTRY
      *-----------------------------------------------------------------
       300-FIND-CODE-IN-TABLE.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 301-COMPARE-TABLE-ENTRY
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT OR FOUND-SW = "Y".

       301-COMPARE-TABLE-ENTRY.
           IF ROOM-CODE-ENTRY = ROOM-CODE-TBL(SUB)
               MOVE "Y"  TO FOUND-SW
               MOVE SUB  TO FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Scan the section timetable for any row still in this room; no
      * timetable on disk means the room cannot be in use
      *-----------------------------------------------------------------
       310-CHECK-ROOM-IN-USE.
           MOVE "N"  TO IN-USE-SW.
           MOVE "NO" TO EOF-TIMETABLE-CHK.
           OPEN INPUT TIMETABLE-CHECK-FILE.
           IF TIMETABLE-STATUS-WS = "00"
               PERFORM 311-SCAN-TIMETABLE-RECORD
                   UNTIL EOF-TIMETABLE-CHK = "YES" OR IN-USE-SW = "Y"
               CLOSE TIMETABLE-CHECK-FILE
           END-IF.

       311-SCAN-TIMETABLE-RECORD.
           READ TIMETABLE-CHECK-FILE
               AT END
                   MOVE "YES" TO EOF-TIMETABLE-CHK
               NOT AT END
                   IF ROOM-CODE-ENTRY = SECT-ROOM
                       MOVE "Y" TO IN-USE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Rewrite ROOM.TXT from the (possibly changed) in-memory table
      *-----------------------------------------------------------------
       290-SAVE-ROOM-TABLE.
           OPEN OUTPUT ROOM-FILE.
           PERFORM 291-WRITE-ROOM-RECORD
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           CLOSE ROOM-FILE.

       291-WRITE-ROOM-RECORD.
           MOVE ROOM-VALUES-TBL(SUB) TO ROOM-INFOR.
           WRITE ROOM-INFOR.

       END PROGRAM ROOMMNT.
