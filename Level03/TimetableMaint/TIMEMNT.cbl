      *            counter.  A new row is refused when the course code
      *            is not on COURSE.TXT.
      * Tectonics: cobc
      * 2026/10/15 SA  The room is now validated against the ROOM.TXT
      *                 room master ROOMMNT maintains and re-prompted
      *                 until it is on file; an add or change warns
      *                 when another section in that room shares a
      *                 meeting day at an overlapping time, or when
      *                 the course's COURSE-MAX-ENROLL is above the
      *                 room's seats.  The row is kept either way.
      * 2026/10/15 SA  Each section now also names the instructor
      *                 teaching it, validated against the INSTRUCT.TXT
      *                 instructor master INSTMNT maintains; blank
      *                 leaves the section unassigned for now.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TIMETABLE-STATUS-WS.
           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-FILE-IN
                ASSIGN USING ROOM-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ROOM-STATUS-WS.
           SELECT INSTRUCTOR-FILE-IN
                ASSIGN USING INSTRUCT-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INSTRUCTOR-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-FILE-IN.
           COPY "COURSE-INFOR.TXT".

       FD  ROOM-FILE-IN.
           COPY "ROOM-INFOR.TXT".

       FD  INSTRUCTOR-FILE-IN.
           COPY "INSTRUCTOR-INFOR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  ROOM-PATH-WS                PIC X(80)
               VALUE "ROOM.TXT".
       01  INSTRUCT-PATH-WS            PIC X(80)
               VALUE "INSTRUCT.TXT".

       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  ROOM-STATUS-WS              PIC X(2).
       01  INSTRUCTOR-STATUS-WS        PIC X(2).

       01  TIMETABLE-TBL.
           05 TT-VALUES-TBL OCCURS 100 TIMES.
               10 TT-START-TBL         PIC 9(4).
               10 TT-END-TBL           PIC 9(4).
               10 TT-ROOM-TBL          PIC X(5).
               10 TT-INSTRUCTOR-TBL    PIC X(6).

       01  COURSE-TBL.
           05 COURSE-TABLE-COUNT     PIC 9(3)  VALUE ZERO.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL      PIC X(7).
               10 COURSE-MAX-TBL       PIC 9(3).

      *-----------------------------------------------------------------
      *Room master codes and seats, loaded at start-up
      *-----------------------------------------------------------------
       01  ROOM-TBL.
           05 ROOM-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 ROOM-VALUES-TBL OCCURS 100 TIMES.
               10 ROOM-CODE-TBL        PIC X(5).
               10 ROOM-CAPACITY-TBL    PIC 9(3).

      *-----------------------------------------------------------------
      *Instructor master IDs, loaded at start-up
      *-----------------------------------------------------------------
       01  INSTRUCTOR-TBL.
           05 INST-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 INST-ID-TBL            PIC X(6)  OCCURS 200 TIMES.

       01  CONTROL-FIELDS.
           05  EOF-TIMETABLE       PIC X(3).
           05  FOUND-SW            PIC X(1)    VALUE "N".
           05  FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  COURSE-VALID-SW     PIC X(1)    VALUE "N".
           05  COURSE-FOUND-SUB    PIC 9(3)    VALUE ZERO.
           05  EOF-ROOM            PIC X(3)    VALUE "NO".
           05  ROOM-VALID-SW       PIC X(1)    VALUE "N".
           05  ROOM-FOUND-SUB      PIC 9(3)    VALUE ZERO.
           05  EXCLUDE-SUB         PIC 9(3)    VALUE ZERO.
           05  DAY-COMMON-SW       PIC X(1)    VALUE "N".
           05  DAY-SUB-1           PIC 9(1)    VALUE ZERO.
           05  DAY-SUB-2           PIC 9(1)    VALUE ZERO.
           05  EOF-INSTRUCTOR      PIC X(3)    VALUE "NO".
           05  INSTRUCTOR-VALID-SW PIC X(1)    VALUE "N".

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  START-TIME-ENTRY     PIC 9(4).
           05  END-TIME-ENTRY       PIC 9(4).
           05  ROOM-ENTRY           PIC X(5).
           05  INSTRUCTOR-ENTRY     PIC X(6).

       01  MENU-TEXT.
           05 FILLER PIC X(45) VALUE

       PROCEDURE DIVISION.
       100-MAINTAIN-TIMETABLE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-TIMETABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "TIMETABL.TXT HAS MORE THAN 100 ROWS - "
           END-IF.
           PERFORM 202-LOAD-COURSE-CODES
               UNTIL EOF-COURSE = "YES".
           PERFORM 204-LOAD-ROOM-CODES.
           IF ROOM-TABLE-COUNT = ZERO
               DISPLAY "ROOM.TXT NOT AVAILABLE OR EMPTY - "
                       "MAINTENANCE REFUSED"
               DISPLAY "SET UP THE ROOMS THROUGH ROOMMNT FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 206-LOAD-INSTRUCTOR-IDS.
           MOVE SPACES TO MENU-CHOICE-WS.
           PERFORM 210-MENU-PROCESS
               UNTIL MENU-CHOICE-WS = "X".
           PERFORM 290-SAVE-TIMETABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING ROOM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INSTRUCT-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing timetable row; a file not yet on disk
      * starts the session empty, since the first row starts it
                       ADD 1 TO COURSE-TABLE-COUNT
                       MOVE COURSE-CODE
                           TO COURSE-CODE-TBL(COURSE-TABLE-COUNT)
                       MOVE COURSE-MAX-ENROLL
                           TO COURSE-MAX-TBL(COURSE-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-COURSE
                       DISPLAY "COURSE.TXT HAS MORE THAN 200 ROWS - "
                   END-IF
           END-READ.

       204-LOAD-ROOM-CODES.
           OPEN INPUT ROOM-FILE-IN.
           IF ROOM-STATUS-WS = "00"
               PERFORM 205-READ-ROOM-RECORD
                   UNTIL EOF-ROOM = "YES"
               CLOSE ROOM-FILE-IN
           END-IF.

       205-READ-ROOM-RECORD.
           READ ROOM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-ROOM
               NOT AT END
                   IF ROOM-TABLE-COUNT < 100
                       ADD 1 TO ROOM-TABLE-COUNT
                       MOVE ROOM-CODE
                           TO ROOM-CODE-TBL(ROOM-TABLE-COUNT)
                       MOVE ROOM-CAPACITY
                           TO ROOM-CAPACITY-TBL(ROOM-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-ROOM
                       DISPLAY "ROOM.TXT HAS MORE THAN 100 ROWS - "
                               "ROOM TABLE OVERFLOW"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * No instructor master on disk yet just means every section is
      * left unassigned until INSTMNT builds one
      *-----------------------------------------------------------------
       206-LOAD-INSTRUCTOR-IDS.
           OPEN INPUT INSTRUCTOR-FILE-IN.
           IF INSTRUCTOR-STATUS-WS = "00"
               PERFORM 207-READ-INSTRUCTOR-RECORD
                   UNTIL EOF-INSTRUCTOR = "YES"
               CLOSE INSTRUCTOR-FILE-IN
           END-IF.

       207-READ-INSTRUCTOR-RECORD.
           READ INSTRUCTOR-FILE-IN
               AT END
                   MOVE "YES" TO EOF-INSTRUCTOR
               NOT AT END
                   IF INST-TABLE-COUNT < 200
                       ADD 1 TO INST-TABLE-COUNT
                       MOVE INST-ID
                           TO INST-ID-TBL(INST-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-INSTRUCTOR
                       DISPLAY "INSTRUCT.TXT HAS MORE THAN 200 ROWS - "
                               "INSTRUCTOR TABLE OVERFLOW"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
                           TO TT-END-TBL(TABLE-COUNT)
                       MOVE ROOM-ENTRY
                           TO TT-ROOM-TBL(TABLE-COUNT)
                       MOVE INSTRUCTOR-ENTRY
                           TO TT-INSTRUCTOR-TBL(TABLE-COUNT)
                       DISPLAY "Section added"
                       MOVE TABLE-COUNT TO EXCLUDE-SUB
                       PERFORM 330-WARN-ROOM-BOOKING
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key an existing section's days, times, room and instructor
      *-----------------------------------------------------------------
       230-CHANGE-SECTION.
           DISPLAY "Enter course code to change: ".
               MOVE START-TIME-ENTRY TO TT-START-TBL(FOUND-SUB)
               MOVE END-TIME-ENTRY   TO TT-END-TBL(FOUND-SUB)
               MOVE ROOM-ENTRY       TO TT-ROOM-TBL(FOUND-SUB)
               MOVE INSTRUCTOR-ENTRY TO TT-INSTRUCTOR-TBL(FOUND-SUB)
               DISPLAY "Section changed"
               MOVE FOUND-SUB TO EXCLUDE-SUB
               PERFORM 310-CHECK-COURSE-CODE
               PERFORM 330-WARN-ROOM-BOOKING
           ELSE
               DISPLAY "No timetable row for that course"
           END-IF.
           ACCEPT START-TIME-ENTRY.
           DISPLAY "End time (24-hour HHMM): ".
           ACCEPT END-TIME-ENTRY.
           MOVE "N" TO ROOM-VALID-SW.
           PERFORM 321-PROMPT-ROOM
               UNTIL ROOM-VALID-SW = "Y".
           MOVE "N" TO INSTRUCTOR-VALID-SW.
           PERFORM 322-PROMPT-INSTRUCTOR
               UNTIL INSTRUCTOR-VALID-SW = "Y".

      *-----------------------------------------------------------------
      * Only a room on the ROOM.TXT master can be timetabled
      *-----------------------------------------------------------------
       321-PROMPT-ROOM.
           DISPLAY "Room: ".
           ACCEPT ROOM-ENTRY.
           PERFORM 340-FIND-ROOM-CODE.
           IF ROOM-VALID-SW = "N"
               DISPLAY "Room not on ROOM.TXT - re-enter"
           END-IF.

      *-----------------------------------------------------------------
      * Blank leaves the section unassigned; anything else must be on
      * the INSTRUCT.TXT master
      *-----------------------------------------------------------------
       322-PROMPT-INSTRUCTOR.
           DISPLAY "Instructor ID (blank = not yet assigned): ".
           ACCEPT INSTRUCTOR-ENTRY.
           IF INSTRUCTOR-ENTRY = SPACES
               MOVE "Y" TO INSTRUCTOR-VALID-SW
           ELSE
               PERFORM 342-COMPARE-INSTRUCTOR-ID
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > INST-TABLE-COUNT
                       OR INSTRUCTOR-VALID-SW = "Y"
               IF INSTRUCTOR-VALID-SW = "N"
                   DISPLAY "Instructor not on INSTRUCT.TXT - re-enter"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Search the in-memory timetable for COURSE-CODE-ENTRY
       311-COMPARE-COURSE-CODE.
           IF COURSE-CODE-ENTRY = COURSE-CODE-TBL(SUB)
               MOVE "Y" TO COURSE-VALID-SW
               MOVE SUB TO COURSE-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Warnings only - the row just keyed (EXCLUDE-SUB) is kept.  A
      * double booking needs another section in the same room on a
      * common day at an overlapping time; a course maximum of zero
      * means no limit, so it cannot outgrow the room.
      *-----------------------------------------------------------------
       330-WARN-ROOM-BOOKING.
           PERFORM 331-TEST-ONE-BOOKING
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           PERFORM 340-FIND-ROOM-CODE.
           IF COURSE-VALID-SW = "Y" AND ROOM-VALID-SW = "Y"
               IF COURSE-MAX-TBL(COURSE-FOUND-SUB)
                       > ROOM-CAPACITY-TBL(ROOM-FOUND-SUB)
                   DISPLAY "WARNING - COURSE MAXIMUM "
                           COURSE-MAX-TBL(COURSE-FOUND-SUB)
                           " IS ABOVE ROOM " ROOM-ENTRY " SEATS "
                           ROOM-CAPACITY-TBL(ROOM-FOUND-SUB)
               END-IF
           END-IF.

       331-TEST-ONE-BOOKING.
           IF SUB NOT = EXCLUDE-SUB
                   AND TT-ROOM-TBL(SUB) = ROOM-ENTRY
                   AND START-TIME-ENTRY < TT-END-TBL(SUB)
                   AND END-TIME-ENTRY > TT-START-TBL(SUB)
               PERFORM 332-TEST-DAY-OVERLAP
               IF DAY-COMMON-SW = "Y"
                   DISPLAY "WARNING - ROOM " ROOM-ENTRY
                           " ALSO BOOKED FOR " TT-COURSE-CODE-TBL(SUB)
                           " " TT-DAYS-TBL(SUB) " "
                           TT-START-TBL(SUB) "-" TT-END-TBL(SUB)
               END-IF
           END-IF.

       332-TEST-DAY-OVERLAP.
           MOVE "N" TO DAY-COMMON-SW.
           PERFORM 333-TEST-ONE-DAY
               VARYING DAY-SUB-1 FROM 1 BY 1
               UNTIL DAY-SUB-1 > 5 OR DAY-COMMON-SW = "Y".

       333-TEST-ONE-DAY.
           IF DAYS-ENTRY(DAY-SUB-1:1) NOT = SPACE
               PERFORM 334-MATCH-ONE-DAY
                   VARYING DAY-SUB-2 FROM 1 BY 1
                   UNTIL DAY-SUB-2 > 5 OR DAY-COMMON-SW = "Y"
           END-IF.

       334-MATCH-ONE-DAY.
           IF DAYS-ENTRY(DAY-SUB-1:1) = TT-DAYS-TBL(SUB)(DAY-SUB-2:1)
               MOVE "Y" TO DAY-COMMON-SW
           END-IF.

       340-FIND-ROOM-CODE.
           MOVE "N" TO ROOM-VALID-SW.
           MOVE ZERO TO ROOM-FOUND-SUB.
           PERFORM 341-COMPARE-ROOM-CODE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > ROOM-TABLE-COUNT
                   OR ROOM-VALID-SW = "Y".

       341-COMPARE-ROOM-CODE.
           IF ROOM-ENTRY = ROOM-CODE-TBL(SUB)
               MOVE "Y" TO ROOM-VALID-SW
               MOVE SUB TO ROOM-FOUND-SUB
           END-IF.

       342-COMPARE-INSTRUCTOR-ID.
           IF INSTRUCTOR-ENTRY = INST-ID-TBL(SUB)
               MOVE "Y" TO INSTRUCTOR-VALID-SW
           END-IF.

      *-----------------------------------------------------------------
