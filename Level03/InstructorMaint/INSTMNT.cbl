      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Add, change, delete and list instructors in
      *            INSTRUCT.TXT - instructor ID, name, department and
      *            maximum teaching (credit) hours - maintained the
      *            way ROOMMNT maintains ROOM.TXT.  TIMEMNT assigns
      *            these instructors to sections, so an instructor
      *            still named on a TIMETABL.TXT section cannot be
      *            deleted.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTOR-FILE
                ASSIGN USING INSTRUCT-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS INSTRUCTOR-STATUS-WS.
           SELECT TIMETABLE-CHECK-FILE
                ASSIGN USING TIMETABL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TIMETABLE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTOR-FILE.
           COPY "INSTRUCTOR-INFOR.TXT".

       FD  TIMETABLE-CHECK-FILE.
           COPY "COURSE-SECTION.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INSTRUCT-PATH-WS            PIC X(80)
               VALUE "INSTRUCT.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".

       01  INSTRUCTOR-STATUS-WS        PIC X(2).
       01  TIMETABLE-STATUS-WS         PIC X(2).

       01  INSTRUCTOR-TBL.
           05 INST-VALUES-TBL OCCURS 200 TIMES.
               10 INST-ID-TBL              PIC X(6).
               10 INST-NAME-TBL            PIC X(30).
               10 INST-DEPARTMENT-TBL      PIC X(10).
               10 INST-MAX-HOURS-TBL       PIC 9(2).

       01  CONTROL-FIELDS.
           05  EOF-INSTRUCTOR      PIC X(3).
           05  EOF-TIMETABLE-CHK   PIC X(3).
           05  SUB                 PIC 9(3).
           05  TABLE-COUNT         PIC 9(3)    VALUE ZERO.
           05  FOUND-SW            PIC X(1)    VALUE "N".
           05  FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  IN-USE-SW           PIC X(1)    VALUE "N".
           05  TABLE-OVERFLOW-SW   PIC X(1)    VALUE "N".

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  INST-ID-ENTRY        PIC X(6).
           05  INST-NAME-ENTRY      PIC X(30).
           05  INST-DEPARTMENT-ENTRY PIC X(10).
           05  INST-MAX-HOURS-ENTRY PIC 9(2).

       01  MENU-TEXT.
           05 FILLER PIC X(50) VALUE
              "A-Add  C-Change  D-Delete  L-List  X-Exit  Choice:".

       01  LIST-DETAIL-LINE.
           05 LIST-ID-OUT            PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-NAME-OUT          PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-DEPARTMENT-OUT    PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-MAX-HOURS-OUT     PIC Z9.

       PROCEDURE DIVISION.
       100-MAINTAIN-INSTRUCTORS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-INSTRUCTOR-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "INSTRUCT.TXT HAS MORE THAN 200 ROWS - "
                       "MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MENU-CHOICE-WS.
           PERFORM 210-MENU-PROCESS
               UNTIL MENU-CHOICE-WS = "X".
           PERFORM 290-SAVE-INSTRUCTOR-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INSTRUCT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing instructor; a file not yet on disk starts
      * the session empty, since the first instructor starts it
      *-----------------------------------------------------------------
       200-LOAD-INSTRUCTOR-TABLE.
           OPEN INPUT INSTRUCTOR-FILE.
           MOVE ZERO  TO TABLE-COUNT.
           MOVE "NO"  TO EOF-INSTRUCTOR.
           IF INSTRUCTOR-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-INSTRUCTOR
           ELSE
               PERFORM 201-READ-INSTRUCTOR-RECORD
                   UNTIL EOF-INSTRUCTOR = "YES"
               CLOSE INSTRUCTOR-FILE
           END-IF.

       201-READ-INSTRUCTOR-RECORD.
           READ INSTRUCTOR-FILE
               AT END
                   MOVE "YES" TO EOF-INSTRUCTOR
               NOT AT END
                   IF TABLE-COUNT < 200
                       ADD 1 TO TABLE-COUNT
                       MOVE INSTRUCTOR-INFOR
                           TO INST-VALUES-TBL(TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-INSTRUCTOR
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
       210-MENU-PROCESS.
           DISPLAY MENU-TEXT.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-INSTRUCTOR
           ELSE
               IF MENU-CHOICE-WS = "C"
                   PERFORM 230-CHANGE-INSTRUCTOR
               ELSE
                   IF MENU-CHOICE-WS = "D"
                       PERFORM 240-DELETE-INSTRUCTOR
                   ELSE
                       IF MENU-CHOICE-WS = "L"
                           PERFORM 250-LIST-INSTRUCTORS
                       ELSE
                           IF MENU-CHOICE-WS NOT = "X"
                               DISPLAY "Invalid selection, try again"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add an instructor, refusing a blank or duplicate ID
      *-----------------------------------------------------------------
       220-ADD-INSTRUCTOR.
           DISPLAY "Enter instructor ID: ".
           ACCEPT INST-ID-ENTRY.
           PERFORM 300-FIND-ID-IN-TABLE.

           IF INST-ID-ENTRY = SPACES
               DISPLAY "Instructor ID cannot be blank"
           ELSE
           IF FOUND-SW = "Y"
               DISPLAY "Instructor ID already exists"
           ELSE
               IF TABLE-COUNT = 200
                   DISPLAY "Instructor table is full - cannot add"
               ELSE
                   PERFORM 320-PROMPT-INSTRUCTOR-FIELDS
                   ADD 1 TO TABLE-COUNT
                   MOVE INST-ID-ENTRY
                       TO INST-ID-TBL(TABLE-COUNT)
                   MOVE INST-NAME-ENTRY
                       TO INST-NAME-TBL(TABLE-COUNT)
                   MOVE INST-DEPARTMENT-ENTRY
                       TO INST-DEPARTMENT-TBL(TABLE-COUNT)
                   MOVE INST-MAX-HOURS-ENTRY
                       TO INST-MAX-HOURS-TBL(TABLE-COUNT)
                   DISPLAY "Instructor added"
               END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key an existing instructor's name, department and maximum
      *-----------------------------------------------------------------
       230-CHANGE-INSTRUCTOR.
           DISPLAY "Enter instructor ID to change: ".
           ACCEPT INST-ID-ENTRY.
           PERFORM 300-FIND-ID-IN-TABLE.

           IF FOUND-SW = "Y"
               PERFORM 320-PROMPT-INSTRUCTOR-FIELDS
               MOVE INST-NAME-ENTRY TO INST-NAME-TBL(FOUND-SUB)
               MOVE INST-DEPARTMENT-ENTRY
                   TO INST-DEPARTMENT-TBL(FOUND-SUB)
               MOVE INST-MAX-HOURS-ENTRY
                   TO INST-MAX-HOURS-TBL(FOUND-SUB)
               DISPLAY "Instructor changed"
           ELSE
               DISPLAY "Instructor ID not found"
           END-IF.

      *-----------------------------------------------------------------
      * Delete an instructor, refusing one still teaching a section
      *-----------------------------------------------------------------
       240-DELETE-INSTRUCTOR.
           DISPLAY "Enter instructor ID to delete: ".
           ACCEPT INST-ID-ENTRY.
           PERFORM 300-FIND-ID-IN-TABLE.

           IF FOUND-SW = "N"
               DISPLAY "Instructor ID not found"
           ELSE
               PERFORM 310-CHECK-INSTRUCTOR-IN-USE
               IF IN-USE-SW = "Y"
                   DISPLAY "Instructor is still on a timetabled "
                           "section - cannot delete"
               ELSE
                   PERFORM 241-REMOVE-TABLE-ENTRY
                   DISPLAY "Instructor deleted"
               END-IF
           END-IF.

       241-REMOVE-TABLE-ENTRY.
           PERFORM 242-SHIFT-ENTRY-DOWN
               VARYING SUB FROM FOUND-SUB BY 1
               UNTIL SUB >= TABLE-COUNT.
           SUBTRACT 1 FROM TABLE-COUNT.

       242-SHIFT-ENTRY-DOWN.
           MOVE INST-VALUES-TBL(SUB + 1) TO INST-VALUES-TBL(SUB).

      *-----------------------------------------------------------------
      * List every instructor on file
      *-----------------------------------------------------------------
       250-LIST-INSTRUCTORS.
           DISPLAY "ID      NAME                            "
                   "DEPARTMENT  MAX".
           PERFORM 251-LIST-ONE-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           IF TABLE-COUNT = ZERO
               DISPLAY "No instructors on file"
           END-IF.

       251-LIST-ONE-ROW.
           MOVE INST-ID-TBL(SUB)         TO LIST-ID-OUT.
           MOVE INST-NAME-TBL(SUB)       TO LIST-NAME-OUT.
           MOVE INST-DEPARTMENT-TBL(SUB) TO LIST-DEPARTMENT-OUT.
           MOVE INST-MAX-HOURS-TBL(SUB)  TO LIST-MAX-HOURS-OUT.
           DISPLAY LIST-DETAIL-LINE.

       320-PROMPT-INSTRUCTOR-FIELDS.
           DISPLAY "Instructor name: ".
           ACCEPT INST-NAME-ENTRY.
           DISPLAY "Department: ".
           ACCEPT INST-DEPARTMENT-ENTRY.
           DISPLAY "Maximum teaching credit hours per term: ".
           ACCEPT INST-MAX-HOURS-ENTRY.

      *-----------------------------------------------------------------
      * Search the in-memory table for INST-ID-ENTRY
      *-----------------------------------------------------------------
       300-FIND-ID-IN-TABLE.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 301-COMPARE-TABLE-ENTRY
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT OR FOUND-SW = "Y".

       301-COMPARE-TABLE-ENTRY.
           IF INST-ID-ENTRY = INST-ID-TBL(SUB)
               MOVE "Y"  TO FOUND-SW
               MOVE SUB  TO FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Scan the section timetable for any row this instructor still
      * teaches; no timetable on disk means no assignments
      *-----------------------------------------------------------------
       310-CHECK-INSTRUCTOR-IN-USE.
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
                   IF INST-ID-ENTRY = SECT-INSTRUCTOR-ID
                       MOVE "Y" TO IN-USE-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Rewrite INSTRUCT.TXT from the (possibly changed) table
      *-----------------------------------------------------------------
       290-SAVE-INSTRUCTOR-TABLE.
           OPEN OUTPUT INSTRUCTOR-FILE.
           PERFORM 291-WRITE-INSTRUCTOR-RECORD
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           CLOSE INSTRUCTOR-FILE.

       291-WRITE-INSTRUCTOR-RECORD.
           MOVE INST-VALUES-TBL(SUB) TO INSTRUCTOR-INFOR.
           WRITE INSTRUCTOR-INFOR.

       END PROGRAM INSTMNT.
