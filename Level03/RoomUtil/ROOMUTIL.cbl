      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Room utilization report for facilities planning.
      *            Every room on the ROOM.TXT master is listed with its
      *            seats and type, the number of TIMETABL.TXT sections
      *            booked into it and its booked hours per week (each
      *            section's meeting length times its meeting days),
      *            with the hours as a percentage of a 50-hour teaching
      *            week (0800-1800, Monday to Friday).  Sections whose
      *            room is not on the master are listed after, so the
      *            report still accounts for every booked hour.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMUTIL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOM-FILE-IN
                ASSIGN USING ROOM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ROOM-STATUS-WS.

           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TIMETABLE-STATUS-WS.

           SELECT UTIL-REPORT-OUT
                ASSIGN USING ROOMUTIL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOM-FILE-IN.
           COPY "ROOM-INFOR.TXT".

       FD  TIMETABLE-FILE.
           COPY "COURSE-SECTION.TXT".

       FD  UTIL-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

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
       01  ROOMUTIL-PATH-WS            PIC X(80)
               VALUE "ROOMUTIL.TXT".

       01  ROOM-STATUS-WS              PIC X(2).
       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  EOF-ROOM                    PIC X(3)   VALUE "NO".
       01  EOF-TIMETABLE-SW            PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TABLE-OVERFLOW-SW           PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *Room master with the bookings totalled against each room
      *-----------------------------------------------------------------
       01  ROOM-TBL.
           05 ROOM-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 ROOM-VALUES-TBL OCCURS 100 TIMES.
               10 ROOM-CODE-TBL        PIC X(5).
               10 ROOM-CAPACITY-TBL    PIC 9(3).
               10 ROOM-TYPE-TBL        PIC X(2).
               10 ROOM-SECTIONS-TBL    PIC 9(3).
               10 ROOM-MINUTES-TBL     PIC 9(5).

       01  SUB                         PIC 9(3)   VALUE ZERO.
       01  DAY-SUB                     PIC 9(1)   VALUE ZERO.
       01  FOUND-SW                    PIC X(1)   VALUE "N".
       01  FOUND-SUB                   PIC 9(3)   VALUE ZERO.

      *-----------------------------------------------------------------
      *One section's weekly minutes: HHMM converted to minutes past
      *midnight, length times the number of meeting days
      *-----------------------------------------------------------------
       01  TIME-HOURS-WS               PIC 9(2).
       01  TIME-MINUTES-WS             PIC 9(2).
       01  START-MINUTES-WS            PIC 9(4).
       01  END-MINUTES-WS              PIC 9(4).
       01  MEETING-DAYS-WS             PIC 9(1).
       01  SECTION-MINUTES-WS          PIC 9(5).

       01  WEEK-HOURS-WS               PIC 9(3)V99.
       01  UTIL-PERCENT-WS             PIC 9(3)V9.
       01  STANDARD-WEEK-MINUTES       PIC 9(5)   VALUE 3000.

       01  ROOMS-LISTED-WS             PIC 9(3)   VALUE ZERO.
       01  TOTAL-MINUTES-WS            PIC 9(6)   VALUE ZERO.
       01  UNKNOWN-ROOM-COUNT-WS       PIC 9(3)   VALUE ZERO.

       01  UTIL-TITLE-LINE.
           05 FILLER                 PIC X(40)
               VALUE "ROOM UTILIZATION - BOOKED HOURS PER WEEK".
           05 FILLER                 PIC X(10)  VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  UTIL-HEADING.
           05 FILLER  PIC X(8)  VALUE "ROOM".
           05 FILLER  PIC X(7)  VALUE "TYPE".
           05 FILLER  PIC X(8)  VALUE "SEATS".
           05 FILLER  PIC X(11) VALUE "SECTIONS".
           05 FILLER  PIC X(11) VALUE "HRS/WEEK".
           05 FILLER  PIC X(14) VALUE "% OF 50 HRS".
       01  UTIL-DETAIL-LINE.
           05 UTIL-ROOM-OUT          PIC X(5).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 UTIL-TYPE-OUT          PIC X(2).
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 UTIL-SEATS-OUT         PIC ZZ9.
           05 FILLER                 PIC X(8)  VALUE SPACES.
           05 UTIL-SECTIONS-OUT      PIC ZZ9.
           05 FILLER                 PIC X(5)  VALUE SPACES.
           05 UTIL-HOURS-OUT         PIC ZZ9.99.
           05 FILLER                 PIC X(7)  VALUE SPACES.
           05 UTIL-PERCENT-OUT       PIC ZZ9.9.
       01  UNKNOWN-HEADING.
           05 FILLER                 PIC X(40)
               VALUE "SECTIONS IN A ROOM NOT ON ROOM.TXT".
       01  UNKNOWN-DETAIL-LINE.
           05 UNK-COURSE-OUT         PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 UNK-ROOM-OUT           PIC X(5).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 UNK-DAYS-OUT           PIC X(5).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 UNK-START-OUT          PIC 9(4).
           05 FILLER                 PIC X(1)  VALUE "-".
           05 UNK-END-OUT            PIC 9(4).
       01  TOTAL-LINE.
           05 FILLER                 PIC X(30)
               VALUE "TOTAL BOOKED HOURS PER WEEK:".
           05 TOTAL-HOURS-OUT        PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       100-PRODUCE-ROOM-UTILIZATION.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-ROOM-TABLE
                   UNTIL EOF-ROOM = "YES"
               IF TABLE-OVERFLOW-SW = "Y"
                   DISPLAY "ROOM.TXT HAS MORE THAN 100 ROWS - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   CLOSE TIMETABLE-FILE
               ELSE
                   PERFORM 210-PRINT-HEADINGS
                   PERFORM 220-READ-TIMETABLE-ROW
                   PERFORM 221-BOOK-ONE-SECTION
                       UNTIL EOF-TIMETABLE-SW = "YES"
                   CLOSE TIMETABLE-FILE
                   PERFORM 230-PRINT-ONE-ROOM
                       VARYING SUB FROM 1 BY 1
                       UNTIL SUB > ROOM-TABLE-COUNT
                   IF UNKNOWN-ROOM-COUNT-WS > ZERO
                       PERFORM 240-PRINT-UNKNOWN-ROOMS
                   END-IF
                   PERFORM 250-PRINT-TOTALS
               END-IF
               CLOSE UTIL-REPORT-OUT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING ROOM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING ROOMUTIL-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-OPEN-FILES.
           OPEN INPUT ROOM-FILE-IN.
           IF ROOM-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "ROOM.TXT NOT AVAILABLE - STATUS "
                       ROOM-STATUS-WS
               DISPLAY "SET UP THE ROOMS THROUGH ROOMMNT FIRST"
           ELSE
               OPEN INPUT TIMETABLE-FILE
               IF TIMETABLE-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "TIMETABL.TXT NOT AVAILABLE - STATUS "
                           TIMETABLE-STATUS-WS
                   CLOSE ROOM-FILE-IN
               ELSE
                   OPEN OUTPUT UTIL-REPORT-OUT
               END-IF
           END-IF.

       201-LOAD-ROOM-TABLE.
           READ ROOM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-ROOM
                   CLOSE ROOM-FILE-IN
               NOT AT END
                   IF ROOM-TABLE-COUNT < 100
                       ADD 1 TO ROOM-TABLE-COUNT
                       MOVE ROOM-CODE
                           TO ROOM-CODE-TBL(ROOM-TABLE-COUNT)
                       MOVE ROOM-CAPACITY
                           TO ROOM-CAPACITY-TBL(ROOM-TABLE-COUNT)
                       MOVE ROOM-TYPE
                           TO ROOM-TYPE-TBL(ROOM-TABLE-COUNT)
                       MOVE ZERO
                           TO ROOM-SECTIONS-TBL(ROOM-TABLE-COUNT)
                       MOVE ZERO
                           TO ROOM-MINUTES-TBL(ROOM-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-ROOM
                       CLOSE ROOM-FILE-IN
                   END-IF
           END-READ.

       210-PRINT-HEADINGS.
           WRITE PRINTLINE FROM UTIL-TITLE-LINE.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM UTIL-HEADING.

      *-----------------------------------------------------------------
      * Each timetable row adds its weekly minutes to its room; a room
      * not on the master is only counted here and listed later
      *-----------------------------------------------------------------
       220-READ-TIMETABLE-ROW.
           READ TIMETABLE-FILE
               AT END
                   MOVE "YES" TO EOF-TIMETABLE-SW
           END-READ.

       221-BOOK-ONE-SECTION.
           PERFORM 222-COMPUTE-SECTION-MINUTES.
           ADD SECTION-MINUTES-WS TO TOTAL-MINUTES-WS.
           PERFORM 225-FIND-ROOM-ROW.
           IF FOUND-SW = "Y"
               ADD 1 TO ROOM-SECTIONS-TBL(FOUND-SUB)
               ADD SECTION-MINUTES-WS TO ROOM-MINUTES-TBL(FOUND-SUB)
           ELSE
               ADD 1 TO UNKNOWN-ROOM-COUNT-WS
           END-IF.
           PERFORM 220-READ-TIMETABLE-ROW.

       222-COMPUTE-SECTION-MINUTES.
           DIVIDE SECT-START-TIME BY 100 GIVING TIME-HOURS-WS
               REMAINDER TIME-MINUTES-WS.
           COMPUTE START-MINUTES-WS =
               TIME-HOURS-WS * 60 + TIME-MINUTES-WS.
           DIVIDE SECT-END-TIME BY 100 GIVING TIME-HOURS-WS
               REMAINDER TIME-MINUTES-WS.
           COMPUTE END-MINUTES-WS =
               TIME-HOURS-WS * 60 + TIME-MINUTES-WS.
           MOVE ZERO TO MEETING-DAYS-WS.
           PERFORM 223-COUNT-ONE-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 5.
           IF END-MINUTES-WS > START-MINUTES-WS
               COMPUTE SECTION-MINUTES-WS =
                   (END-MINUTES-WS - START-MINUTES-WS)
                       * MEETING-DAYS-WS
           ELSE
               MOVE ZERO TO SECTION-MINUTES-WS
           END-IF.

       223-COUNT-ONE-DAY.
           IF SECT-DAYS(DAY-SUB:1) NOT = SPACE
               ADD 1 TO MEETING-DAYS-WS
           END-IF.

       225-FIND-ROOM-ROW.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 226-COMPARE-ROOM-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > ROOM-TABLE-COUNT OR FOUND-SW = "Y".

       226-COMPARE-ROOM-ROW.
           IF SECT-ROOM = ROOM-CODE-TBL(SUB)
               MOVE "Y" TO FOUND-SW
               MOVE SUB TO FOUND-SUB
           END-IF.

       230-PRINT-ONE-ROOM.
           ADD 1 TO ROOMS-LISTED-WS.
           COMPUTE WEEK-HOURS-WS ROUNDED =
               ROOM-MINUTES-TBL(SUB) / 60.
           COMPUTE UTIL-PERCENT-WS ROUNDED =
               ROOM-MINUTES-TBL(SUB) * 100 / STANDARD-WEEK-MINUTES.
           MOVE ROOM-CODE-TBL(SUB)     TO UTIL-ROOM-OUT.
           MOVE ROOM-TYPE-TBL(SUB)     TO UTIL-TYPE-OUT.
           MOVE ROOM-CAPACITY-TBL(SUB) TO UTIL-SEATS-OUT.
           MOVE ROOM-SECTIONS-TBL(SUB) TO UTIL-SECTIONS-OUT.
           MOVE WEEK-HOURS-WS          TO UTIL-HOURS-OUT.
           MOVE UTIL-PERCENT-WS        TO UTIL-PERCENT-OUT.
           DISPLAY UTIL-DETAIL-LINE.
           WRITE PRINTLINE FROM UTIL-DETAIL-LINE.

      *-----------------------------------------------------------------
      * Second pass over the timetable for the rooms not on the master
      *-----------------------------------------------------------------
       240-PRINT-UNKNOWN-ROOMS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM UNKNOWN-HEADING.
           MOVE "NO" TO EOF-TIMETABLE-SW.
           OPEN INPUT TIMETABLE-FILE.
           PERFORM 220-READ-TIMETABLE-ROW.
           PERFORM 241-PRINT-ONE-UNKNOWN
               UNTIL EOF-TIMETABLE-SW = "YES".
           CLOSE TIMETABLE-FILE.

       241-PRINT-ONE-UNKNOWN.
           PERFORM 225-FIND-ROOM-ROW.
           IF FOUND-SW = "N"
               MOVE SECT-COURSE-CODE TO UNK-COURSE-OUT
               MOVE SECT-ROOM        TO UNK-ROOM-OUT
               MOVE SECT-DAYS        TO UNK-DAYS-OUT
               MOVE SECT-START-TIME  TO UNK-START-OUT
               MOVE SECT-END-TIME    TO UNK-END-OUT
               DISPLAY UNKNOWN-DETAIL-LINE
               WRITE PRINTLINE FROM UNKNOWN-DETAIL-LINE
           END-IF.
           PERFORM 220-READ-TIMETABLE-ROW.

       250-PRINT-TOTALS.
           COMPUTE TOTAL-HOURS-OUT ROUNDED = TOTAL-MINUTES-WS / 60.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM TOTAL-LINE.
           DISPLAY "ROOMS LISTED:             " ROOMS-LISTED-WS.
           DISPLAY "SECTIONS IN UNKNOWN ROOMS: " UNKNOWN-ROOM-COUNT-WS.

       END PROGRAM ROOMUTIL.
