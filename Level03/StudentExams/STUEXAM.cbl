      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Per-student final-exam print for the registration
      *            counter, laid out like the STUTIMTB timetable print.
      *            Keys one student, resolves the term record the same
      *            way, and prints the exam date, period and room of
      *            each active course from the EXAMTIME.TXT schedule
      *            the EXAMSCHD run builds.  A withdrawn slot (999
      *            average) sits no exam and is left off; a course the
      *            run could not place prints "NO EXAM SCHEDULED".
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints under the title.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUEXAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY
                  FILE STATUS IS STATUS-FIELD.

           SELECT SCHEDULE-FILE
                ASSIGN USING EXAMTIME-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SCHEDULE-STATUS-WS.

           SELECT EXAM-PRINT-OUT
                ASSIGN USING STUEXAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-IN.
       01  STUDENT-INFOR.
           05 STUDENT-KEY.
               10 STUDENT-NUMBER   PIC 9(6).
               10 TERM-CODE        PIC X(4).
           05 TUITION-OWED     PIC 9(4)V99.
           05 BILLING-DATE     PIC 9(8).
           05 STUDENT-NAME     PIC X(40).
           05 PROGRAM-CODE     PIC X(5).
           05 COURSE-CODE-1    PIC X(7).
           05 COURSE-AVG-1     PIC 9(3).
           05 COURSE-CODE-2    PIC X(7).
           05 COURSE-AVG-2     PIC 9(3).
           05 COURSE-CODE-3    PIC X(7).
           05 COURSE-AVG-3     PIC 9(3).
           05 COURSE-CODE-4    PIC X(7).
           05 COURSE-AVG-4     PIC 9(3).
           05 COURSE-CODE-5    PIC X(7).
           05 COURSE-AVG-5     PIC 9(3).

       FD  SCHEDULE-FILE.
           COPY "EXAM-SCHEDULE.TXT".

       FD  EXAM-PRINT-OUT.
       01  PRINTLINE            PIC X(70).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  EXAMTIME-PATH-WS            PIC X(80)
               VALUE "EXAMTIME.TXT".
       01  STUEXAM-PATH-WS             PIC X(80)
               VALUE "STUEXAM.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  SCHEDULE-STATUS-WS          PIC X(2).
       01  EOF-SCHEDULE-SW             PIC X(3)  VALUE "NO".
       01  ABORT-SW                    PIC X(1)  VALUE "N".
       01  KEY-INVALID-SW              PIC X(1)  VALUE "N".
       01  NUMBER-CHECK-SW             PIC X(1)  VALUE "N".
       01  STUDENT-NUMBER-WS           PIC 9(6).
       01  EOF-TERM-SW                 PIC X(3)  VALUE "NO".
       01  LIVE-TERM-COUNT-WS          PIC 9(2)  VALUE ZERO.
       01  FIRST-TERM-WS               PIC X(4).
       01  TERM-PICK-WS                PIC X(4).

      *-----------------------------------------------------------------
      *Exam schedule loaded into memory at start-up
      *-----------------------------------------------------------------
       01  EXAM-TBL.
           05 EX-COUNT               PIC 9(3)  VALUE ZERO.
           05 EX-VALUES-TBL OCCURS 200 TIMES.
               10 EX-COURSE-CODE-TBL   PIC X(7).
               10 EX-TERM-CODE-TBL     PIC X(4).
               10 EX-DATE-TBL          PIC 9(8).
               10 EX-PERIOD-TBL        PIC 9(1).
               10 EX-ROOM-TBL          PIC X(5).
       01  EX-SUB                     PIC 9(3)  VALUE ZERO.
       01  EX-FOUND-SUB               PIC 9(3)  VALUE ZERO.
       01  EX-FOUND-SW                PIC X(1)  VALUE "N".
       01  TABLE-OVERFLOW-SW          PIC X(1)  VALUE "N".

      *-----------------------------------------------------------------
      *The slot being printed
      *-----------------------------------------------------------------
       01  SLOT-COURSE-WS              PIC X(7).
       01  SLOT-AVERAGE-WS             PIC 9(3).

       01  EXAM-DETAIL-LINE.
           05 EXL-COURSE-OUT         PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 EXL-DATE-OUT           PIC 9(8).
           05 FILLER                 PIC X(10) VALUE "   PERIOD ".
           05 EXL-PERIOD-OUT         PIC 9(1).
           05 FILLER                 PIC X(9)  VALUE "   ROOM  ".
           05 EXL-ROOM-OUT           PIC X(5).
       01  NOT-SCHEDULED-LINE.
           05 NSL-COURSE-OUT         PIC X(7).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 FILLER                 PIC X(17)
               VALUE "NO EXAM SCHEDULED".

       PROCEDURE DIVISION.
       100-PRODUCE-EXAM-TIMETABLE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-SCHEDULE
                   UNTIL EOF-SCHEDULE-SW = "YES"
               IF TABLE-OVERFLOW-SW = "Y"
                   DISPLAY "EXAMTIME.TXT HAS MORE THAN 200 ROWS - "
                           "RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 202-ACCEPT-STUDENT-NUMBER
                   IF STUDENT-NUMBER-WS NOT = ZERO
                       PERFORM 203-READ-STUDENT-RECORD
                       IF KEY-INVALID-SW = "Y"
                           DISPLAY "STUDENT NUMBER NOT FOUND"
                       ELSE
                           PERFORM 210-PRINT-EXAMS
                       END-IF
                   END-IF
               END-IF
               PERFORM 290-CLOSE-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXAMTIME-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUEXAM-PATH-WS, SITE-REGION-WS.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN INPUT SCHEDULE-FILE
               IF SCHEDULE-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "EXAMTIME.TXT NOT AVAILABLE - STATUS "
                           SCHEDULE-STATUS-WS
                   DISPLAY "RUN THE EXAMSCHD EXAM SCHEDULE FIRST"
                   CLOSE STUDENT-IN
               ELSE
                   OPEN OUTPUT EXAM-PRINT-OUT
               END-IF
           END-IF.

       201-LOAD-SCHEDULE.
           READ SCHEDULE-FILE
               AT END
                   MOVE "YES" TO EOF-SCHEDULE-SW
               NOT AT END
                   IF EX-COUNT < 200
                       ADD 1 TO EX-COUNT
                       MOVE EXAM-SCHEDULE TO EX-VALUES-TBL(EX-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-SCHEDULE-SW
                   END-IF
           END-READ.

       202-ACCEPT-STUDENT-NUMBER.
           MOVE "N" TO NUMBER-CHECK-SW.
           PERFORM 209-PROMPT-STUDENT-NUMBER
               UNTIL NUMBER-CHECK-SW = "Y"
                   OR STUDENT-NUMBER-WS = ZERO.

       209-PROMPT-STUDENT-NUMBER.
           DISPLAY "Enter student number (0 to quit): ".
           ACCEPT STUDENT-NUMBER-WS.
           IF STUDENT-NUMBER-WS = ZERO
               DISPLAY "EXAM TIMETABLE REQUEST CANCELLED"
           ELSE
               CALL "STUNUMCK"
                   USING STUDENT-NUMBER-WS, NUMBER-CHECK-SW
               IF NUMBER-CHECK-SW = "N"
                   DISPLAY "CHECK DIGIT DOES NOT VERIFY - RE-ENTER"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Resolve which term record to print: one live record is used
      * as is, two or more prompt the operator for the term
      *-----------------------------------------------------------------
       203-READ-STUDENT-RECORD.
           MOVE "N" TO KEY-INVALID-SW.
           PERFORM 240-COUNT-LIVE-TERMS.
           IF LIVE-TERM-COUNT-WS = ZERO
               MOVE "Y" TO KEY-INVALID-SW
           ELSE
               IF LIVE-TERM-COUNT-WS = 1
                   MOVE FIRST-TERM-WS TO TERM-PICK-WS
               ELSE
                   DISPLAY "More than one term on file - enter "
                           "term code: "
                   ACCEPT TERM-PICK-WS
               END-IF
               MOVE STUDENT-NUMBER-WS TO STUDENT-NUMBER
               MOVE TERM-PICK-WS TO TERM-CODE IN STUDENT-INFOR
               READ STUDENT-IN
                   INVALID KEY
                       MOVE "Y" TO KEY-INVALID-SW
               END-READ
           END-IF.

       240-COUNT-LIVE-TERMS.
           MOVE ZERO TO LIVE-TERM-COUNT-WS.
           MOVE SPACES TO FIRST-TERM-WS.
           MOVE "NO" TO EOF-TERM-SW.
           MOVE STUDENT-NUMBER-WS TO STUDENT-NUMBER.
           MOVE LOW-VALUES TO TERM-CODE IN STUDENT-INFOR.
           START STUDENT-IN KEY IS NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-TERM-SW
           END-START.
           PERFORM 241-COUNT-ONE-LIVE-TERM
               UNTIL EOF-TERM-SW = "YES".

       241-COUNT-ONE-LIVE-TERM.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-TERM-SW
           END-READ.
           IF EOF-TERM-SW = "NO"
               IF STUDENT-NUMBER NOT = STUDENT-NUMBER-WS
                   MOVE "YES" TO EOF-TERM-SW
               ELSE
                   ADD 1 TO LIVE-TERM-COUNT-WS
                   IF LIVE-TERM-COUNT-WS = 1
                       MOVE TERM-CODE IN STUDENT-INFOR
                           TO FIRST-TERM-WS
                   END-IF
               END-IF
           END-IF.

       210-PRINT-EXAMS.
           MOVE "STUDENT EXAM TIMETABLE" TO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "REGION:         " SITE-REGION-WS
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "STUDENT NUMBER: " STUDENT-NUMBER
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "STUDENT NAME:   " STUDENT-NAME
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "TERM:           " TERM-CODE
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           MOVE SPACES TO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           MOVE COURSE-CODE-1 TO SLOT-COURSE-WS.
           MOVE COURSE-AVG-1  TO SLOT-AVERAGE-WS.
           PERFORM 220-PRINT-ONE-SLOT.
           MOVE COURSE-CODE-2 TO SLOT-COURSE-WS.
           MOVE COURSE-AVG-2  TO SLOT-AVERAGE-WS.
           PERFORM 220-PRINT-ONE-SLOT.
           MOVE COURSE-CODE-3 TO SLOT-COURSE-WS.
           MOVE COURSE-AVG-3  TO SLOT-AVERAGE-WS.
           PERFORM 220-PRINT-ONE-SLOT.
           MOVE COURSE-CODE-4 TO SLOT-COURSE-WS.
           MOVE COURSE-AVG-4  TO SLOT-AVERAGE-WS.
           PERFORM 220-PRINT-ONE-SLOT.
           MOVE COURSE-CODE-5 TO SLOT-COURSE-WS.
           MOVE COURSE-AVG-5  TO SLOT-AVERAGE-WS.
           PERFORM 220-PRINT-ONE-SLOT.

      *-----------------------------------------------------------------
      * A blank slot carries no course; a withdrawn slot sits no exam;
      * everything else prints its exam row for the record's term
      *-----------------------------------------------------------------
       220-PRINT-ONE-SLOT.
           IF SLOT-COURSE-WS NOT = SPACES
                   AND SLOT-AVERAGE-WS NOT = 999
               PERFORM 230-FIND-EXAM-ROW
               IF EX-FOUND-SW = "Y"
                   MOVE SLOT-COURSE-WS TO EXL-COURSE-OUT
                   MOVE EX-DATE-TBL(EX-FOUND-SUB)   TO EXL-DATE-OUT
                   MOVE EX-PERIOD-TBL(EX-FOUND-SUB) TO EXL-PERIOD-OUT
                   MOVE EX-ROOM-TBL(EX-FOUND-SUB)   TO EXL-ROOM-OUT
                   MOVE EXAM-DETAIL-LINE TO PRINTLINE
                   PERFORM 218-PRINT-ONE-LINE
               ELSE
                   MOVE SLOT-COURSE-WS TO NSL-COURSE-OUT
                   MOVE NOT-SCHEDULED-LINE TO PRINTLINE
                   PERFORM 218-PRINT-ONE-LINE
               END-IF
           END-IF.

       230-FIND-EXAM-ROW.
           MOVE "N" TO EX-FOUND-SW.
           MOVE ZERO TO EX-FOUND-SUB.
           PERFORM 231-COMPARE-EXAM-ROW
               VARYING EX-SUB FROM 1 BY 1
               UNTIL EX-SUB > EX-COUNT OR EX-FOUND-SW = "Y".

       231-COMPARE-EXAM-ROW.
           IF SLOT-COURSE-WS = EX-COURSE-CODE-TBL(EX-SUB)
                   AND TERM-CODE IN STUDENT-INFOR
                       = EX-TERM-CODE-TBL(EX-SUB)
               MOVE "Y" TO EX-FOUND-SW
               MOVE EX-SUB TO EX-FOUND-SUB
           END-IF.

       218-PRINT-ONE-LINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           MOVE SPACES TO PRINTLINE.

       290-CLOSE-FILES.
           CLOSE STUDENT-IN.
           CLOSE SCHEDULE-FILE.
           CLOSE EXAM-PRINT-OUT.

       END PROGRAM STUEXAM.
