      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Term-end outstanding-marks report.  The operator keys
      *            a term; every active (non-999) course slot on that
      *            term's INDEXSTUFILE3.TXT records is sorted by course
      *            and student, and OUTMARKS.TXT prints, per course,
      *            how many students are enrolled and how many still
      *            carry no mark (the blank average PROGRAM1 leaves
      *            until GRADEPOST fills it), listing each student
      *            still waiting.  A course whose marks are all in
      *            prints its count line only, so the report shows
      *            every course was checked.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSMARK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT SORT-WORK-FILE
                ASSIGN USING MISSSORT-PATH-WS.

           SELECT MISSING-REPORT-OUT
                ASSIGN USING OUTMARKS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-IN.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 PROGRAM-CODE-IN    PIC X(5).
           05 COURSE-SLOT-IN OCCURS 5 TIMES.
               10 COURSE-CODE-IN     PIC X(7).
               10 AVERAGE-IN         PIC X(3).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-COURSE-CODE       PIC X(7).
           05 SORT-STUDENT-NUMBER    PIC 9(6).
           05 SORT-STUDENT-NAME      PIC X(40).
           05 SORT-PROGRAM-CODE      PIC X(5).
           05 SORT-MARKED-SW         PIC X(1).

       FD  MISSING-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  MISSSORT-PATH-WS            PIC X(80)
               VALUE "MISSSORT.TXT".
       01  OUTMARKS-PATH-WS            PIC X(80)
               VALUE "OUTMARKS.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-SORT-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TERM-SELECT-WS              PIC X(4).
       01  SLOT-SUB                    PIC 9(1)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Course-break control for the output pass; a course's missing
      *students are held until its counts are known
      *-----------------------------------------------------------------
       01  PREVIOUS-COURSE-CODE        PIC X(7)   VALUE SPACES.
       01  FIRST-RECORD-SW             PIC X(1)   VALUE "Y".
       01  COURSE-ENROLLED-WS          PIC 9(4)   VALUE ZERO.
       01  COURSE-MISSING-WS           PIC 9(4)   VALUE ZERO.
       01  TOTAL-ENROLLED-WS           PIC 9(5)   VALUE ZERO.
       01  TOTAL-MISSING-WS            PIC 9(5)   VALUE ZERO.
       01  COURSES-OUTSTANDING-WS      PIC 9(4)   VALUE ZERO.
       01  MISSING-SUB                 PIC 9(4)   VALUE ZERO.
       01  MISSING-TBL.
           05 MISSING-ENTRY-TBL OCCURS 500 TIMES.
               10 MISSING-NUMBER-TBL   PIC 9(6).
               10 MISSING-NAME-TBL     PIC X(40).
               10 MISSING-PROGRAM-TBL  PIC X(5).

       01  MISSING-TITLE-LINE.
           05 FILLER                 PIC X(34)
               VALUE "OUTSTANDING MARKS REPORT  -  TERM ".
           05 TITLE-TERM-OUT         PIC X(4).
           05 FILLER                 PIC X(10)  VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  COURSE-COUNT-LINE.
           05 FILLER                 PIC X(7)  VALUE "COURSE ".
           05 COURSE-LINE-CODE-OUT   PIC X(7).
           05 FILLER                 PIC X(13)
               VALUE "   ENROLLED: ".
           05 COURSE-LINE-ENROLL-OUT PIC ZZZ9.
           05 FILLER                 PIC X(12)
               VALUE "   NO MARK: ".
           05 COURSE-LINE-MISS-OUT   PIC ZZZ9.
       01  MISSING-DETAIL-LINE.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 MISSING-NUMBER-OUT     PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 MISSING-NAME-OUT       PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 MISSING-PROGRAM-OUT    PIC X(5).
       01  TOTAL-ENROLLED-LINE.
           05 FILLER                 PIC X(32)
               VALUE "TOTAL ACTIVE ENROLMENTS:".
           05 TOTAL-LINE-ENROLL-OUT  PIC ZZZZ9.
       01  TOTAL-MISSING-LINE.
           05 FILLER                 PIC X(32)
               VALUE "TOTAL STILL WITHOUT A MARK:".
           05 TOTAL-LINE-MISS-OUT    PIC ZZZZ9.
       01  TOTAL-COURSES-LINE.
           05 FILLER                 PIC X(32)
               VALUE "COURSES WITH MARKS OUTSTANDING:".
           05 TOTAL-LINE-COURSES-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-MISSING-MARKS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-SELECTION.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-COURSE-CODE
                   ON ASCENDING KEY SORT-STUDENT-NUMBER
                   INPUT PROCEDURE IS 300-RELEASE-ENROLMENTS
                   OUTPUT PROCEDURE IS 310-PRINT-MISSING-MARKS
               PERFORM 290-CLOSE-FILES
               DISPLAY "ACTIVE ENROLMENTS:   " TOTAL-ENROLLED-WS
               DISPLAY "STILL WITHOUT MARK:  " TOTAL-MISSING-WS
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
           CALL "SITECFG" USING MISSSORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING OUTMARKS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-ACCEPT-SELECTION.
           DISPLAY "Term code for the outstanding-marks report: ".
           ACCEPT TERM-SELECT-WS.

       210-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN OUTPUT MISSING-REPORT-OUT
               MOVE TERM-SELECT-WS TO TITLE-TERM-OUT
               WRITE PRINTLINE FROM MISSING-TITLE-LINE
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
           END-IF.

       290-CLOSE-FILES.
           CLOSE STUDENT-IN.
           CLOSE MISSING-REPORT-OUT.

      *-----------------------------------------------------------------
      * Input pass: one sort row per active course slot on the term,
      * flagged by whether a numeric mark is in the slot yet
      *-----------------------------------------------------------------
       300-RELEASE-ENROLMENTS.
           PERFORM 301-READ-STUDENT-RECORD.
           PERFORM 302-RELEASE-ONE-RECORD
               UNTIL EOF-STUDENT-SW = "YES".

       301-READ-STUDENT-RECORD.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.

       302-RELEASE-ONE-RECORD.
           IF TERM-CODE-IN = TERM-SELECT-WS
               PERFORM 303-RELEASE-ONE-SLOT
                   VARYING SLOT-SUB FROM 1 BY 1 UNTIL SLOT-SUB > 5
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

       303-RELEASE-ONE-SLOT.
           IF COURSE-CODE-IN(SLOT-SUB) NOT = SPACES
                   AND AVERAGE-IN(SLOT-SUB) NOT = "999"
               MOVE COURSE-CODE-IN(SLOT-SUB) TO SORT-COURSE-CODE
               MOVE STUDENT-NUMBER-IN        TO SORT-STUDENT-NUMBER
               MOVE STUDENT-NAME-IN          TO SORT-STUDENT-NAME
               MOVE PROGRAM-CODE-IN          TO SORT-PROGRAM-CODE
               IF AVERAGE-IN(SLOT-SUB) IS NUMERIC
                   MOVE "Y" TO SORT-MARKED-SW
               ELSE
                   MOVE "N" TO SORT-MARKED-SW
               END-IF
               RELEASE SORT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * Output pass: counts per course, then the students still
      * waiting on a mark
      *-----------------------------------------------------------------
       310-PRINT-MISSING-MARKS.
           PERFORM 311-RETURN-SORT-RECORD.
           PERFORM 312-TALLY-ONE-ENROLMENT
               UNTIL EOF-SORT-SW = "YES".
           IF FIRST-RECORD-SW = "N"
               PERFORM 320-PRINT-COURSE-BLOCK
           END-IF.
           MOVE TOTAL-ENROLLED-WS      TO TOTAL-LINE-ENROLL-OUT.
           WRITE PRINTLINE FROM TOTAL-ENROLLED-LINE.
           MOVE TOTAL-MISSING-WS       TO TOTAL-LINE-MISS-OUT.
           WRITE PRINTLINE FROM TOTAL-MISSING-LINE.
           MOVE COURSES-OUTSTANDING-WS TO TOTAL-LINE-COURSES-OUT.
           WRITE PRINTLINE FROM TOTAL-COURSES-LINE.

       311-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO EOF-SORT-SW
           END-RETURN.

       312-TALLY-ONE-ENROLMENT.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               MOVE SORT-COURSE-CODE TO PREVIOUS-COURSE-CODE
           ELSE
               IF SORT-COURSE-CODE NOT = PREVIOUS-COURSE-CODE
                   PERFORM 320-PRINT-COURSE-BLOCK
                   MOVE SORT-COURSE-CODE TO PREVIOUS-COURSE-CODE
               END-IF
           END-IF.
           ADD 1 TO COURSE-ENROLLED-WS.
           ADD 1 TO TOTAL-ENROLLED-WS.
           IF SORT-MARKED-SW = "N"
               ADD 1 TO COURSE-MISSING-WS
               ADD 1 TO TOTAL-MISSING-WS
               IF COURSE-MISSING-WS NOT > 500
                   MOVE SORT-STUDENT-NUMBER
                       TO MISSING-NUMBER-TBL(COURSE-MISSING-WS)
                   MOVE SORT-STUDENT-NAME
                       TO MISSING-NAME-TBL(COURSE-MISSING-WS)
                   MOVE SORT-PROGRAM-CODE
                       TO MISSING-PROGRAM-TBL(COURSE-MISSING-WS)
               END-IF
           END-IF.
           PERFORM 311-RETURN-SORT-RECORD.

       320-PRINT-COURSE-BLOCK.
           MOVE PREVIOUS-COURSE-CODE TO COURSE-LINE-CODE-OUT.
           MOVE COURSE-ENROLLED-WS   TO COURSE-LINE-ENROLL-OUT.
           MOVE COURSE-MISSING-WS    TO COURSE-LINE-MISS-OUT.
           WRITE PRINTLINE FROM COURSE-COUNT-LINE.
           IF COURSE-MISSING-WS > ZERO
               ADD 1 TO COURSES-OUTSTANDING-WS
               PERFORM 321-PRINT-MISSING-STUDENT
                   VARYING MISSING-SUB FROM 1 BY 1
                   UNTIL MISSING-SUB > COURSE-MISSING-WS
                       OR MISSING-SUB > 500
           END-IF.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE ZERO TO COURSE-ENROLLED-WS.
           MOVE ZERO TO COURSE-MISSING-WS.

       321-PRINT-MISSING-STUDENT.
           MOVE MISSING-NUMBER-TBL(MISSING-SUB)  TO MISSING-NUMBER-OUT.
           MOVE MISSING-NAME-TBL(MISSING-SUB)    TO MISSING-NAME-OUT.
           MOVE MISSING-PROGRAM-TBL(MISSING-SUB) TO MISSING-PROGRAM-OUT.
           WRITE PRINTLINE FROM MISSING-DETAIL-LINE.

       END PROGRAM MISSMARK.
