      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Dean's List for one term.  The operator keys the
      *            term, the term-GPA cutoff and the minimum credit
      *            load.  Every INDEXSTUFILE3.TXT record for that term
      *            whose credit-weighted term GPA (from the shared
      *            GPACALC subprogram, the same figure TRANSCRPT and
      *            CLASSRNK print) is at or above the cutoff, on at
      *            least the minimum credit hours, is sorted by
      *            PROGRAM-CODE and descending GPA and listed per
      *            program with a per-program count, the way CLASSRNK
      *            lays out its ranking.  Withdrawn and unmarked
      *            courses carry no hours, so they do not count toward
      *            the load.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEANLIST.
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
                ASSIGN USING DEANSORT-PATH-WS.

           SELECT DEANS-REPORT-OUT
                ASSIGN USING DEANSLIST-PATH-WS
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
           05 COURSE-CODE-1-IN   PIC X(7).
           05 AVERAGE-1-IN       PIC 9(3).
           05 COURSE-CODE-2-IN   PIC X(7).
           05 AVERAGE-2-IN       PIC 9(3).
           05 COURSE-CODE-3-IN   PIC X(7).
           05 AVERAGE-3-IN       PIC 9(3).
           05 COURSE-CODE-4-IN   PIC X(7).
           05 AVERAGE-4-IN       PIC 9(3).
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-IN       PIC 9(3).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-PROGRAM-CODE      PIC X(5).
           05 SORT-TERM-GPA          PIC 9V99.
           05 SORT-STUDENT-NUMBER    PIC 9(6).
           05 SORT-STUDENT-NAME      PIC X(40).
           05 SORT-CREDIT-HOURS      PIC 9(3).

       FD  DEANS-REPORT-OUT.
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
       01  DEANSORT-PATH-WS            PIC X(80)
               VALUE "DEANSORT.TXT".
       01  DEANSLIST-PATH-WS           PIC X(80)
               VALUE "DEANSLIST.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-SORT-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *The run's keyed selection: term, GPA cutoff and credit load
      *-----------------------------------------------------------------
       01  TERM-SELECT-WS              PIC X(4).
       01  GPA-CUTOFF-WS               PIC 9V99   VALUE ZERO.
       01  MIN-HOURS-WS                PIC 9(3)   VALUE ZERO.

       01  TERM-POINTS-WS              PIC 9(4)V99.
       01  TERM-HOURS-WS               PIC 9(3).
       01  TERM-GPA-WS                 PIC 9V99.

      *-----------------------------------------------------------------
      *Program-break control for the output pass
      *-----------------------------------------------------------------
       01  PREVIOUS-PROGRAM-CODE       PIC X(5)   VALUE SPACES.
       01  FIRST-RECORD-SW             PIC X(1)   VALUE "Y".
       01  PROGRAM-LISTED-WS           PIC 9(4)   VALUE ZERO.
       01  TOTAL-LISTED-WS             PIC 9(5)   VALUE ZERO.
       01  TERM-RECORDS-READ-WS        PIC 9(5)   VALUE ZERO.

       01  DEANS-TITLE-LINE.
           05 FILLER                 PIC X(22)
               VALUE "DEAN'S LIST  -  TERM ".
           05 TITLE-TERM-OUT         PIC X(4).
           05 FILLER                 PIC X(16)
               VALUE "   GPA CUTOFF: ".
           05 TITLE-CUTOFF-OUT       PIC 9.99.
           05 FILLER                 PIC X(18)
               VALUE "   MIN CREDITS: ".
           05 TITLE-HOURS-OUT        PIC ZZ9.
       01  DEANS-REGION-LINE.
           05 FILLER                 PIC X(8)  VALUE "REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  DEANS-HEADING.
           05 FILLER  PIC X(9)  VALUE "PROGRAM".
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(42) VALUE "NAME".
           05 FILLER  PIC X(8)  VALUE "TGPA".
           05 FILLER  PIC X(7)  VALUE "CREDITS".
       01  DEANS-DETAIL-LINE.
           05 DEANS-PROGRAM-OUT      PIC X(5).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 DEANS-NUMBER-OUT       PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 DEANS-NAME-OUT         PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DEANS-GPA-OUT          PIC 9.99.
           05 FILLER                 PIC X(6)  VALUE SPACES.
           05 DEANS-HOURS-OUT        PIC ZZ9.
       01  PROGRAM-COUNT-LINE.
           05 FILLER                 PIC X(28)
               VALUE "STUDENTS ON LIST IN PROGRAM ".
           05 COUNT-LINE-PROGRAM-OUT PIC X(5).
           05 FILLER                 PIC X(2)  VALUE ": ".
           05 COUNT-LINE-COUNT-OUT   PIC ZZZ9.
       01  TOTAL-COUNT-LINE.
           05 FILLER                 PIC X(28)
               VALUE "TOTAL STUDENTS ON LIST:".
           05 TOTAL-LINE-COUNT-OUT   PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-DEANS-LIST.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-SELECTION.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-PROGRAM-CODE
                   ON DESCENDING KEY SORT-TERM-GPA
                   ON ASCENDING KEY SORT-STUDENT-NUMBER
                   INPUT PROCEDURE IS 300-RELEASE-QUALIFIERS
                   OUTPUT PROCEDURE IS 310-PRINT-DEANS-LIST
               PERFORM 290-CLOSE-FILES
               DISPLAY "TERM RECORDS READ:      " TERM-RECORDS-READ-WS
               DISPLAY "STUDENTS ON DEAN'S LIST: " TOTAL-LISTED-WS
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
           CALL "SITECFG" USING DEANSORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DEANSLIST-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-ACCEPT-SELECTION.
           DISPLAY "Term code for the Dean's List: ".
           ACCEPT TERM-SELECT-WS.
           DISPLAY "Minimum term GPA (e.g. 3.50): ".
           ACCEPT GPA-CUTOFF-WS.
           DISPLAY "Minimum credit hours for the term: ".
           ACCEPT MIN-HOURS-WS.

       210-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN OUTPUT DEANS-REPORT-OUT
               MOVE TERM-SELECT-WS TO TITLE-TERM-OUT
               MOVE GPA-CUTOFF-WS  TO TITLE-CUTOFF-OUT
               MOVE MIN-HOURS-WS   TO TITLE-HOURS-OUT
               WRITE PRINTLINE FROM DEANS-TITLE-LINE
               WRITE PRINTLINE FROM DEANS-REGION-LINE
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
               WRITE PRINTLINE FROM DEANS-HEADING
           END-IF.

      *-----------------------------------------------------------------
      * Input pass: every record for the keyed term is weighed through
      * GPACALC; only those meeting both the cutoff and the credit
      * load go to the sort
      *-----------------------------------------------------------------
       300-RELEASE-QUALIFIERS.
           PERFORM 301-READ-STUDENT-RECORD.
           PERFORM 302-TEST-ONE-RECORD
               UNTIL EOF-STUDENT-SW = "YES".

       301-READ-STUDENT-RECORD.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.

       302-TEST-ONE-RECORD.
           IF TERM-CODE-IN = TERM-SELECT-WS
               ADD 1 TO TERM-RECORDS-READ-WS
               CALL "GPACALC"
                   USING COURSE-CODE-1-IN, AVERAGE-1-IN,
                   COURSE-CODE-2-IN, AVERAGE-2-IN, COURSE-CODE-3-IN,
                   AVERAGE-3-IN, COURSE-CODE-4-IN, AVERAGE-4-IN,
                   COURSE-CODE-5-IN, AVERAGE-5-IN, TERM-POINTS-WS,
                   TERM-HOURS-WS, TERM-GPA-WS
               IF TERM-HOURS-WS NOT < MIN-HOURS-WS
                       AND TERM-HOURS-WS > ZERO
                       AND TERM-GPA-WS NOT < GPA-CUTOFF-WS
                   MOVE PROGRAM-CODE-IN   TO SORT-PROGRAM-CODE
                   MOVE TERM-GPA-WS       TO SORT-TERM-GPA
                   MOVE STUDENT-NUMBER-IN TO SORT-STUDENT-NUMBER
                   MOVE STUDENT-NAME-IN   TO SORT-STUDENT-NAME
                   MOVE TERM-HOURS-WS     TO SORT-CREDIT-HOURS
                   RELEASE SORT-RECORD
               END-IF
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

      *-----------------------------------------------------------------
      * Output pass: the count line prints as each program ends, and
      * the run total after the last
      *-----------------------------------------------------------------
       310-PRINT-DEANS-LIST.
           PERFORM 311-RETURN-SORTED-RECORD.
           PERFORM 312-PRINT-ONE-STUDENT
               UNTIL EOF-SORT-SW = "YES".
           IF FIRST-RECORD-SW = "N"
               PERFORM 314-PRINT-PROGRAM-COUNT
           END-IF.
           MOVE TOTAL-LISTED-WS TO TOTAL-LINE-COUNT-OUT.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM TOTAL-COUNT-LINE.

       311-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "YES" TO EOF-SORT-SW
           END-RETURN.

       312-PRINT-ONE-STUDENT.
           IF FIRST-RECORD-SW = "Y"
               MOVE "N" TO FIRST-RECORD-SW
               PERFORM 313-START-NEW-PROGRAM
           ELSE
               IF SORT-PROGRAM-CODE NOT = PREVIOUS-PROGRAM-CODE
                   PERFORM 314-PRINT-PROGRAM-COUNT
                   PERFORM 313-START-NEW-PROGRAM
               END-IF
           END-IF.
           ADD 1 TO PROGRAM-LISTED-WS.
           ADD 1 TO TOTAL-LISTED-WS.
           MOVE SORT-PROGRAM-CODE   TO DEANS-PROGRAM-OUT.
           MOVE SORT-STUDENT-NUMBER TO DEANS-NUMBER-OUT.
           MOVE SORT-STUDENT-NAME   TO DEANS-NAME-OUT.
           MOVE SORT-TERM-GPA       TO DEANS-GPA-OUT.
           MOVE SORT-CREDIT-HOURS   TO DEANS-HOURS-OUT.
           DISPLAY DEANS-DETAIL-LINE.
           WRITE PRINTLINE FROM DEANS-DETAIL-LINE.
           PERFORM 311-RETURN-SORTED-RECORD.

       313-START-NEW-PROGRAM.
           MOVE SORT-PROGRAM-CODE TO PREVIOUS-PROGRAM-CODE.
           MOVE ZERO TO PROGRAM-LISTED-WS.

       314-PRINT-PROGRAM-COUNT.
           MOVE PREVIOUS-PROGRAM-CODE TO COUNT-LINE-PROGRAM-OUT.
           MOVE PROGRAM-LISTED-WS     TO COUNT-LINE-COUNT-OUT.
           DISPLAY PROGRAM-COUNT-LINE.
           WRITE PRINTLINE FROM PROGRAM-COUNT-LINE.

       290-CLOSE-FILES.
           CLOSE STUDENT-IN.
           CLOSE DEANS-REPORT-OUT.

       END PROGRAM DEANLIST.
