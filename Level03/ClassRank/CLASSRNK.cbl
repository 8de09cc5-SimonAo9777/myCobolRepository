      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Each rank line now also prints the term GPA,
      *                 weighted by each course's credit hours, and
      *                 the cumulative GPA over the student's
      *                 STUHIST.TXT terms plus the live terms through
      *                 the one ranked, from the shared GPACALC
      *                 subprogram.  The ranking itself is unchanged.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  The cumulative GPA now takes the student's
      *                 other live terms by their TERMCAL.TXT start
      *                 dates - only those that started before the
      *                 ranked term - instead of in key order, which
      *                 is not chronological.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSRNK.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT HISTORY-IN
                ASSIGN USING STUHIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIST-KEY
                  FILE STATUS IS HISTORY-STATUS-WS.

      *    the same master again, browsed by student for the other
      *    live terms that count toward the cumulative
           SELECT LIVE-TERMS-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LIVE-KEY-IN
                  FILE STATUS IS LIVE-STATUS-WS.

           SELECT TERM-FILE-IN
                ASSIGN USING TERMCAL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TERM-STATUS-WS.

           SELECT SORT-WORK-FILE
                ASSIGN USING RANKSORT-PATH-WS.

           SELECT RANK-REPORT-OUT
                ASSIGN USING CLASSRANK-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-IN       PIC 9(3).

       FD  LIVE-TERMS-IN.
       01  LIVE-RECORD-IN.
           05 LIVE-KEY-IN.
               10 LIVE-STUDENT-NUMBER-IN  PIC 9(6).
               10 LIVE-TERM-CODE-IN       PIC X(4).
           05 FILLER                 PIC X(59).
           05 LIVE-COURSE-CODE-1-IN  PIC X(7).
           05 LIVE-AVERAGE-1-IN      PIC 9(3).
           05 LIVE-COURSE-CODE-2-IN  PIC X(7).
           05 LIVE-AVERAGE-2-IN      PIC 9(3).
           05 LIVE-COURSE-CODE-3-IN  PIC X(7).
           05 LIVE-AVERAGE-3-IN      PIC 9(3).
           05 LIVE-COURSE-CODE-4-IN  PIC X(7).
           05 LIVE-AVERAGE-4-IN      PIC 9(3).
           05 LIVE-COURSE-CODE-5-IN  PIC X(7).
           05 LIVE-AVERAGE-5-IN      PIC 9(3).

      *-----------------------------------------------------------------
      *Term calendar kept by TERMMNT; its start dates put a student's
      *live terms in order, since the term codes do not sort by date
      *-----------------------------------------------------------------
       FD  TERM-FILE-IN.
           COPY "TERM-CALENDAR.TXT".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-PROGRAM-CODE      PIC X(5).
           05 SORT-STUDENT-NUMBER    PIC 9(6).
           05 SORT-STUDENT-NAME      PIC X(40).
           05 SORT-TERM-CODE         PIC X(4).
           05 SORT-TERM-GPA          PIC 9V99.
           05 SORT-CUM-GPA           PIC 9V99.

       FD  HISTORY-IN.
           COPY "STUDENT-HISTORY.TXT".

       FD  RANK-REPORT-OUT.
       01  PRINTLINE                 PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  STUHIST-PATH-WS             PIC X(80)
               VALUE "STUHIST.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".
       01  RANKSORT-PATH-WS            PIC X(80)
               VALUE "RANKSORT.TXT".
       01  CLASSRANK-PATH-WS           PIC X(80)
               VALUE "CLASSRANK.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-SORT-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  STUDENT-AVERAGE-WS          PIC 9(3).

      *-----------------------------------------------------------------
      *Credit-weighted GPA: the term's points and hours from GPACALC,
      *and a cumulative per ranked record - the student's STUHIST.TXT
      *terms (totalled once when the student number changes) plus
      *every live term that started before the ranked one on the
      *term calendar, plus the ranked term itself
      *-----------------------------------------------------------------
       01  HISTORY-STATUS-WS           PIC X(2).
       01  HISTORY-AVAILABLE-SW        PIC X(1)   VALUE "N".
       01  EOF-HISTORY-SW              PIC X(3)   VALUE "NO".
       01  LIVE-STATUS-WS              PIC X(2).
       01  EOF-LIVE-SW                 PIC X(3)   VALUE "NO".
       01  PREVIOUS-STUDENT-WS         PIC 9(6)   VALUE ZERO.
       01  TERM-POINTS-WS              PIC 9(4)V99.
       01  TERM-HOURS-WS               PIC 9(3).
       01  TERM-GPA-WS                 PIC 9V99.
       01  HIST-POINTS-WS              PIC 9(5)V99 VALUE ZERO.
       01  HIST-HOURS-WS               PIC 9(4)    VALUE ZERO.
       01  CUM-POINTS-WS               PIC 9(5)V99 VALUE ZERO.
       01  CUM-HOURS-WS                PIC 9(4)    VALUE ZERO.
       01  CUM-GPA-WS                  PIC 9V99    VALUE ZERO.

      *-----------------------------------------------------------------
      *Term start dates from TERMCAL.TXT; a term not on the calendar
      *has no start date, and then only the ranked term itself is
      *counted from the live file
      *-----------------------------------------------------------------
       01  TERM-STATUS-WS              PIC X(2).
       01  EOF-TERM-SW                 PIC X(3)   VALUE "NO".
       01  TERM-TBL.
           05 TERM-TABLE-COUNT       PIC 9(2)  VALUE ZERO.
           05 TERM-VALUES-TBL OCCURS 50 TIMES.
               10 TRM-CODE-TBL         PIC X(4).
               10 TRM-START-TBL        PIC 9(8).
       01  TERM-SUB                   PIC 9(2)  VALUE ZERO.
       01  TERM-FOUND-SW              PIC X(1)  VALUE "N".
       01  TERM-CODE-CHECK-WS         PIC X(4).
       01  TERM-START-FOUND-WS        PIC 9(8)  VALUE ZERO.
       01  RANKED-START-WS            PIC 9(8)  VALUE ZERO.

      *-----------------------------------------------------------------
      *Per-program headcounts tallied on the input pass, so the
      *output pass can turn a rank into a percentile
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(42) VALUE "NAME".
           05 FILLER  PIC X(9)  VALUE "AVERAGE".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(6)  VALUE "TGPA".
           05 FILLER  PIC X(4)  VALUE "CGPA".
       01  RANK-REGION-LINE.
           05 FILLER  PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT     PIC X(8).
       01  RANK-DETAIL-LINE.
           05 RANK-PROGRAM-OUT       PIC X(5).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 RANK-LETTER-OUT        PIC X(2).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 RANK-TERM-OUT          PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RANK-TERM-GPA-OUT      PIC 9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 RANK-CUM-GPA-OUT       PIC 9.99.
       01  PROGRAM-COUNT-LINE.
           05 FILLER                 PIC X(20)
               VALUE "STUDENTS IN PROGRAM ".

       PROCEDURE DIVISION.
       100-PRODUCE-RANK-REPORT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               SORT SORT-WORK-FILE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RANKSORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CLASSRANK-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
                       STATUS-FIELD
           ELSE
               OPEN OUTPUT RANK-REPORT-OUT
               WRITE PRINTLINE FROM RANK-REGION-LINE
               WRITE PRINTLINE FROM RANK-HEADING
               OPEN INPUT HISTORY-IN
               IF HISTORY-STATUS-WS = "00"
                   MOVE "Y" TO HISTORY-AVAILABLE-SW
               ELSE
                   MOVE "N" TO HISTORY-AVAILABLE-SW
               END-IF
               OPEN INPUT LIVE-TERMS-IN
               PERFORM 210-LOAD-TERM-TABLE
           END-IF.

       210-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE-IN.
           IF TERM-STATUS-WS = "00"
               PERFORM 211-READ-TERM-RECORD
                   UNTIL EOF-TERM-SW = "YES"
               CLOSE TERM-FILE-IN
           ELSE
               DISPLAY "TERMCAL.TXT NOT AVAILABLE - CUMULATIVE GPA "
                       "COUNTS ONLY THE RANKED LIVE TERM"
           END-IF.

       211-READ-TERM-RECORD.
           READ TERM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-TERM-SW
               NOT AT END
                   IF TERM-TABLE-COUNT < 50
                       ADD 1 TO TERM-TABLE-COUNT
                       MOVE TRM-CODE TO TRM-CODE-TBL(TERM-TABLE-COUNT)
                       MOVE TRM-START-DATE
                           TO TRM-START-TBL(TERM-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-TERM-SW
                       DISPLAY "TERMCAL.TXT HAS MORE THAN 50 ROWS - "
                               "TERM TABLE OVERFLOW"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Input pass: compute each student's average through the common
      * subprogram, tally the program headcount, release to the sort
           MOVE STUDENT-NUMBER-IN  TO SORT-STUDENT-NUMBER.
           MOVE STUDENT-NAME-IN    TO SORT-STUDENT-NAME.
           MOVE TERM-CODE-IN       TO SORT-TERM-CODE.
           PERFORM 330-COMPUTE-STUDENT-GPA.
           MOVE TERM-GPA-WS        TO SORT-TERM-GPA.
           MOVE CUM-GPA-WS         TO SORT-CUM-GPA.
           RELEASE SORT-RECORD.
           PERFORM 320-TALLY-PROGRAM-COUNT.
           PERFORM 301-READ-STUDENT-RECORD.
               ADD 1 TO COUNT-STUDENTS(COUNT-FOUND-SUB)
           END-IF.

      *-----------------------------------------------------------------
      * Term GPA for the record just read, and the student's
      * cumulative through it: the archived terms, the live terms
      * that started earlier by the term calendar, and this one.  Key
      * order is no guide, since the term codes do not sort by date
      *-----------------------------------------------------------------
       330-COMPUTE-STUDENT-GPA.
           IF STUDENT-NUMBER-IN NOT = PREVIOUS-STUDENT-WS
               MOVE STUDENT-NUMBER-IN TO PREVIOUS-STUDENT-WS
               MOVE ZERO TO CUM-POINTS-WS
               MOVE ZERO TO CUM-HOURS-WS
               IF HISTORY-AVAILABLE-SW = "Y"
                   PERFORM 331-START-HISTORY-BROWSE
                   PERFORM 333-ADD-HISTORY-TERM-GPA
                       UNTIL EOF-HISTORY-SW = "YES"
               END-IF
               MOVE CUM-POINTS-WS TO HIST-POINTS-WS
               MOVE CUM-HOURS-WS  TO HIST-HOURS-WS
           END-IF.
           MOVE HIST-POINTS-WS TO CUM-POINTS-WS.
           MOVE HIST-HOURS-WS  TO CUM-HOURS-WS.
           MOVE TERM-CODE-IN TO TERM-CODE-CHECK-WS.
           PERFORM 336-FIND-TERM-START.
           MOVE TERM-START-FOUND-WS TO RANKED-START-WS.
           IF RANKED-START-WS NOT = ZERO
               PERFORM 334-START-LIVE-TERM-BROWSE
               PERFORM 335-ADD-EARLIER-LIVE-TERM
                   UNTIL EOF-LIVE-SW = "YES"
           END-IF.
           CALL "GPACALC"
               USING COURSE-CODE-1-IN, AVERAGE-1-IN, COURSE-CODE-2-IN,
               AVERAGE-2-IN, COURSE-CODE-3-IN, AVERAGE-3-IN,
               COURSE-CODE-4-IN, AVERAGE-4-IN, COURSE-CODE-5-IN,
               AVERAGE-5-IN, TERM-POINTS-WS, TERM-HOURS-WS,
               TERM-GPA-WS.
           ADD TERM-POINTS-WS TO CUM-POINTS-WS.
           ADD TERM-HOURS-WS  TO CUM-HOURS-WS.
           IF CUM-HOURS-WS = ZERO
               MOVE ZERO TO CUM-GPA-WS
           ELSE
               COMPUTE CUM-GPA-WS ROUNDED =
                   CUM-POINTS-WS / CUM-HOURS-WS
           END-IF.

       331-START-HISTORY-BROWSE.
           MOVE "NO" TO EOF-HISTORY-SW.
           MOVE STUDENT-NUMBER-IN TO HIST-STUDENT-NUMBER.
           MOVE LOW-VALUES TO HIST-TERM-CODE.
           START HISTORY-IN KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-HISTORY-SW
           END-START.
           IF EOF-HISTORY-SW = "NO"
               PERFORM 332-READ-NEXT-HISTORY-TERM
           END-IF.

       332-READ-NEXT-HISTORY-TERM.
           READ HISTORY-IN NEXT
               AT END
                   MOVE "YES" TO EOF-HISTORY-SW
           END-READ.
           IF EOF-HISTORY-SW = "NO"
               IF HIST-STUDENT-NUMBER NOT = STUDENT-NUMBER-IN
                   MOVE "YES" TO EOF-HISTORY-SW
               END-IF
           END-IF.

       333-ADD-HISTORY-TERM-GPA.
           CALL "GPACALC"
               USING HIST-COURSE-CODE-1, HIST-AVERAGE-1,
               HIST-COURSE-CODE-2, HIST-AVERAGE-2, HIST-COURSE-CODE-3,
               HIST-AVERAGE-3, HIST-COURSE-CODE-4, HIST-AVERAGE-4,
               HIST-COURSE-CODE-5, HIST-AVERAGE-5, TERM-POINTS-WS,
               TERM-HOURS-WS, TERM-GPA-WS.
           ADD TERM-POINTS-WS TO CUM-POINTS-WS.
           ADD TERM-HOURS-WS  TO CUM-HOURS-WS.
           PERFORM 332-READ-NEXT-HISTORY-TERM.

       334-START-LIVE-TERM-BROWSE.
           MOVE "NO" TO EOF-LIVE-SW.
           MOVE STUDENT-NUMBER-IN TO LIVE-STUDENT-NUMBER-IN.
           MOVE LOW-VALUES TO LIVE-TERM-CODE-IN.
           START LIVE-TERMS-IN KEY IS NOT LESS THAN LIVE-KEY-IN
               INVALID KEY
                   MOVE "YES" TO EOF-LIVE-SW
           END-START.
           IF EOF-LIVE-SW = "NO"
               PERFORM 338-READ-NEXT-LIVE-TERM
           END-IF.

      *-----------------------------------------------------------------
      * A live term counts only when the calendar puts its start
      * before the ranked term's; one not on the calendar is left out
      *-----------------------------------------------------------------
       335-ADD-EARLIER-LIVE-TERM.
           MOVE LIVE-TERM-CODE-IN TO TERM-CODE-CHECK-WS.
           PERFORM 336-FIND-TERM-START.
           IF TERM-START-FOUND-WS NOT = ZERO
                   AND TERM-START-FOUND-WS < RANKED-START-WS
               CALL "GPACALC"
                   USING LIVE-COURSE-CODE-1-IN, LIVE-AVERAGE-1-IN,
                   LIVE-COURSE-CODE-2-IN, LIVE-AVERAGE-2-IN,
                   LIVE-COURSE-CODE-3-IN, LIVE-AVERAGE-3-IN,
                   LIVE-COURSE-CODE-4-IN, LIVE-AVERAGE-4-IN,
                   LIVE-COURSE-CODE-5-IN, LIVE-AVERAGE-5-IN,
                   TERM-POINTS-WS, TERM-HOURS-WS, TERM-GPA-WS
               ADD TERM-POINTS-WS TO CUM-POINTS-WS
               ADD TERM-HOURS-WS  TO CUM-HOURS-WS
           END-IF.
           PERFORM 338-READ-NEXT-LIVE-TERM.

       336-FIND-TERM-START.
           MOVE "N" TO TERM-FOUND-SW.
           MOVE ZERO TO TERM-START-FOUND-WS.
           PERFORM 337-COMPARE-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-TABLE-COUNT
                   OR TERM-FOUND-SW = "Y".

       337-COMPARE-TERM-CODE.
           IF TERM-CODE-CHECK-WS = TRM-CODE-TBL(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-SW
               MOVE TRM-START-TBL(TERM-SUB) TO TERM-START-FOUND-WS
           END-IF.

       338-READ-NEXT-LIVE-TERM.
           READ LIVE-TERMS-IN NEXT
               AT END
                   MOVE "YES" TO EOF-LIVE-SW
           END-READ.
           IF EOF-LIVE-SW = "NO"
               IF LIVE-STUDENT-NUMBER-IN NOT = STUDENT-NUMBER-IN
                   MOVE "YES" TO EOF-LIVE-SW
               END-IF
           END-IF.

       321-COMPARE-PROGRAM-COUNT.
           IF PROGRAM-CODE-IN = COUNT-PROGRAM-CODE(COUNT-SUB)
               MOVE "Y" TO COUNT-FOUND-SW
           MOVE SORT-AVERAGE        TO RANK-AVERAGE-OUT.
           CALL "GRADELTR" USING SORT-AVERAGE, RANK-LETTER-OUT.
           MOVE SORT-TERM-CODE      TO RANK-TERM-OUT.
           MOVE SORT-TERM-GPA       TO RANK-TERM-GPA-OUT.
           MOVE SORT-CUM-GPA        TO RANK-CUM-GPA-OUT.
           DISPLAY RANK-DETAIL-LINE.
           WRITE PRINTLINE FROM RANK-DETAIL-LINE.
           PERFORM 311-RETURN-SORTED-RECORD.

       290-CLOSE-FILES.
           CLOSE STUDENT-IN.
           CLOSE LIVE-TERMS-IN.
           CLOSE RANK-REPORT-OUT.
           IF HISTORY-AVAILABLE-SW = "Y"
               CLOSE HISTORY-IN
           END-IF.

       END PROGRAM CLASSRNK.
