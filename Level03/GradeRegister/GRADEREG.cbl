      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Grade change register.  The operator keys a from and
      *            to date; every GRADECHG.TXT line dated within the
      *            range (inclusive) is printed to GRADEREG.TXT with
      *            the mark before and after, the reason code, the
      *            approving chair and the supervisor who keyed it,
      *            followed by a count of the changes listed and how
      *            many of them were made on archived terms.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE
                ASSIGN USING GRADECHG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHANGE-STATUS-WS.

           SELECT REGISTER-REPORT-OUT
                ASSIGN USING GRADEREG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
           COPY "GRADE-CHANGE.TXT".

       FD  REGISTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  GRADECHG-PATH-WS            PIC X(80)
               VALUE "GRADECHG.TXT".
       01  GRADEREG-PATH-WS            PIC X(80)
               VALUE "GRADEREG.TXT".

       01  CHANGE-STATUS-WS            PIC X(2).
       01  EOF-CHANGE-SW               PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *The run's keyed date range
      *-----------------------------------------------------------------
       01  FROM-DATE-WS                PIC 9(8)   VALUE ZERO.
       01  TO-DATE-WS                  PIC 9(8)   VALUE ZERO.

       01  LISTED-COUNT-WS             PIC 9(5)   VALUE ZERO.
       01  ARCHIVED-COUNT-WS           PIC 9(5)   VALUE ZERO.

       01  REGISTER-TITLE-LINE.
           05 FILLER                 PIC X(29)
               VALUE "GRADE CHANGE REGISTER  FROM ".
           05 TITLE-FROM-OUT         PIC 9(8).
           05 FILLER                 PIC X(4)  VALUE " TO ".
           05 TITLE-TO-OUT           PIC 9(8).
           05 FILLER                 PIC X(10)  VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  REGISTER-HEADING.
           05 FILLER  PIC X(9)  VALUE "DATE".
           05 FILLER  PIC X(8)  VALUE "STUDENT".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(9)  VALUE "COURSE".
           05 FILLER  PIC X(4)  VALUE "SRC".
           05 FILLER  PIC X(5)  VALUE "OLD".
           05 FILLER  PIC X(5)  VALUE "NEW".
           05 FILLER  PIC X(5)  VALUE "RSN".
           05 FILLER  PIC X(12) VALUE "CHAIR".
           05 FILLER  PIC X(10) VALUE "KEYED BY".
       01  REGISTER-DETAIL-LINE.
           05 REG-DATE-OUT           PIC 9(8).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 REG-NUMBER-OUT         PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-TERM-OUT           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-COURSE-OUT         PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-SOURCE-OUT         PIC X(1).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-OLD-MARK-OUT       PIC X(3).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-NEW-MARK-OUT       PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-REASON-OUT         PIC X(2).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-CHAIR-OUT          PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-OPERATOR-OUT       PIC X(10).
       01  REGISTER-COUNT-LINE.
           05 FILLER                 PIC X(28)
               VALUE "GRADE CHANGES LISTED:".
           05 COUNT-LINE-LISTED-OUT  PIC ZZZZ9.
       01  REGISTER-ARCHIVED-LINE.
           05 FILLER                 PIC X(28)
               VALUE "  OF WHICH ARCHIVED TERMS:".
           05 COUNT-LINE-ARCHIVE-OUT PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-PRODUCE-GRADE-REGISTER.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-DATE-RANGE.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 300-READ-CHANGE-RECORD
               PERFORM 310-LIST-ONE-CHANGE
                   UNTIL EOF-CHANGE-SW = "YES"
               PERFORM 280-WRITE-TOTALS
               PERFORM 290-CLOSE-FILES
               DISPLAY "GRADE CHANGES LISTED: " LISTED-COUNT-WS
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING GRADECHG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING GRADEREG-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-ACCEPT-DATE-RANGE.
           DISPLAY "From date (YYYYMMDD): ".
           ACCEPT FROM-DATE-WS.
           DISPLAY "To date (YYYYMMDD): ".
           ACCEPT TO-DATE-WS.

       210-OPEN-FILES.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF CHANGE-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "GRADECHG.TXT NOT AVAILABLE - STATUS "
                       CHANGE-STATUS-WS
           ELSE
               OPEN OUTPUT REGISTER-REPORT-OUT
               MOVE FROM-DATE-WS TO TITLE-FROM-OUT
               MOVE TO-DATE-WS   TO TITLE-TO-OUT
               WRITE PRINTLINE FROM REGISTER-TITLE-LINE
               MOVE SPACES TO PRINTLINE
               WRITE PRINTLINE
               WRITE PRINTLINE FROM REGISTER-HEADING
           END-IF.

       280-WRITE-TOTALS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE LISTED-COUNT-WS   TO COUNT-LINE-LISTED-OUT.
           WRITE PRINTLINE FROM REGISTER-COUNT-LINE.
           MOVE ARCHIVED-COUNT-WS TO COUNT-LINE-ARCHIVE-OUT.
           WRITE PRINTLINE FROM REGISTER-ARCHIVED-LINE.

       290-CLOSE-FILES.
           CLOSE GRADE-CHANGE-FILE.
           CLOSE REGISTER-REPORT-OUT.

       300-READ-CHANGE-RECORD.
           READ GRADE-CHANGE-FILE
               AT END
                   MOVE "YES" TO EOF-CHANGE-SW
           END-READ.

       310-LIST-ONE-CHANGE.
           IF GCH-DATE NOT < FROM-DATE-WS
                   AND GCH-DATE NOT > TO-DATE-WS
               MOVE GCH-DATE           TO REG-DATE-OUT
               MOVE GCH-STUDENT-NUMBER TO REG-NUMBER-OUT
               MOVE GCH-TERM-CODE      TO REG-TERM-OUT
               MOVE GCH-COURSE-CODE    TO REG-COURSE-OUT
               MOVE GCH-SOURCE         TO REG-SOURCE-OUT
               MOVE GCH-OLD-MARK       TO REG-OLD-MARK-OUT
               MOVE GCH-NEW-MARK       TO REG-NEW-MARK-OUT
               MOVE GCH-REASON-CODE    TO REG-REASON-OUT
               MOVE GCH-CHAIR-ID       TO REG-CHAIR-OUT
               MOVE GCH-OPERATOR-ID    TO REG-OPERATOR-OUT
               WRITE PRINTLINE FROM REGISTER-DETAIL-LINE
               ADD 1 TO LISTED-COUNT-WS
               IF GCH-SOURCE = "H"
                   ADD 1 TO ARCHIVED-COUNT-WS
               END-IF
           END-IF.
           PERFORM 300-READ-CHANGE-RECORD.

       END PROGRAM GRADEREG.
