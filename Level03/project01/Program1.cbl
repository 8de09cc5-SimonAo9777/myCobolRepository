      *               PLUS term (like STUHIST.TXT's HIST-KEY), with
      *               TERM-CODE moved up into the key; the start-up
      *               enrollment tally reads the reorganized layout.
      *2026-10-15 SA  The term code keyed at the screen or carried on
      *               an admissions row must now be on the TERMCAL.TXT
      *               term calendar kept by TERMMNT; the screen asks
      *               again and file intake rejects the row, so a typo
      *               like "F26 " no longer starts a phantom term.  No
      *               calendar on disk refuses the run.
      *2026-10-15 SA  Data file names now go through SITECFG, which
      *               prefixes the data directory SITE.CFG gives, so the
      *               same program runs against production or a test
      *               region.

       PROGRAM-ID. PROGRAM1 AS "PROGRAM1".

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  STUDENT-FILE-OUT
               ASSIGN USING  STUDENT-FILE-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  PROGRAM-FILE-IN
               ASSIGN USING  PROGRAM-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  COURSE-FILE-IN
               ASSIGN USING  COURSE-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  ENROLLED-STUDENT-FILE
               ASSIGN USING  INDEXSTUFILE3-PATH-WS
                   ORGANISATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STUDENT-KEY-ENR
                   FILE STATUS IS ENROLLED-STATUS-WS.
           SELECT  HISTORY-IN
               ASSIGN USING  STUHIST-PATH-WS
                   ORGANISATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HISTORY-STATUS-WS.
           SELECT  ADMISSIONS-FILE-IN
               ASSIGN USING  ADMISSIONS-CSV-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ADMISSIONS-STATUS-WS.
           SELECT  EXCEPTION-FILE-OUT
               ASSIGN USING  EXCEPTIONS-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT  TIMETABLE-FILE-IN
               ASSIGN USING  TIMETABL-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TIMETABLE-STATUS-WS.
           SELECT  WAITLIST-FILE
               ASSIGN USING  WAITLIST-PATH-WS
                   ORGANISATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WAIT-KEY
                   FILE STATUS IS WAITLIST-STATUS-WS.
           SELECT  HOLD-FILE
               ASSIGN USING  STUHOLDS-PATH-WS
                   ORGANISATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-STATUS-WS.
           SELECT  RATE-FILE-IN
               ASSIGN USING  PROGRATE-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RATE-STATUS-WS.
           SELECT  TERM-FILE-IN
               ASSIGN USING  TERMCAL-PATH-WS
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TERM-STATUS-WS.
       DATA DIVISION.

       FILE SECTION.
       FD  RATE-FILE-IN.
           COPY "PROGRAM-RATE.TXT".

      *-----------------------------------------------------------------
      *Term calendar maintained by TERMMNT; only the code is used here
      *-----------------------------------------------------------------
       FD  TERM-FILE-IN.
           COPY "TERM-CALENDAR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  STUDENT-FILE-PATH-WS        PIC X(80)
               VALUE "STUDENT-FILE.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  STUHIST-PATH-WS             PIC X(80)
               VALUE "STUHIST.TXT".
       01  ADMISSIONS-CSV-PATH-WS      PIC X(80)
               VALUE "ADMISSIONS.CSV".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  WAITLIST-PATH-WS            PIC X(80)
               VALUE "WAITLIST.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  PROGRATE-PATH-WS            PIC X(80)
               VALUE "PROGRATE.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".

       01  STUDENT-RECORD-IN.
           05  STUDENT-NUMBER-IN           PIC 9(6).
           05  STUDENT-TUITION-OWED-IN     PIC 9(4)V99.
       01  EFFECTIVE-RATE-WS        PIC 9(3)V99 VALUE ZERO.
       01  TAKEN-HOURS-WS           PIC 9(2)  VALUE ZERO.

      *-----------------------------------------------------------------
      *Term codes on the calendar; a term keyed must be one of them
      *-----------------------------------------------------------------
       01  TERM-STATUS-WS           PIC X(2).
       01  EOF-TERM-SW              PIC X(3)  VALUE "NO".
       01  TERM-TBL.
           05 TERM-TABLE-COUNT      PIC 9(2)  VALUE ZERO.
           05 TERM-CODE-TBL         PIC X(4)  OCCURS 50 TIMES.
       01  TERM-SUB                 PIC 9(2)  VALUE ZERO.
       01  TERM-FOUND-SW            PIC X(1)  VALUE "N".

       01  HOLD-STATUS-WS           PIC X(2).
       01  HOLDS-AVAILABLE-SW       PIC X(1)  VALUE "N".
       01  EOF-HOLD-SW              PIC X(3)  VALUE "NO".
       PROCEDURE DIVISION.

       100-CREATE-STUDENT-FILE.
           PERFORM  170-RESOLVE-DATA-FILES.
           PERFORM  199-SELECT-INTAKE-MODE.
           IF INTAKE-MODE-SW = "F"
               PERFORM  510-FILE-INTAKE-RUN

           STOP RUN.

      *-----------------------------------------------------------------
      *Every data file name through SITECFG first, so the run
      *works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING STUDENT-FILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING ADMISSIONS-CSV-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING WAITLIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRATE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      *Screen entry stays the default; F reads the registrar's
      *ADMISSIONS.CSV instead of fifty ACCEPTs at a time
               UNTIL EOF-COURSE = "YES".
           PERFORM  311-CHECK-TABLE-OVERFLOW.
           PERFORM  412-LOAD-RATE-TABLE.
           PERFORM  418-LOAD-TERM-TABLE.
           PERFORM  440-TALLY-CURRENT-ENROLLMENT.
           PERFORM  465-LOAD-TIMETABLE.
           PERFORM  302-PROMPT-FOR-DATA.
           END-IF.

      *-----------------------------------------------------------------
      *Accept the term code, reject an all-blank entry or a term not on
      *the TERMCAL.TXT calendar; lets more than one term's students
      *coexist in STUDENT-FILE.TXT
      *-----------------------------------------------------------------
       409-ACCEPT-TERM-CODE.
           MOVE SPACES TO ERROR-MESSAGE-LINE.
           DISPLAY  TERM-CODE-PROMPT            LINE 13 COLUMN 6.
           ACCEPT   TERM-CODE-IN                LINE 13 COLUMN 28.

           IF TERM-CODE-IN = SPACES
               MOVE "Term code may not be blank, re-enter"
                   TO ERROR-MESSAGE-LINE
               DISPLAY ERROR-MESSAGE-LINE    LINE 20 COLUMN 6
               MOVE "N" TO TERM-VALID-SW
           ELSE
               PERFORM 432-LOOKUP-TERM-CODE
               IF TERM-FOUND-SW = "Y"
                   MOVE "Y" TO TERM-VALID-SW
               ELSE
                   MOVE "Term code not on the term calendar, re-enter"
                       TO ERROR-MESSAGE-LINE
                   DISPLAY ERROR-MESSAGE-LINE    LINE 20 COLUMN 6
                   MOVE "N" TO TERM-VALID-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *Load the term codes from TERMCAL.TXT; without the calendar no
      *term can be verified, so the run is refused
      *-----------------------------------------------------------------
       418-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE-IN.
           IF TERM-STATUS-WS NOT = "00"
               DISPLAY "TERMCAL.TXT NOT AVAILABLE - RUN ABORTED"
               PERFORM 305-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 419-READ-TERM-RECORD
               UNTIL EOF-TERM-SW = "YES".
           CLOSE TERM-FILE-IN.
           PERFORM 311-CHECK-TABLE-OVERFLOW.

       419-READ-TERM-RECORD.
           READ TERM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-TERM-SW
               NOT AT END
                   IF TERM-TABLE-COUNT < 50
                       ADD 1 TO TERM-TABLE-COUNT
                       MOVE TRM-CODE TO TERM-CODE-TBL(TERM-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-TERM-SW
                       DISPLAY "TERMCAL.TXT HAS MORE THAN 50 ROWS - "
                           "TERM TABLE OVERFLOW"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      *Search TERM-TBL for TERM-CODE-IN
      *-----------------------------------------------------------------
       432-LOOKUP-TERM-CODE.
           MOVE "N" TO TERM-FOUND-SW.
           PERFORM 433-COMPARE-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-TABLE-COUNT
                   OR TERM-FOUND-SW = "Y".

       433-COMPARE-TERM-CODE.
           IF TERM-CODE-IN = TERM-CODE-TBL(TERM-SUB)
               MOVE "Y" TO TERM-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
               UNTIL EOF-COURSE = "YES".
           PERFORM 311-CHECK-TABLE-OVERFLOW.
           PERFORM 412-LOAD-RATE-TABLE.
           PERFORM 418-LOAD-TERM-TABLE.
           PERFORM 440-TALLY-CURRENT-ENROLLMENT.
           PERFORM 465-LOAD-TIMETABLE.
           OPEN INPUT ADMISSIONS-FILE-IN.
                   MOVE "BLANK TERM CODE" TO ADMISSION-REASON-WS
               ELSE
                   MOVE ADM-TERM TO TERM-CODE-IN
                   PERFORM 432-LOOKUP-TERM-CODE
                   IF TERM-FOUND-SW = "N"
                       MOVE "TERM NOT ON CALENDAR"
                           TO ADMISSION-REASON-WS
                   END-IF
               END-IF
           END-IF.
           IF ADMISSION-REASON-WS = SPACES
