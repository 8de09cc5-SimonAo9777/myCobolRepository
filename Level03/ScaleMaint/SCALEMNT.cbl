      *            operator - the office occasionally runs a
      *            transition scale on purpose.
      * Tectonics: cobc
      * 2026/10/15 SA  Each row now carries its grade-point value,
      *                 keyed with the mark range on add and change
      *                 and listed beside the letter, for the
      *                 credit-weighted GPA the shared GPACALC
      *                 subprogram computes.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCALEMNT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCALE-FILE
                ASSIGN USING GRADESCL-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SCALE-STATUS-WS.

           COPY "GRADE-SCALE.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  GRADESCL-PATH-WS            PIC X(80)
               VALUE "GRADESCL.TXT".

       01  SCALE-STATUS-WS             PIC X(2).

       01  SCALE-TBL.
               10 SCALE-LOW-TBL        PIC 9(3).
               10 SCALE-HIGH-TBL       PIC 9(3).
               10 SCALE-LETTER-TBL     PIC X(2).
               10 SCALE-POINTS-TBL     PIC 9V99.

       01  CONTROL-FIELDS.
           05  EOF-SCALE           PIC X(3).
           05  LETTER-ENTRY         PIC X(2).
           05  LOW-MARK-ENTRY       PIC 9(3).
           05  HIGH-MARK-ENTRY      PIC 9(3).
           05  GRADE-POINTS-ENTRY   PIC 9V99.

       01  MENU-TEXT.
           05 FILLER PIC X(45) VALUE
           05 LIST-HIGH-OUT          PIC ZZ9.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-LETTER-OUT        PIC X(2).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-POINTS-OUT        PIC 9.99.

       PROCEDURE DIVISION.
       100-MAINTAIN-SCALE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-SCALE-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "GRADESCL.TXT HAS MORE THAN 20 ROWS - "
           PERFORM 290-SAVE-SCALE-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING GRADESCL-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing scale row; a file not yet on disk starts
      * the session empty, since the first row starts it
                           TO SCALE-HIGH-TBL(TABLE-COUNT)
                       MOVE SCALE-LETTER
                           TO SCALE-LETTER-TBL(TABLE-COUNT)
                       MOVE SCALE-GRADE-POINTS
                           TO SCALE-POINTS-TBL(TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-SCALE
           MOVE SCALE-LOW-TBL(SUB)    TO LIST-LOW-OUT.
           MOVE SCALE-HIGH-TBL(SUB)   TO LIST-HIGH-OUT.
           MOVE SCALE-LETTER-TBL(SUB) TO LIST-LETTER-OUT.
           MOVE SCALE-POINTS-TBL(SUB) TO LIST-POINTS-OUT.
           DISPLAY LIST-DETAIL-LINE.

      *-----------------------------------------------------------------
                   DISPLAY "Scale table is full - cannot add"
               ELSE
                   PERFORM 310-PROMPT-MARK-RANGE
                   PERFORM 312-PROMPT-GRADE-POINTS
                   PERFORM 320-CHECK-RANGE-OVERLAP
                   IF OVERLAP-SW = "Y"
                       DISPLAY "Warning - range overlaps an existing "
                       TO SCALE-HIGH-TBL(TABLE-COUNT)
                   MOVE LETTER-ENTRY
                       TO SCALE-LETTER-TBL(TABLE-COUNT)
                   MOVE GRADE-POINTS-ENTRY
                       TO SCALE-POINTS-TBL(TABLE-COUNT)
                   DISPLAY "Scale row added"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key an existing letter's mark range and grade points
      *-----------------------------------------------------------------
       230-CHANGE-SCALE-ROW.
           DISPLAY "Enter letter grade to change: ".

           IF FOUND-SW = "Y"
               PERFORM 310-PROMPT-MARK-RANGE
               PERFORM 312-PROMPT-GRADE-POINTS
               MOVE LOW-MARK-ENTRY  TO SCALE-LOW-TBL(FOUND-SUB)
               MOVE HIGH-MARK-ENTRY TO SCALE-HIGH-TBL(FOUND-SUB)
               MOVE GRADE-POINTS-ENTRY
                   TO SCALE-POINTS-TBL(FOUND-SUB)
               DISPLAY "Scale row changed"
           ELSE
               DISPLAY "Letter not found"
               MOVE ZERO TO HIGH-MARK-ENTRY
           END-IF.

      *-----------------------------------------------------------------
      * The letter's grade-point value (0.00 for a failing letter)
      *-----------------------------------------------------------------
       312-PROMPT-GRADE-POINTS.
           DISPLAY "Enter grade points (e.g. 4.00): ".
           ACCEPT GRADE-POINTS-ENTRY.

       320-CHECK-RANGE-OVERLAP.
           MOVE "N" TO OVERLAP-SW.
           PERFORM 321-COMPARE-ONE-RANGE
           MOVE SCALE-LOW-TBL(SUB)    TO SCALE-LOW-MARK.
           MOVE SCALE-HIGH-TBL(SUB)   TO SCALE-HIGH-MARK.
           MOVE SCALE-LETTER-TBL(SUB) TO SCALE-LETTER.
           MOVE SCALE-POINTS-TBL(SUB) TO SCALE-GRADE-POINTS.
           WRITE GRADE-SCALE.

       END PROGRAM SCALEMNT.
