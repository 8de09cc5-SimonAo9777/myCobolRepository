      *            spaces so the caller prints nothing rather than
      *            something wrong.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The names are resolved on the first
      *                 call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADELTR.
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
       01  DATA-FILES-RESOLVED-SW      PIC X(1)  VALUE "N".
       01  GRADESCL-PATH-WS            PIC X(80)
               VALUE "GRADESCL.TXT".

       01  SCALE-STATUS-WS             PIC X(2).
       01  EOF-SCALE-SW                PIC X(3)  VALUE "NO".
       01  FIRST-CALL-SW               PIC X(1)  VALUE "Y".
       PROCEDURE DIVISION USING
           LS-MARK, LS-LETTER.

           IF DATA-FILES-RESOLVED-SW = "N"
               PERFORM 170-RESOLVE-DATA-FILES
           END-IF.
           IF FIRST-CALL-SW = "Y"
               MOVE "N" TO FIRST-CALL-SW
               PERFORM 200-LOAD-SCALE-TABLE

           EXIT Program.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING GRADESCL-PATH-WS, SITE-REGION-WS.
           MOVE "Y" TO DATA-FILES-RESOLVED-SW.

      *-----------------------------------------------------------------
      * Load the scale; no file on disk just leaves the table empty
      * and every mark comes back spaces
