      *                 HIST-KEY); when the keyed student holds more
      *                 than one live term record the print prompts
      *                 for which term, the way TRANSCRPT does.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints under the title.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUTIMTB.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY
                  FILE STATUS IS STATUS-FIELD.

           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TIMETABLE-STATUS-WS.

           SELECT TIMETABLE-PRINT-OUT
                ASSIGN USING STUTIMTB-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
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
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  STUTIMTB-PATH-WS            PIC X(80)
               VALUE "STUTIMTB.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  EOF-TIMETABLE-SW            PIC X(3)  VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-TIMETABLE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-TIMETABLE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUTIMTB-PATH-WS, SITE-REGION-WS.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
       210-PRINT-TIMETABLE.
           MOVE "STUDENT TIMETABLE" TO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "REGION:         " SITE-REGION-WS
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "STUDENT NUMBER: " STUDENT-NUMBER
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
