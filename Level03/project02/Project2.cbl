      *                before the extract is allowed out the door - an
      *                extract that does not tie to the printed report
      *                is deleted so finance cannot load a short file.
      *2026-10-15 SA  Every run now leaves a standard RUNLOG.TXT
      *                record through the RUNLOG subprogram: students
      *                read, report lines written, bad records
      *                rejected, the grand total as control total and
      *                a completion code - 08 when the GL extract was
      *                deleted for not balancing.
      *2026-10-15 SA  Data file names now go through SITECFG, which
      *                prefixes the data directory SITE.CFG gives, so
      *                the same program runs against production or a
      *                test region. The region SITE.CFG names now prints
      *                above the report header, and the DEL of a GL
      *                extract that does not balance is built from the
      *                resolved name.
      ******************************************************************

       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT   STUFILE-FILE-IN
               ASSIGN USING STUFILE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   STUFILE-SORTED-FILE
               ASSIGN USING STUFILESORTED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   SORT-WORK-FILE
               ASSIGN USING SORTWORK-PATH-WS.
           SELECT   PROGRAM-FILE-IN
               ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   STUFILEOUT-FILE-OUT
               ASSIGN USING STUFILEOUT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   EXCEPTION-FILE-OUT
               ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   GLEXTRACT-FILE-OUT
               ASSIGN USING GLEXTRACT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT   COURSE-FILE-IN
               ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  STUFILE-PATH-WS             PIC X(80)
               VALUE "STUFILE.TXT".
       01  STUFILESORTED-PATH-WS       PIC X(80)
               VALUE "STUFILESORTED.TXT".
       01  SORTWORK-PATH-WS            PIC X(80)
               VALUE "SORTWORK.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  STUFILEOUT-PATH-WS          PIC X(80)
               VALUE "STUFILEOUT.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  GLEXTRACT-PATH-WS           PIC X(80)
               VALUE "GLEXTRACT.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".

      *-----------------------------------------------------------------
      *Output STUFILEOUT information
      *-----------------------------------------------------------------
       01  STUDENT-REPORT-INFO.
           05 FILLER                PIC X(20) VALUE "TUITION OWED".
           05 FILLER                PIC X(4) VALUE SPACES.
           05 FILLER                PIC X(4) VALUE "TERM".
       01  RECORD-REGION-LINE.
           05 FILLER                PIC X(8)  VALUE "REGION: ".
           05 HEADER-REGION-OUT     PIC X(8).
      *-----------------------------------------------------------------
      *Describes the response of user
      *-----------------------------------------------------------------
           05 GL-RUN-DATE-WS          PIC 9(8).
           05 GL-DETAIL-COUNT-WS      PIC 9(6)     VALUE ZERO.
           05 GL-HASH-TOTAL-WS        PIC 9(8)V99  VALUE ZERO.
           05 GL-DELETE-COMMAND-WS    PIC X(90)    VALUE SPACES.
       01  GL-HEADER-LINE.
           05 FILLER                  PIC X(4)  VALUE "HDR,".
           05 GL-HEADER-DATE-OUT      PIC 9(8).
           05  COURSE-VALID-SW      PIC X(1)  VALUE "N".
       01  COURSE-CODE-CHECK-WS     PIC X(7).
       01  TABLE-OVERFLOW-SW        PIC X(1)  VALUE "N".
      *-----------------------------------------------------------------
      *Standard run log; the two-digit read/write counters above wrap,
      *so the log keeps its own student count
      *-----------------------------------------------------------------
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS        PIC X(1).
       01  STUDENT-READ-COUNT-WS    PIC 9(6)  VALUE ZERO.
       01  GL-BALANCED-SW           PIC X(1)  VALUE "Y".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * Run the code
      *-----------------------------------------------------------------
       100-PRODUCE-REPORTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 201-INITIATE-REPORTS.
           PERFORM 202-PRODUCE-REPORTS
             UNTIL EOF-FLAG-TE IS EQUAL TO "YES".
           PERFORM 203-TERMINATE-REPORTS.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING STUFILE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUFILESORTED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SORTWORK-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUFILEOUT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING GLEXTRACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           STRING "DEL " DELIMITED BY SIZE
                  GLEXTRACT-PATH-WS DELIMITED BY SPACE
               INTO GL-DELETE-COMMAND-WS.
           MOVE SITE-REGION-WS TO HEADER-REGION-OUT.

      *-----------------------------------------------------------------
      * Executed paragraph of the start-up procedure
      *-----------------------------------------------------------------
       201-INITIATE-REPORTS.
           PERFORM 340-START-RUN-LOG.
           PERFORM 320-ACCEPT-SELECTION-PARAMETER.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-READ-PROGRAM-RECORD
               " UNKNOWN COURSE CODES WERE LOGGED. ".
           DISPLAY PROGRAM-EXCEPTION-COUNT-WS
               " UNKNOWN PROGRAM CODES WERE LOGGED. ".
           PERFORM 341-WRITE-RUN-LOG.
      *-----------------------------------------------------------------
      * Open the files; sort the raw student file by program of study
      * and name within program before any report line is produced
              MOVE  "YES"  TO  EOF-FLAG-TE
               NOT AT END
                ADD 1 TO SEARCH-FRI-2
                ADD 1 TO STUDENT-READ-COUNT-WS
                PERFORM 331-VALIDATE-STUDENT-RECORD
                IF BAD-RECORD-SW = "Y"
                    PERFORM 330-WRITE-EXCEPTION-RECORD
      * Output the student report header
      *-----------------------------------------------------------------
       304-OUTPUT-HEADER-FILE.
             DISPLAY RECORD-REGION-LINE.
             DISPLAY RECORD-INFO-HEADER.
              WRITE STUFILEOUT-RECORD FROM RECORD-REGION-LINE.
              WRITE STUFILEOUT-RECORD FROM RECORD-INFO-HEADER.

      *-----------------------------------------------------------------
               CLOSE GLEXTRACT-FILE-OUT
           ELSE
               CLOSE GLEXTRACT-FILE-OUT
               MOVE "N" TO GL-BALANCED-SW
               CALL "SYSTEM" USING GL-DELETE-COMMAND-WS
               DISPLAY "GL EXTRACT DID NOT BALANCE TO THE REPORT - "
                       "EXTRACT DELETED"
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "RUN ABORTED - ENLARGE THE TABLE AND RECOMPILE"
               MOVE 8 TO RETURN-CODE
               PERFORM 341-WRITE-RUN-LOG
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: students read, report lines
      * written, bad records rejected and the grand total as control
      * total.  A GL extract deleted for not balancing is logged as an
      * abnormal end even though the report itself went out.
      *-----------------------------------------------------------------
       340-START-RUN-LOG.
           MOVE "PROJECT2" TO RL-PROGRAM.
           MOVE "PROJECT2" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       341-WRITE-RUN-LOG.
           MOVE STUDENT-READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE GL-DETAIL-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE EXCEPTION-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE GRAND-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           IF GL-BALANCED-SW = "N"
               MOVE 8 TO RL-COMPLETION-CODE
           END-IF.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * Check each non-blank COURSE-CODE-n against COURSE-TBL; an
      * unmatched code is logged to EXCEPTIONS.TXT but the record
