      *                 key; a pre-registered student reports one
      *                 line per term record.  A restart after a
      *                 checkpoint resumes past the whole student.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: students
      *                 read, report lines written, bad records
      *                 rejected, the tuition owed reported as control
      *                 total and the return code.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT3-3.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY
                  FILE STATUS IS STATUS-FIELD.

           SELECT PROGRAM-IN
                ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROGRAM-STATUS-WS.

           SELECT REPORT-OUT
                ASSIGN USING REPORT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REPORT-STATUS-WS.

           SELECT CHECKPOINT-FILE
                ASSIGN USING PROJECT33-CKP-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHECKPOINT-STATUS-WS.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COURSE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           COPY "COURSE-INFOR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  REPORT-PATH-WS              PIC X(80)
               VALUE "REPORT.TXT".
       01  PROJECT33-CKP-PATH-WS       PIC X(80)
               VALUE "PROJECT33.CKP".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".

       01  REPORT-WS.
           05 STUDENT-NAME-WS  PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
                               "    ".
           05 FILLER           PIC X(4) VALUES
                               "TERM".
       01  REPORT-REGION-LINE.
           05 FILLER           PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT PIC X(8).
       01  CONTROL-FIELDS.
           05  EOF-PROGRAM         PIC X(3).
           05  EOF-STUDENT         PIC X(3).
       01  COURSE-SUB                  PIC 9(3)  VALUE ZERO.
       01  COURSE-VALID-SW             PIC X(1)  VALUE "N".
       01  COURSE-CODE-CHECK-WS        PIC X(7).
      *-----------------------------------------------------------------
      *Standard run log; AUDIT-TRAIL's two-digit counters wrap, so the
      *log keeps its own counts
      *-----------------------------------------------------------------
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  STUDENT-READ-COUNT-WS       PIC 9(6)    VALUE ZERO.
       01  REPORT-LINE-COUNT-WS        PIC 9(6)    VALUE ZERO.
       01  REPORTED-OWED-WS            PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       100-PRODUCE-REPORT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 340-START-RUN-LOG.
           PERFORM 201-INITIATE-STUDENT-FILE.
           IF ABORT-SW = "N"
               PERFORM 202-WRITE-A-REPORT
                   UNTIL EOF-STUDENT = "YES" OR ABORT-SW = "Y"
               PERFORM 203-TERMINATE-PROGRAM
           END-IF.
           PERFORM 341-WRITE-RUN-LOG.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REPORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROJECT33-CKP-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       201-INITIATE-STUDENT-FILE.
           PERFORM 310-READ-CHECKPOINT.
           PERFORM 301-OPEN-FILES.
           END-READ.

       303-PRINT-HEADING.
           WRITE PRINTLINE FROM REPORT-REGION-LINE.
           WRITE PRINTLINE FROM REPORT-HEADING.

       304-READ-STUDENT-INFOR.
           MOVE "N" TO BAD-RECORD-SW.
           READ STUDENT-IN
               AT END MOVE "YES" TO EOF-STUDENT
               NOT AT END ADD 1 TO  COUNTER-READ
                          ADD 1 TO  STUDENT-READ-COUNT-WS.
           IF STATUS-FIELD NOT = "00" AND STATUS-FIELD NOT = "10"
               PERFORM 320-ABORT-RUN
           END-IF.
           MOVE TERM-CODE IN STUDENT-INFOR TO TERM-CODE-WS.
           WRITE PRINTLINE FROM REPORT-WS.
           ADD 1 TO COUNTER-WRITE.
           ADD 1 TO REPORT-LINE-COUNT-WS.
           ADD TUITION-OWED TO REPORTED-OWED-WS.

       308-DISPLAY-COUNTER.
           DISPLAY "READ COUNTER: " COUNTER-READ
           DISPLAY PROGRAM-EXCEPTION-COUNT-WS
               " UNKNOWN PROGRAM CODES WERE LOGGED. ".

      *-----------------------------------------------------------------
      *Standard run log through RUNLOG: students read, report lines
      *written, bad records rejected and the tuition owed reported as
      *control total; a run stopped by 320-ABORT-RUN logs its 8
      *-----------------------------------------------------------------
       340-START-RUN-LOG.
           MOVE "PROJECT3-3" TO RL-PROGRAM.
           MOVE "PROJECT3-3" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       341-WRITE-RUN-LOG.
           MOVE STUDENT-READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE REPORT-LINE-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE EXCEPTION-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE REPORTED-OWED-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      *Classify the student's average into an academic-standing label
      *-----------------------------------------------------------------
