      *                 key; converted once by MASTCONV so a student
      *                 can hold a current-term and a next-term
      *                 record at the same time.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: student
      *                 records read, balances aged, the total
      *                 outstanding as control total and the return
      *                 code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITIONAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT AGING-REPORT-OUT
                ASSIGN USING AGINGREPORT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT HOLD-LOG-FILE
                ASSIGN USING HOLDLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 HLG-REASON             PIC X(20).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  AGINGREPORT-PATH-WS         PIC X(80)
               VALUE "AGINGREPORT.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  HOLDLOG-PATH-WS             PIC X(80)
               VALUE "HOLDLOG.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  EOF-STUDENT-SW               PIC X(3)   VALUE "NO".
       01  HOLD-STATUS-WS              PIC X(2).
       01  TODAY-STAMP-WS              PIC 9(8).
       01  HOLDS-PLACED-WS             PIC 9(4)   VALUE ZERO.
       01  STUDENTS-READ-WS            PIC 9(7)   VALUE ZERO.
       01  BALANCES-AGED-WS            PIC 9(7)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  TODAYS-DATE-WS.
           05 TODAY-CCYY            PIC 9(4).
           05 FILLER                PIC X(10) VALUE "BALANCE".
           05 FILLER                PIC X(6)  VALUE "DAYS".
           05 FILLER                PIC X(10) VALUE "BUCKET".
       01  AGING-REGION-LINE.
           05 FILLER                PIC X(8)  VALUE "REGION: ".
           05 HEADER-REGION-OUT     PIC X(8).
       01  AGING-DETAIL-LINE.
           05 AGE-NUMBER-OUT         PIC 9(6).
           05 FILLER                PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-AGING-REPORT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-READ-STUDENT-RECORD.
           PERFORM 220-AGE-ONE-RECORD
               UNTIL EOF-STUDENT-SW = "YES".
           PERFORM 230-PRINT-TOTALS.
           PERFORM 290-CLOSE-FILES.
           PERFORM 185-WRITE-RUN-LOG.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AGINGREPORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING HOLDLOG-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADER-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the control total is the
      * outstanding balance across all four aging buckets
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "TUITIONAGE" TO RL-PROGRAM.
           MOVE "TUITIONAGE" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE STUDENTS-READ-WS TO RL-RECORDS-READ.
           MOVE BALANCES-AGED-WS TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           ADD CURRENT-TOTAL-WS DAYS-30-TOTAL-WS DAYS-60-TOTAL-WS
               DAYS-90-TOTAL-WS GIVING RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           MOVE TODAYS-DATE-WS TO TODAY-STAMP-WS.
           OPEN INPUT STUDENT-IN.
           OPEN OUTPUT AGING-REPORT-OUT.
           WRITE AGING-LINE-OUT FROM AGING-REGION-LINE.
           WRITE AGING-LINE-OUT FROM AGING-BUCKET-HEADER.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS-WS = "35"
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
               NOT AT END
                   ADD 1 TO STUDENTS-READ-WS
           END-READ.

      *-----------------------------------------------------------------
           MOVE STUDENT-NUMBER-IN TO AGE-NUMBER-OUT.
           MOVE STUDENT-NAME-IN  TO AGE-NAME-OUT.
           MOVE TUITION-OWED-IN  TO AGE-BALANCE-OUT.
           ADD 1 TO BALANCES-AGED-WS.
           MOVE DAYS-OUTSTANDING-WS TO AGE-DAYS-OUT.
           DISPLAY AGING-DETAIL-LINE.
           WRITE AGING-LINE-OUT FROM AGING-DETAIL-LINE.
