      *                 aggregates per student), so a pre-registered
      *                 student neither prints twice nor has the
      *                 courses on their other live record missed.
      * 2026/10/15 SA  A requirement is also met by transfer credit:
      *                 a TRANSFER.TXT record for the student whose
      *                 granted equivalent is the required course
      *                 counts, with no mark to test.  No transfer
      *                 file on disk means no transfer credit.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADAUDT.
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

           SELECT TRANSFER-IN
                ASSIGN USING TRANSFER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRC-KEY
                  FILE STATUS IS TRANSFER-STATUS-WS.

           SELECT REQUIREMENT-FILE
                ASSIGN USING PROGREQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REQUIREMENT-STATUS-WS.

           SELECT READY-REPORT-OUT
                ASSIGN USING GRADLIST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MISSING-REPORT-OUT
                ASSIGN USING GRADMISS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FD  HISTORY-IN.
           COPY "STUDENT-HISTORY.TXT".

       FD  TRANSFER-IN.
           COPY "TRANSFER-CREDIT.TXT".

       FD  REQUIREMENT-FILE.
           COPY "PROGRAM-REQUIREMENT.TXT".

           COPY "EXCEPTION-RECORD.TXT".

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
       01  TRANSFER-PATH-WS            PIC X(80)
               VALUE "TRANSFER.TXT".
       01  PROGREQ-PATH-WS             PIC X(80)
               VALUE "PROGREQ.TXT".
       01  GRADLIST-PATH-WS            PIC X(80)
               VALUE "GRADLIST.TXT".
       01  GRADMISS-PATH-WS            PIC X(80)
               VALUE "GRADMISS.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  REQUIREMENT-STATUS-WS       PIC X(2).
       01  EOF-HISTORY-SW              PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  HISTORY-AVAILABLE-SW        PIC X(1)   VALUE "N".
       01  TRANSFER-STATUS-WS          PIC X(2).
       01  TRANSFER-AVAILABLE-SW       PIC X(1)   VALUE "N".
       01  EOF-TRANSFER-SW             PIC X(3)   VALUE "NO".
       01  TODAYS-DATE-WS              PIC 9(8).

      *-----------------------------------------------------------------
           05 FILLER  PIC X(9)  VALUE "PROGRAM".
           05 FILLER  PIC X(10) VALUE "MISSING".
           05 FILLER  PIC X(8)  VALUE "MIN MARK".
       01  REGION-LINE.
           05 FILLER  PIC X(8)  VALUE "REGION: ".
           05 HEADING-REGION-OUT     PIC X(8).
       01  MISSING-DETAIL-LINE.
           05 MIS-NUMBER-OUT         PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-AUDIT-GRADUATION.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-REQUIREMENT-TABLE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TRANSFER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGREQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING GRADLIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING GRADMISS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO HEADING-REGION-OUT.

       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-IN.
                   ELSE
                       MOVE "N" TO HISTORY-AVAILABLE-SW
                   END-IF
                   OPEN INPUT TRANSFER-IN
                   IF TRANSFER-STATUS-WS = "00"
                       MOVE "Y" TO TRANSFER-AVAILABLE-SW
                   ELSE
                       MOVE "N" TO TRANSFER-AVAILABLE-SW
                   END-IF
                   OPEN OUTPUT READY-REPORT-OUT
                   OPEN OUTPUT MISSING-REPORT-OUT
                   OPEN EXTEND EXCEPTION-FILE-OUT
                   WRITE READY-PRINTLINE FROM REGION-LINE
                   WRITE READY-PRINTLINE FROM READY-HEADING
                   WRITE MISSING-PRINTLINE FROM REGION-LINE
                   WRITE MISSING-PRINTLINE FROM MISSING-HEADING
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Is the required course completed at or above the minimum
      * mark?  Every gathered live slot first, then every archived
      * term, then transfer credit; a withdrawn slot (999) never counts
      *-----------------------------------------------------------------
       240-HUNT-COMPLETED-COURSE.
           MOVE "N" TO REQUIREMENT-MET-SW.
                   PERFORM 241-HUNT-COURSE-IN-HISTORY
               END-IF
           END-IF.
           IF REQUIREMENT-MET-SW = "N"
               IF TRANSFER-AVAILABLE-SW = "Y"
                   PERFORM 244-HUNT-COURSE-IN-TRANSFER
               END-IF
           END-IF.

       243-CHECK-ONE-GATHERED-SLOT.
           IF HUNT-COURSE-WS = GAT-COURSE-CODE(GATHER-SUB)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Transfer credit granted as the required course meets it
      * outright - it carries no mark to hold against the minimum
      *-----------------------------------------------------------------
       244-HUNT-COURSE-IN-TRANSFER.
           MOVE "NO" TO EOF-TRANSFER-SW.
           MOVE CURRENT-NUMBER-WS TO TRC-STUDENT-NUMBER.
           MOVE LOW-VALUES TO TRC-COURSE-CODE.
           START TRANSFER-IN KEY IS NOT LESS THAN TRC-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-TRANSFER-SW
           END-START.
           PERFORM 245-CHECK-ONE-TRANSFER-CREDIT
               UNTIL EOF-TRANSFER-SW = "YES"
                   OR REQUIREMENT-MET-SW = "Y".

       245-CHECK-ONE-TRANSFER-CREDIT.
           READ TRANSFER-IN NEXT
               AT END
                   MOVE "YES" TO EOF-TRANSFER-SW
           END-READ.
           IF EOF-TRANSFER-SW = "NO"
               IF TRC-STUDENT-NUMBER NOT = CURRENT-NUMBER-WS
                   MOVE "YES" TO EOF-TRANSFER-SW
               ELSE
                   IF HUNT-COURSE-WS = TRC-EQUIV-COURSE
                       MOVE "Y" TO REQUIREMENT-MET-SW
                   END-IF
               END-IF
           END-IF.

       250-WRITE-READY-LINE.
           MOVE CURRENT-NUMBER-WS TO RDY-NUMBER-OUT.
           MOVE CURRENT-NAME-WS   TO RDY-NAME-OUT.
           IF HISTORY-AVAILABLE-SW = "Y"
               CLOSE HISTORY-IN
           END-IF.
           IF TRANSFER-AVAILABLE-SW = "Y"
               CLOSE TRANSFER-IN
           END-IF.
           CLOSE READY-REPORT-OUT.
           CLOSE MISSING-REPORT-OUT.
           CLOSE EXCEPTION-FILE-OUT.
