      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Confirmation-of-enrollment exchange with the provincial
      *            student loan program.  Reads the loan program's
      *            request file LOANREQ.TXT (loan reference, student
      *            number, term, closed by a TRL control record
      *            carrying its count) and answers every line from the
      *            student's live INDEXSTUFILE3.TXT record for that
      *            term: the active course load in COURSE.TXT credit
      *            hours, withdrawn (999) slots excluded, judged
      *            full- or part-time against 60% of the program's
      *            PROGRAM.TXT credit hours, and any holds on
      *            STUHOLDS.TXT.  The answers go to LOANRESP.TXT in
      *            the loan program's layout between HDR and TRL
      *            control records, together with any change-of-status
      *            records PROJECT3-2 has queued on LOANCHG.TXT since
      *            the last run, and every student answered is kept on
      *            the LOANCONF.TXT register so a later withdrawal
      *            below full-time is caught.  A line that cannot be
      *            confirmed is answered U (N when no record for the
      *            term is on file) and logged to EXCEPTIONS.TXT for
      *            the workbench, instead of being looked up by hand
      *            in TRANSCRPT and STUFIND; the control report
      *            LOANRPT.TXT lists every answer.  No request file on
      *            disk just forwards the queued changes of status.
      *            Senior sign-on through SIGNON and the shared
      *            MASTER.LCK through FILELOCK are both required.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCOE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-REQUEST-FILE
                ASSIGN USING LOANREQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REQUEST-STATUS-WS.

           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT PROGRAM-FILE-IN
                ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PROGRAM-STATUS-WS.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS COURSE-STATUS-WS.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT LOAN-CONFIRM-FILE
                ASSIGN USING LOANCONF-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LCF-KEY
                  FILE STATUS IS CONFIRM-STATUS-WS.

           SELECT LOAN-CHANGE-FILE
                ASSIGN USING LOANCHG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHANGE-STATUS-WS.

           SELECT LOAN-RESPONSE-FILE
                ASSIGN USING LOANRESP-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-OUT
                ASSIGN USING LOANRPT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *The loan program's request line; every field alphanumeric so a
      *bad line can still be answered and logged.  A line whose first
      *three bytes are "TRL" is its control trailer.
      *-----------------------------------------------------------------
       FD  LOAN-REQUEST-FILE.
       01  LOAN-REQUEST-IN.
           05 LRQ-LOAN-REF-IN        PIC X(10).
           05 LRQ-STUDENT-IN         PIC X(6).
           05 LRQ-TERM-IN            PIC X(4).
       01  LOAN-REQUEST-9-IN REDEFINES LOAN-REQUEST-IN.
           05 FILLER                 PIC X(10).
           05 LRQ-STUDENT-NUM-IN     PIC 9(6).
           05 FILLER                 PIC X(4).
       01  LOAN-TRAILER-IN REDEFINES LOAN-REQUEST-IN.
           05 LTR-FLAG-IN            PIC X(3).
           05 LTR-COUNT-IN           PIC X(6).
           05 FILLER                 PIC X(11).
       01  LOAN-TRAILER-9-IN REDEFINES LOAN-REQUEST-IN.
           05 FILLER                 PIC X(3).
           05 LTR-COUNT-NUM-IN       PIC 9(6).
           05 FILLER                 PIC X(11).

       FD  STUDENT-IN.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 PROGRAM-CODE-IN    PIC X(5).
           05 COURSE-CODE-1-IN   PIC X(7).
           05 AVERAGE-1-IN       PIC 9(3).
           05 COURSE-CODE-2-IN   PIC X(7).
           05 AVERAGE-2-IN       PIC 9(3).
           05 COURSE-CODE-3-IN   PIC X(7).
           05 AVERAGE-3-IN       PIC 9(3).
           05 COURSE-CODE-4-IN   PIC X(7).
           05 AVERAGE-4-IN       PIC 9(3).
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-IN       PIC 9(3).

       FD  PROGRAM-FILE-IN.
           COPY "PROGRAM-INFOR.TXT".

       FD  COURSE-FILE-IN.
           COPY "COURSE-INFOR.TXT".

      *-----------------------------------------------------------------
      *Holds file shared with HOLDMNT; read only, to report them
      *-----------------------------------------------------------------
       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

      *-----------------------------------------------------------------
      *Register of every student answered, read by PROJECT3-2's
      *withdrawal mode
      *-----------------------------------------------------------------
       FD  LOAN-CONFIRM-FILE.
           COPY "LOAN-CONFIRM.TXT".

      *-----------------------------------------------------------------
      *Changes of status queued by PROJECT3-2, already in the loan
      *program's layout; forwarded as they stand
      *-----------------------------------------------------------------
       FD  LOAN-CHANGE-FILE.
       01  LOAN-CHANGE-IN            PIC X(37).

      *-----------------------------------------------------------------
      *The loan program's layout: HDR and TRL control records around
      *one record per answer or change of status
      *-----------------------------------------------------------------
       FD  LOAN-RESPONSE-FILE.
           COPY "LOAN-RESPONSE.TXT".
       01  LOAN-HEADER-OUT           PIC X(11).
       01  LOAN-TRAILER-OUT          PIC X(21).

      *-----------------------------------------------------------------
      *Shared EXCEPTIONS.TXT layout
      *-----------------------------------------------------------------
       FD  EXCEPTION-FILE-OUT.
           COPY "EXCEPTION-RECORD.TXT".

       FD  CONTROL-REPORT-OUT.
       01  PRINTLINE                 PIC X(80).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  LOANREQ-PATH-WS             PIC X(80)
               VALUE "LOANREQ.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  LOANCONF-PATH-WS            PIC X(80)
               VALUE "LOANCONF.TXT".
       01  LOANCHG-PATH-WS             PIC X(80)
               VALUE "LOANCHG.TXT".
       01  LOANRESP-PATH-WS            PIC X(80)
               VALUE "LOANRESP.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  LOANRPT-PATH-WS             PIC X(80)
               VALUE "LOANRPT.TXT".

       01  REQUEST-STATUS-WS           PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  PROGRAM-STATUS-WS           PIC X(2).
       01  COURSE-STATUS-WS            PIC X(2).
       01  HOLD-STATUS-WS              PIC X(2).
       01  CONFIRM-STATUS-WS           PIC X(2).
       01  CHANGE-STATUS-WS            PIC X(2).
       01  EOF-REQUEST-SW              PIC X(3)   VALUE "NO".
       01  EOF-PROGRAM-SW              PIC X(3)   VALUE "NO".
       01  EOF-COURSE-SW               PIC X(3)   VALUE "NO".
       01  EOF-CHANGE-SW               PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  REQUEST-AVAILABLE-SW        PIC X(1)   VALUE "N".
       01  HOLDS-AVAILABLE-SW          PIC X(1)   VALUE "N".
       01  TRAILER-SEEN-SW             PIC X(1)   VALUE "N".
       01  RECORD-FOUND-SW             PIC X(1)   VALUE "N".
       01  CONFIRM-FOUND-SW            PIC X(1)   VALUE "N".
       01  COURSE-MISSING-SW           PIC X(1)   VALUE "N".

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".
       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  TODAY-STAMP-WS              PIC 9(8).

      *-----------------------------------------------------------------
      *The loan program's full-time rule: an active load of at least
      *this percentage of the program's full credit hours
      *-----------------------------------------------------------------
       01  FULL-TIME-PERCENT-WS        PIC 9(3)   VALUE 60.
       01  FULL-TIME-HOURS-WS          PIC 9(3)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Program and course masters: credit hours per program (the
      *full load) and per course
      *-----------------------------------------------------------------
       01  PROGRAM-TBL.
           05 PROGRAM-TABLE-COUNT    PIC 9(2)  VALUE ZERO.
           05 PROGRAM-VALUES-TBL OCCURS 50 TIMES.
               10 PROGRAM-CODE-TBL     PIC X(5).
               10 PROGRAM-HOURS-TBL    PIC 9(2).
       01  PROGRAM-SUB                PIC 9(2)  VALUE ZERO.
       01  PROGRAM-FOUND-SUB          PIC 9(2)  VALUE ZERO.
       01  PROGRAM-FOUND-SW           PIC X(1)  VALUE "N".

       01  COURSE-TBL.
           05 COURSE-TABLE-COUNT     PIC 9(3)  VALUE ZERO.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL      PIC X(7).
               10 COURSE-HOURS-TBL     PIC 9(2).
       01  COURSE-SUB                 PIC 9(3)  VALUE ZERO.
       01  COURSE-FOUND-SUB           PIC 9(3)  VALUE ZERO.
       01  COURSE-FOUND-SW            PIC X(1)  VALUE "N".
       01  COURSE-CODE-CHECK-WS       PIC X(7).

      *-----------------------------------------------------------------
      *One student's active load: the hours of every slot that is
      *neither blank nor withdrawn
      *-----------------------------------------------------------------
       01  STUDENT-HOURS-WS            PIC 9(3)   VALUE ZERO.
       01  SLOT-COURSE-WS              PIC X(7).
       01  SLOT-AVERAGE-WS             PIC 9(3).
       01  EXCEPTION-REASON-WS         PIC X(20).
       01  RESULT-WS                   PIC X(20).

      *-----------------------------------------------------------------
      *Control totals: the loan program's trailer, what was read, and
      *how every line was answered
      *-----------------------------------------------------------------
       01  LOAN-COUNT-WS               PIC 9(6)   VALUE ZERO.
       01  REQUEST-COUNT-WS            PIC 9(6)   VALUE ZERO.
       01  FULL-TIME-COUNT-WS          PIC 9(6)   VALUE ZERO.
       01  PART-TIME-COUNT-WS          PIC 9(6)   VALUE ZERO.
       01  NOT-ENROLLED-COUNT-WS       PIC 9(6)   VALUE ZERO.
       01  UNCONFIRMED-COUNT-WS        PIC 9(6)   VALUE ZERO.
       01  EXCEPTED-COUNT-WS           PIC 9(6)   VALUE ZERO.
       01  CHANGE-COUNT-WS             PIC 9(6)   VALUE ZERO.
       01  RESPONSE-COUNT-WS           PIC 9(6)   VALUE ZERO.

       01  LOAN-HEADER-LINE.
           05 FILLER                  PIC X(3)  VALUE "HDR".
           05 LOAN-HEADER-DATE-OUT    PIC 9(8).
       01  LOAN-TRAILER-LINE.
           05 FILLER                  PIC X(3)  VALUE "TRL".
           05 LOAN-TRAILER-COUNT-OUT  PIC 9(6).
           05 LOAN-TRAILER-CONF-OUT   PIC 9(6).
           05 LOAN-TRAILER-CHG-OUT    PIC 9(6).

       01  CONTROL-TITLE-LINE.
           05 FILLER  PIC X(34)
               VALUE "LOAN CONFIRMATION OF ENROLLMENT ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  CONTROL-HEADING.
           05 FILLER  PIC X(12) VALUE "LOAN REF".
           05 FILLER  PIC X(8)  VALUE "STUDENT".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(6)  VALUE "HOURS".
           05 FILLER  PIC X(6)  VALUE "F/T".
           05 FILLER  PIC X(4)  VALUE "ST".
           05 FILLER  PIC X(7)  VALUE "HOLDS".
           05 FILLER  PIC X(20) VALUE "RESULT".
       01  CONTROL-DETAIL-LINE.
           05 DET-LOAN-REF-OUT       PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-STUDENT-OUT        PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-TERM-OUT           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-HOURS-OUT          PIC Z9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 DET-FULL-TIME-OUT      PIC Z9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 DET-STATUS-OUT         PIC X(1).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 DET-HOLDS-OUT          PIC X(3).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 DET-RESULT-OUT         PIC X(20).
       01  CONTROL-TOTAL-LINE.
           05 TOT-LABEL-OUT          PIC X(30).
           05 TOT-COUNT-OUT          PIC ZZZZZ9.
       01  CONTROL-RESULT-LINE.
           05 CONTROL-RESULT-OUT     PIC X(60).

       PROCEDURE DIVISION.
       100-CONFIRM-ENROLLMENT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 2
               DISPLAY "SENIOR SIGN-ON REQUIRED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           MOVE "A" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 200-OPEN-RUN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-LOAD-PROGRAM-TABLE
                   UNTIL EOF-PROGRAM-SW = "YES"
               PERFORM 220-LOAD-COURSE-TABLE
                   UNTIL EOF-COURSE-SW = "YES"
               IF REQUEST-AVAILABLE-SW = "Y"
                   PERFORM 230-ANSWER-REQUEST-FILE
               END-IF
               PERFORM 260-FORWARD-STATUS-CHANGES
               PERFORM 270-WRITE-RESPONSE-TRAILER
               PERFORM 280-PRINT-CONTROL-TOTALS
               PERFORM 290-CLOSE-FILES
           ELSE
               WRITE PRINTLINE FROM CONTROL-RESULT-LINE
               CLOSE CONTROL-REPORT-OUT
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           MOVE "R" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, OPERATOR-ID-WS,
               LOCK-GRANTED-SW.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING LOANREQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LOANCONF-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LOANCHG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LOANRESP-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING LOANRPT-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG: started before sign-on so a
      * refused run is logged too; the control total is the number
      * of records sent back to the loan program
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "LOANCOE" TO RL-PROGRAM.
           MOVE "LOANCOE" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           COMPUTE RL-RECORDS-READ = REQUEST-COUNT-WS
               + CHANGE-COUNT-WS.
           MOVE RESPONSE-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE UNCONFIRMED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE RESPONSE-COUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * The report opens first so a refused run still says why; the
      * master and the two masters its hours come from are required,
      * the holds file and the request file are not, and a register
      * not yet on disk is created empty
      *-----------------------------------------------------------------
       200-OPEN-RUN-FILES.
           ACCEPT TODAY-STAMP-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT CONTROL-REPORT-OUT.
           MOVE TODAY-STAMP-WS TO TITLE-DATE-OUT.
           WRITE PRINTLINE FROM CONTROL-TITLE-LINE.
           WRITE PRINTLINE FROM CONTROL-HEADING.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               MOVE "INDEXSTUFILE3.TXT MISSING - NOTHING ANSWERED"
                   TO CONTROL-RESULT-OUT
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN INPUT PROGRAM-FILE-IN
               IF PROGRAM-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   MOVE "PROGRAM.TXT MISSING - NOTHING ANSWERED"
                       TO CONTROL-RESULT-OUT
                   DISPLAY "PROGRAM.TXT NOT AVAILABLE - STATUS "
                           PROGRAM-STATUS-WS
                   CLOSE STUDENT-IN
               ELSE
                   OPEN INPUT COURSE-FILE-IN
                   IF COURSE-STATUS-WS NOT = "00"
                       MOVE "Y" TO ABORT-SW
                       MOVE "COURSE.TXT MISSING - NOTHING ANSWERED"
                           TO CONTROL-RESULT-OUT
                       DISPLAY "COURSE.TXT NOT AVAILABLE - STATUS "
                               COURSE-STATUS-WS
                       CLOSE STUDENT-IN
                       CLOSE PROGRAM-FILE-IN
                   ELSE
                       PERFORM 201-OPEN-OTHER-FILES
                   END-IF
               END-IF
           END-IF.

       201-OPEN-OTHER-FILES.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS-WS = "00"
               MOVE "Y" TO HOLDS-AVAILABLE-SW
           ELSE
               MOVE "N" TO HOLDS-AVAILABLE-SW
           END-IF.
           OPEN I-O LOAN-CONFIRM-FILE.
           IF CONFIRM-STATUS-WS = "35"
               OPEN OUTPUT LOAN-CONFIRM-FILE
               CLOSE LOAN-CONFIRM-FILE
               OPEN I-O LOAN-CONFIRM-FILE
           END-IF.
           OPEN EXTEND EXCEPTION-FILE-OUT.
           OPEN OUTPUT LOAN-RESPONSE-FILE.
           MOVE TODAY-STAMP-WS TO LOAN-HEADER-DATE-OUT.
           WRITE LOAN-HEADER-OUT FROM LOAN-HEADER-LINE.
           OPEN INPUT LOAN-REQUEST-FILE.
           IF REQUEST-STATUS-WS = "00"
               MOVE "Y" TO REQUEST-AVAILABLE-SW
               MOVE "RESPONSE READY IN LOANRESP.TXT - SEND TODAY"
                   TO CONTROL-RESULT-OUT
           ELSE
               MOVE "N" TO REQUEST-AVAILABLE-SW
               MOVE "NO LOANREQ.TXT - CHANGES OF STATUS ONLY"
                   TO CONTROL-RESULT-OUT
               DISPLAY "LOANREQ.TXT NOT AVAILABLE - FORWARDING "
                       "CHANGES OF STATUS ONLY"
           END-IF.

       210-LOAD-PROGRAM-TABLE.
           READ PROGRAM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-PROGRAM-SW
               NOT AT END
                   IF PROGRAM-TABLE-COUNT < 50
                       ADD 1 TO PROGRAM-TABLE-COUNT
                       MOVE PROGRAM-CODE
                           TO PROGRAM-CODE-TBL(PROGRAM-TABLE-COUNT)
                       MOVE PROGRAM-CREDIT-HOURS
                           TO PROGRAM-HOURS-TBL(PROGRAM-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-PROGRAM-SW
                       DISPLAY "PROGRAM.TXT HAS MORE THAN 50 ROWS - "
                               "PROGRAM TABLE OVERFLOW"
                   END-IF
           END-READ.

       220-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN
               AT END
                   MOVE "YES" TO EOF-COURSE-SW
               NOT AT END
                   IF COURSE-TABLE-COUNT < 200
                       ADD 1 TO COURSE-TABLE-COUNT
                       MOVE COURSE-CODE
                           TO COURSE-CODE-TBL(COURSE-TABLE-COUNT)
                       MOVE COURSE-CREDIT-HOURS
                           TO COURSE-HOURS-TBL(COURSE-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-COURSE-SW
                       DISPLAY "COURSE.TXT HAS MORE THAN 200 ROWS - "
                               "COURSE TABLE OVERFLOW"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Answer every line as it is read - a short file still gets
      * its lines answered, and the shortfall is reported so the loan
      * office can resend the rest
      *-----------------------------------------------------------------
       230-ANSWER-REQUEST-FILE.
           PERFORM 231-READ-REQUEST-LINE.
           PERFORM 232-ANSWER-ONE-LINE
               UNTIL EOF-REQUEST-SW = "YES".
           CLOSE LOAN-REQUEST-FILE.
           IF TRAILER-SEEN-SW = "N"
               MOVE "NO TRL ON LOANREQ.TXT - ASK THE LOAN OFFICE"
                   TO CONTROL-RESULT-OUT
               MOVE 4 TO RETURN-CODE
           ELSE
               IF LOAN-COUNT-WS NOT = REQUEST-COUNT-WS
                   MOVE "TRL COUNT DOES NOT TIE - ASK FOR A RESEND"
                       TO CONTROL-RESULT-OUT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       231-READ-REQUEST-LINE.
           READ LOAN-REQUEST-FILE
               AT END
                   MOVE "YES" TO EOF-REQUEST-SW
           END-READ.

       232-ANSWER-ONE-LINE.
           IF LTR-FLAG-IN = "TRL"
               MOVE "Y" TO TRAILER-SEEN-SW
               IF LTR-COUNT-IN IS NUMERIC
                   MOVE LTR-COUNT-NUM-IN TO LOAN-COUNT-WS
               END-IF
           ELSE
               ADD 1 TO REQUEST-COUNT-WS
               PERFORM 240-CONFIRM-ONE-STUDENT
           END-IF.
           PERFORM 231-READ-REQUEST-LINE.

      *-----------------------------------------------------------------
      * One request line: the student's record for the term gives the
      * active load, the program the full-time threshold, the holds
      * file any holds; the answer is written, counted, kept on the
      * register and printed
      *-----------------------------------------------------------------
       240-CONFIRM-ONE-STUDENT.
           MOVE SPACES TO LOAN-RESPONSE.
           MOVE "C" TO LRS-RECORD-TYPE.
           MOVE LRQ-LOAN-REF-IN TO LRS-LOAN-REFERENCE.
           MOVE LRQ-STUDENT-IN TO LRS-STUDENT-NUMBER.
           MOVE LRQ-TERM-IN TO LRS-TERM-CODE.
           MOVE ZERO TO LRS-CREDIT-HOURS.
           MOVE ZERO TO LRS-FULL-TIME-HOURS.
           MOVE TODAY-STAMP-WS TO LRS-EFFECTIVE-DATE.
           MOVE SPACES TO EXCEPTION-REASON-WS.
           MOVE "N" TO RECORD-FOUND-SW.
           IF LRQ-STUDENT-IN IS NOT NUMERIC
               MOVE "U" TO LRS-ENROLL-STATUS
               MOVE "LOAN BAD REQUEST" TO EXCEPTION-REASON-WS
           ELSE
               MOVE LRQ-STUDENT-NUM-IN TO STUDENT-NUMBER-IN
               MOVE LRQ-TERM-IN TO TERM-CODE-IN
               READ STUDENT-IN
                   INVALID KEY
                       MOVE "N" TO LRS-ENROLL-STATUS
                       MOVE "LOAN NO TERM RECORD" TO EXCEPTION-REASON-WS
                   NOT INVALID KEY
                       MOVE "Y" TO RECORD-FOUND-SW
                       PERFORM 241-MEASURE-COURSE-LOAD
               END-READ
               PERFORM 245-NOTE-STUDENT-HOLDS
           END-IF.
           WRITE LOAN-RESPONSE.
           ADD 1 TO RESPONSE-COUNT-WS.
           PERFORM 250-COUNT-ONE-ANSWER.
           IF EXCEPTION-REASON-WS NOT = SPACES
               PERFORM 246-WRITE-LOAN-EXCEPTION
           END-IF.
           IF RECORD-FOUND-SW = "Y"
               PERFORM 247-RECORD-CONFIRMATION
           END-IF.
           PERFORM 248-PRINT-ONE-ANSWER.

      *-----------------------------------------------------------------
      * Active hours against the threshold; a program or course not
      * on its master leaves the load unknown, answered U rather than
      * guessed at
      *-----------------------------------------------------------------
       241-MEASURE-COURSE-LOAD.
           MOVE ZERO TO STUDENT-HOURS-WS.
           MOVE ZERO TO FULL-TIME-HOURS-WS.
           MOVE "N" TO COURSE-MISSING-SW.
           MOVE COURSE-CODE-1-IN TO SLOT-COURSE-WS.
           MOVE AVERAGE-1-IN     TO SLOT-AVERAGE-WS.
           PERFORM 242-ADD-ACTIVE-SLOT.
           MOVE COURSE-CODE-2-IN TO SLOT-COURSE-WS.
           MOVE AVERAGE-2-IN     TO SLOT-AVERAGE-WS.
           PERFORM 242-ADD-ACTIVE-SLOT.
           MOVE COURSE-CODE-3-IN TO SLOT-COURSE-WS.
           MOVE AVERAGE-3-IN     TO SLOT-AVERAGE-WS.
           PERFORM 242-ADD-ACTIVE-SLOT.
           MOVE COURSE-CODE-4-IN TO SLOT-COURSE-WS.
           MOVE AVERAGE-4-IN     TO SLOT-AVERAGE-WS.
           PERFORM 242-ADD-ACTIVE-SLOT.
           MOVE COURSE-CODE-5-IN TO SLOT-COURSE-WS.
           MOVE AVERAGE-5-IN     TO SLOT-AVERAGE-WS.
           PERFORM 242-ADD-ACTIVE-SLOT.
           PERFORM 300-FIND-PROGRAM-ROW.
           IF PROGRAM-FOUND-SW = "Y"
               COMPUTE FULL-TIME-HOURS-WS ROUNDED =
                   PROGRAM-HOURS-TBL(PROGRAM-FOUND-SUB)
                   * FULL-TIME-PERCENT-WS / 100
           END-IF.
           MOVE STUDENT-HOURS-WS TO LRS-CREDIT-HOURS.
           MOVE FULL-TIME-HOURS-WS TO LRS-FULL-TIME-HOURS.
           IF PROGRAM-FOUND-SW = "N"
               MOVE "U" TO LRS-ENROLL-STATUS
               MOVE "LOAN PROGRAM UNKNOWN" TO EXCEPTION-REASON-WS
           ELSE
           IF COURSE-MISSING-SW = "Y"
               MOVE "U" TO LRS-ENROLL-STATUS
               MOVE "LOAN COURSE UNKNOWN" TO EXCEPTION-REASON-WS
           ELSE
           IF STUDENT-HOURS-WS = ZERO
               MOVE "N" TO LRS-ENROLL-STATUS
           ELSE
           IF STUDENT-HOURS-WS NOT < FULL-TIME-HOURS-WS
               MOVE "F" TO LRS-ENROLL-STATUS
           ELSE
               MOVE "P" TO LRS-ENROLL-STATUS
           END-IF
           END-IF
           END-IF
           END-IF.

       242-ADD-ACTIVE-SLOT.
           IF SLOT-COURSE-WS NOT = SPACES
                   AND SLOT-AVERAGE-WS NOT = 999
               MOVE SLOT-COURSE-WS TO COURSE-CODE-CHECK-WS
               PERFORM 330-FIND-COURSE-ROW
               IF COURSE-FOUND-SW = "Y"
                   ADD COURSE-HOURS-TBL(COURSE-FOUND-SUB)
                       TO STUDENT-HOURS-WS
               ELSE
                   MOVE "Y" TO COURSE-MISSING-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One keyed read per hold type; no holds file on disk means no
      * holds
      *-----------------------------------------------------------------
       245-NOTE-STUDENT-HOLDS.
           IF HOLDS-AVAILABLE-SW = "Y"
               MOVE LRQ-STUDENT-NUM-IN TO HOLD-STUDENT-NUMBER
               MOVE "F" TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "F" TO LRS-HOLD-FINANCE
               END-READ
               MOVE "A" TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO LRS-HOLD-ACADEMIC
               END-READ
               MOVE "D" TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO LRS-HOLD-ADMIN
               END-READ
           END-IF.

       246-WRITE-LOAN-EXCEPTION.
           ADD 1 TO EXCEPTED-COUNT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE LRQ-STUDENT-IN TO STUDENT-NUMBER-EXC.
           IF RECORD-FOUND-SW = "Y"
               MOVE PROGRAM-CODE-IN TO PROGRAM-CODE-EXC
           END-IF.
           MOVE EXCEPTION-REASON-WS TO EXCEPTION-REASON-EXC.
           MOVE "LOANCOE" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAY-STAMP-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

      *-----------------------------------------------------------------
      * Keep the answer on the register; a student asked about again
      * is re-confirmed in place, and the change date starts over
      *-----------------------------------------------------------------
       247-RECORD-CONFIRMATION.
           MOVE LRQ-STUDENT-NUM-IN TO LCF-STUDENT-NUMBER.
           MOVE LRQ-TERM-IN TO LCF-TERM-CODE.
           READ LOAN-CONFIRM-FILE
               INVALID KEY
                   MOVE "N" TO CONFIRM-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO CONFIRM-FOUND-SW
           END-READ.
           MOVE LRQ-STUDENT-NUM-IN TO LCF-STUDENT-NUMBER.
           MOVE LRQ-TERM-IN TO LCF-TERM-CODE.
           MOVE LRQ-LOAN-REF-IN TO LCF-LOAN-REFERENCE.
           MOVE LRS-ENROLL-STATUS TO LCF-ENROLL-STATUS.
           MOVE LRS-CREDIT-HOURS TO LCF-CREDIT-HOURS.
           MOVE LRS-FULL-TIME-HOURS TO LCF-FULL-TIME-HOURS.
           MOVE TODAY-STAMP-WS TO LCF-CONFIRMED-DATE.
           MOVE ZERO TO LCF-CHANGED-DATE.
           IF CONFIRM-FOUND-SW = "Y"
               REWRITE LOAN-CONFIRM
                   INVALID KEY
                       DISPLAY "LOANCONF.TXT REWRITE FAILED FOR "
                               LCF-KEY
               END-REWRITE
           ELSE
               WRITE LOAN-CONFIRM
                   INVALID KEY
                       DISPLAY "LOANCONF.TXT WRITE FAILED FOR "
                               LCF-KEY
               END-WRITE
           END-IF.

       248-PRINT-ONE-ANSWER.
           IF LRS-ENROLL-STATUS = "F"
               MOVE "FULL-TIME" TO RESULT-WS
           ELSE
           IF LRS-ENROLL-STATUS = "P"
               MOVE "PART-TIME" TO RESULT-WS
           ELSE
           IF EXCEPTION-REASON-WS = SPACES
               MOVE "NO ACTIVE COURSES" TO RESULT-WS
           ELSE
               MOVE EXCEPTION-REASON-WS TO RESULT-WS
           END-IF
           END-IF
           END-IF.
           PERFORM 249-WRITE-DETAIL-LINE.

       249-WRITE-DETAIL-LINE.
           MOVE LRS-LOAN-REFERENCE  TO DET-LOAN-REF-OUT.
           MOVE LRS-STUDENT-NUMBER  TO DET-STUDENT-OUT.
           MOVE LRS-TERM-CODE       TO DET-TERM-OUT.
           MOVE LRS-CREDIT-HOURS    TO DET-HOURS-OUT.
           MOVE LRS-FULL-TIME-HOURS TO DET-FULL-TIME-OUT.
           MOVE LRS-ENROLL-STATUS   TO DET-STATUS-OUT.
           MOVE LRS-HOLD-TYPES      TO DET-HOLDS-OUT.
           MOVE RESULT-WS           TO DET-RESULT-OUT.
           WRITE PRINTLINE FROM CONTROL-DETAIL-LINE.

       250-COUNT-ONE-ANSWER.
           IF LRS-ENROLL-STATUS = "F"
               ADD 1 TO FULL-TIME-COUNT-WS
           ELSE
           IF LRS-ENROLL-STATUS = "P"
               ADD 1 TO PART-TIME-COUNT-WS
           ELSE
           IF LRS-ENROLL-STATUS = "N"
               ADD 1 TO NOT-ENROLLED-COUNT-WS
           ELSE
               ADD 1 TO UNCONFIRMED-COUNT-WS
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Changes of status PROJECT3-2 has queued since the last run go
      * out with this response, and the queue is emptied behind them
      *-----------------------------------------------------------------
       260-FORWARD-STATUS-CHANGES.
           OPEN INPUT LOAN-CHANGE-FILE.
           IF CHANGE-STATUS-WS = "00"
               PERFORM 261-READ-CHANGE-RECORD
               PERFORM 262-FORWARD-ONE-CHANGE
                   UNTIL EOF-CHANGE-SW = "YES"
               CLOSE LOAN-CHANGE-FILE
               OPEN OUTPUT LOAN-CHANGE-FILE
               CLOSE LOAN-CHANGE-FILE
           END-IF.

       261-READ-CHANGE-RECORD.
           READ LOAN-CHANGE-FILE
               AT END
                   MOVE "YES" TO EOF-CHANGE-SW
           END-READ.

       262-FORWARD-ONE-CHANGE.
           MOVE LOAN-CHANGE-IN TO LOAN-RESPONSE.
           MOVE "CHANGE OF STATUS" TO RESULT-WS.
           PERFORM 249-WRITE-DETAIL-LINE.
           WRITE LOAN-RESPONSE.
           ADD 1 TO CHANGE-COUNT-WS.
           ADD 1 TO RESPONSE-COUNT-WS.
           PERFORM 261-READ-CHANGE-RECORD.

       270-WRITE-RESPONSE-TRAILER.
           MOVE RESPONSE-COUNT-WS TO LOAN-TRAILER-COUNT-OUT.
           COMPUTE LOAN-TRAILER-CONF-OUT =
               RESPONSE-COUNT-WS - CHANGE-COUNT-WS.
           MOVE CHANGE-COUNT-WS TO LOAN-TRAILER-CHG-OUT.
           WRITE LOAN-TRAILER-OUT FROM LOAN-TRAILER-LINE.

      *-----------------------------------------------------------------
      * Totals tie what was asked to how it was answered; anything
      * sent to the workbench ends the run with a warning so it is
      * followed up the same day
      *-----------------------------------------------------------------
       280-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE "REQUEST LINES READ" TO TOT-LABEL-OUT.
           MOVE REQUEST-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "REQUEST LINES ON THE TRL" TO TOT-LABEL-OUT.
           MOVE LOAN-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "CONFIRMED FULL-TIME" TO TOT-LABEL-OUT.
           MOVE FULL-TIME-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "CONFIRMED PART-TIME" TO TOT-LABEL-OUT.
           MOVE PART-TIME-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "NOT ENROLLED FOR THE TERM" TO TOT-LABEL-OUT.
           MOVE NOT-ENROLLED-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "NOT CONFIRMED" TO TOT-LABEL-OUT.
           MOVE UNCONFIRMED-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "SENT TO THE WORKBENCH" TO TOT-LABEL-OUT.
           MOVE EXCEPTED-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "CHANGES OF STATUS FORWARDED" TO TOT-LABEL-OUT.
           MOVE CHANGE-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "RECORDS IN LOANRESP.TXT" TO TOT-LABEL-OUT.
           MOVE RESPONSE-COUNT-WS TO TOT-COUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           WRITE PRINTLINE FROM CONTROL-RESULT-LINE.
           IF EXCEPTED-COUNT-WS > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "LOAN CONFIRMATION: " RESPONSE-COUNT-WS
                   " RECORDS IN LOANRESP.TXT, " EXCEPTED-COUNT-WS
                   " TO THE WORKBENCH".

       290-CLOSE-FILES.
           CLOSE STUDENT-IN.
           CLOSE PROGRAM-FILE-IN.
           CLOSE COURSE-FILE-IN.
           IF HOLDS-AVAILABLE-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
           CLOSE LOAN-CONFIRM-FILE.
           CLOSE EXCEPTION-FILE-OUT.
           CLOSE LOAN-RESPONSE-FILE.
           CLOSE CONTROL-REPORT-OUT.

       300-FIND-PROGRAM-ROW.
           MOVE "N" TO PROGRAM-FOUND-SW.
           MOVE ZERO TO PROGRAM-FOUND-SUB.
           PERFORM 301-COMPARE-PROGRAM-ROW
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL PROGRAM-SUB > PROGRAM-TABLE-COUNT
                   OR PROGRAM-FOUND-SW = "Y".

       301-COMPARE-PROGRAM-ROW.
           IF PROGRAM-CODE-IN = PROGRAM-CODE-TBL(PROGRAM-SUB)
               MOVE "Y" TO PROGRAM-FOUND-SW
               MOVE PROGRAM-SUB TO PROGRAM-FOUND-SUB
           END-IF.

       330-FIND-COURSE-ROW.
           MOVE "N" TO COURSE-FOUND-SW.
           MOVE ZERO TO COURSE-FOUND-SUB.
           PERFORM 331-COMPARE-COURSE-ROW
               VARYING COURSE-SUB FROM 1 BY 1
               UNTIL COURSE-SUB > COURSE-TABLE-COUNT
                   OR COURSE-FOUND-SW = "Y".

       331-COMPARE-COURSE-ROW.
           IF COURSE-CODE-CHECK-WS = COURSE-CODE-TBL(COURSE-SUB)
               MOVE "Y" TO COURSE-FOUND-SW
               MOVE COURSE-SUB TO COURSE-FOUND-SUB
           END-IF.

       END PROGRAM LOANCOE.
