      *                 term transcript prompts for which term; the
      *                 cumulative transcript prints every live term
      *                 after the archived ones.
      * 2026/10/15 SA  Both transcript formats now print a term GPA
      *                 weighted by each course's credit hours, and a
      *                 cumulative GPA over the live terms plus every
      *                 STUHIST.TXT term, from the shared GPACALC
      *                 subprogram and the grade points on the
      *                 GRADESCL.TXT scale.
      * 2026/10/15 SA  The cumulative transcript now lists the
      *                 student's transfer credit from TRANSFER.TXT
      *                 after the terms - the granted course, "TR"
      *                 in place of a mark, its credit hours and the
      *                 source institution.  Transfer credit has no
      *                 mark, so it stays out of every GPA and average.
      * 2026/10/15 SA  A student the CONFER run has graduated prints
      *                 CREDENTIAL CONFERRED with the conferral date,
      *                 program and diploma number from CREDENTIAL.TXT
      *                 at the foot of both transcript formats.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints under the title.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCRPT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY
                  FILE STATUS IS STATUS-FIELD.

           SELECT PROGRAM-IN
                ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANSCRIPT-FILE-OUT
                ASSIGN USING TRANSCRIPT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-IN
                ASSIGN USING STUHIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIST-KEY
                  FILE STATUS IS HISTORY-STATUS-WS.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT TRANSFER-IN
                ASSIGN USING TRANSFER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRC-KEY
                  FILE STATUS IS TRANSFER-STATUS-WS.

           SELECT CREDENTIAL-IN
                ASSIGN USING CREDENTIAL-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CRD-KEY
                  FILE STATUS IS CREDENTIAL-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-IN.
       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

      *-----------------------------------------------------------------
      *Transfer credit shared with TRANSMNT; printed as TR, no mark
      *-----------------------------------------------------------------
       FD  TRANSFER-IN.
           COPY "TRANSFER-CREDIT.TXT".

      *-----------------------------------------------------------------
      *Credential register written by CONFER
      *-----------------------------------------------------------------
       FD  CREDENTIAL-IN.
           COPY "CREDENTIAL-REGISTER.TXT".

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
       01  TRANSCRIPT-PATH-WS          PIC X(80)
               VALUE "TRANSCRIPT.TXT".
       01  STUHIST-PATH-WS             PIC X(80)
               VALUE "STUHIST.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  TRANSFER-PATH-WS            PIC X(80)
               VALUE "TRANSFER.TXT".
       01  CREDENTIAL-PATH-WS          PIC X(80)
               VALUE "CREDENTIAL.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  STUDENT-NUMBER-WS            PIC 9(6).
       01  KEY-INVALID-SW               PIC X(1)  VALUE "N".
       01  TERM-AVERAGE-WS             PIC 9(3).
       01  TERM-AVERAGE-TOTAL-WS       PIC 9(5)  VALUE ZERO.
       01  OVERALL-AVERAGE-WS          PIC 9(3).

      *-----------------------------------------------------------------
      *Credit-weighted GPA: one term's quality points and hours from
      *GPACALC, added up across every term for the cumulative GPA
      *-----------------------------------------------------------------
       01  TERM-POINTS-WS              PIC 9(4)V99.
       01  TERM-HOURS-WS               PIC 9(3).
       01  TERM-GPA-WS                 PIC 9V99.
       01  CUM-POINTS-WS               PIC 9(5)V99 VALUE ZERO.
       01  CUM-HOURS-WS                PIC 9(4)    VALUE ZERO.
       01  CUM-GPA-WS                  PIC 9V99    VALUE ZERO.
       01  TRANSFER-STATUS-WS          PIC X(2).
       01  TRANSFER-AVAILABLE-SW       PIC X(1)  VALUE "N".
       01  EOF-TRANSFER-SW             PIC X(3)  VALUE "NO".
       01  TRANSFER-HEADING-SW         PIC X(1)  VALUE "N".
       01  TRANSFER-HOURS-WS           PIC 9(3)  VALUE ZERO.
       01  TRANSFER-HOURS-OUT          PIC Z9.
       01  CREDENTIAL-STATUS-WS        PIC X(2).
       01  CREDENTIALS-AVAILABLE-SW    PIC X(1)  VALUE "N".
       01  EOF-CREDENTIAL-SW           PIC X(3)  VALUE "NO".
       01  GPA-OUT                     PIC 9.99.
       01  HOURS-OUT                   PIC ZZZ9.
      *-----------------------------------------------------------------
      *One term's worth of transcript data, moved here from the live
      *or the history record before the term section prints

       PROCEDURE DIVISION.
       100-PRODUCE-TRANSCRIPT.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           PERFORM 201-LOAD-PROGRAM-TABLE
               VARYING PROGRAM-SUB FROM 1 BY 1
           IF CUMULATIVE-SW = "Y"
               PERFORM 210-PRODUCE-CUMULATIVE-TRANSCRIPT
           ELSE
               PERFORM 230-ACCUMULATE-CUMULATIVE-GPA
               PERFORM 203-READ-STUDENT-RECORD
               IF KEY-INVALID-SW = "Y"
                   DISPLAY "STUDENT NUMBER NOT FOUND"
           PERFORM 207-CLOSE-FILES.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TRANSCRIPT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TRANSFER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CREDENTIAL-PATH-WS, SITE-REGION-WS.

       200-OPEN-FILES.
           OPEN INPUT STUDENT-IN.
           OPEN INPUT PROGRAM-IN.
           ELSE
               MOVE "N" TO HOLDS-AVAILABLE-SW
           END-IF.
           OPEN INPUT TRANSFER-IN.
           IF TRANSFER-STATUS-WS = "00"
               MOVE "Y" TO TRANSFER-AVAILABLE-SW
           ELSE
               MOVE "N" TO TRANSFER-AVAILABLE-SW
           END-IF.
           OPEN INPUT CREDENTIAL-IN.
           IF CREDENTIAL-STATUS-WS = "00"
               MOVE "Y" TO CREDENTIALS-AVAILABLE-SW
           ELSE
               MOVE "N" TO CREDENTIALS-AVAILABLE-SW
           END-IF.

       201-LOAD-PROGRAM-TABLE.
           READ PROGRAM-IN
           CALL "Project3-subprog"
               USING STUDENT-AVG-WS, COURSE-AVG-1, COURSE-AVG-2,
               COURSE-AVG-3, COURSE-AVG-4, COURSE-AVG-5.
           CALL "GPACALC"
               USING COURSE-CODE-1, COURSE-AVG-1, COURSE-CODE-2,
               COURSE-AVG-2, COURSE-CODE-3, COURSE-AVG-3,
               COURSE-CODE-4, COURSE-AVG-4, COURSE-CODE-5,
               COURSE-AVG-5, TERM-POINTS-WS, TERM-HOURS-WS,
               TERM-GPA-WS.

       206-PRINT-TRANSCRIPT.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           MOVE SPACES TO PRINTLINE.
           STRING "REGION:         " SITE-REGION-WS
               DELIMITED BY SIZE INTO PRINTLINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           MOVE SPACES TO PRINTLINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.

               DELIMITED BY SIZE INTO PRINTLINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           MOVE TERM-GPA-WS   TO GPA-OUT.
           MOVE TERM-HOURS-WS TO HOURS-OUT.
           STRING "TERM GPA: " GPA-OUT "   CREDITS: " HOURS-OUT
               DELIMITED BY SIZE INTO PRINTLINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           MOVE CUM-GPA-WS    TO GPA-OUT.
           MOVE CUM-HOURS-WS  TO HOURS-OUT.
           STRING "CUMULATIVE GPA: " GPA-OUT "   CREDITS: " HOURS-OUT
               DELIMITED BY SIZE INTO PRINTLINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           IF CREDENTIALS-AVAILABLE-SW = "Y"
               PERFORM 228-PRINT-CREDENTIALS
           END-IF.

      *-----------------------------------------------------------------
      * A withdrawn course has no mark to print and no letter; any
           IF HOLDS-AVAILABLE-SW = "Y"
               CLOSE HOLD-FILE
           END-IF.
           IF TRANSFER-AVAILABLE-SW = "Y"
               CLOSE TRANSFER-IN
           END-IF.
           IF CREDENTIALS-AVAILABLE-SW = "Y"
               CLOSE CREDENTIAL-IN
           END-IF.

      *-----------------------------------------------------------------
      * Browse the keyed student's holds; the first one found
           IF TERM-COUNT-WS = ZERO
               DISPLAY "STUDENT NUMBER NOT FOUND"
           ELSE
               IF TRANSFER-AVAILABLE-SW = "Y"
                   PERFORM 226-PRINT-TRANSFER-CREDITS
               END-IF
               PERFORM 217-PRINT-OVERALL-AVERAGE
           END-IF.

      *-----------------------------------------------------------------
      * Transfer credit prints after the terms, each course as "TR"
      * with no mark or letter; its hours are shown on their own line
      * and never reach the GPA
      *-----------------------------------------------------------------
       226-PRINT-TRANSFER-CREDITS.
           MOVE "N" TO TRANSFER-HEADING-SW.
           MOVE ZERO TO TRANSFER-HOURS-WS.
           MOVE "NO" TO EOF-TRANSFER-SW.
           MOVE STUDENT-NUMBER-WS TO TRC-STUDENT-NUMBER.
           MOVE LOW-VALUES TO TRC-COURSE-CODE.
           START TRANSFER-IN KEY IS NOT LESS THAN TRC-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-TRANSFER-SW
           END-START.
           PERFORM 227-PRINT-ONE-TRANSFER-CREDIT
               UNTIL EOF-TRANSFER-SW = "YES".
           IF TRANSFER-HEADING-SW = "Y"
               MOVE TRANSFER-HOURS-WS TO HOURS-OUT
               STRING "TRANSFER CREDITS: " HOURS-OUT
                   DELIMITED BY SIZE INTO PRINTLINE
               PERFORM 218-PRINT-ONE-LINE
           END-IF.

       227-PRINT-ONE-TRANSFER-CREDIT.
           READ TRANSFER-IN NEXT
               AT END
                   MOVE "YES" TO EOF-TRANSFER-SW
           END-READ.
           IF EOF-TRANSFER-SW = "NO"
               IF TRC-STUDENT-NUMBER NOT = STUDENT-NUMBER-WS
                   MOVE "YES" TO EOF-TRANSFER-SW
               ELSE
                   IF TRANSFER-HEADING-SW = "N"
                       MOVE "Y" TO TRANSFER-HEADING-SW
                       PERFORM 218-PRINT-ONE-LINE
                       MOVE "TRANSFER CREDIT" TO PRINTLINE
                       PERFORM 218-PRINT-ONE-LINE
                   END-IF
                   MOVE TRC-CREDIT-HOURS TO TRANSFER-HOURS-OUT
                   STRING "COURSE:   " TRC-EQUIV-COURSE
                       "   AVERAGE: TR   CR " TRANSFER-HOURS-OUT
                       "  " TRC-INSTITUTION(1:18)
                       DELIMITED BY SIZE INTO PRINTLINE
                   PERFORM 218-PRINT-ONE-LINE
                   ADD TRC-CREDIT-HOURS TO TRANSFER-HOURS-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Every live term record the student holds prints its own
      * section, after the archived terms
           STRING "TERM AVERAGE: " TERM-AVERAGE-WS " " AVG-LETTER-WS
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           CALL "GPACALC"
               USING SECT-COURSE-CODE-1, SECT-AVERAGE-1,
               SECT-COURSE-CODE-2, SECT-AVERAGE-2, SECT-COURSE-CODE-3,
               SECT-AVERAGE-3, SECT-COURSE-CODE-4, SECT-AVERAGE-4,
               SECT-COURSE-CODE-5, SECT-AVERAGE-5, TERM-POINTS-WS,
               TERM-HOURS-WS, TERM-GPA-WS.
           MOVE TERM-GPA-WS   TO GPA-OUT.
           MOVE TERM-HOURS-WS TO HOURS-OUT.
           STRING "TERM GPA: " GPA-OUT "   CREDITS: " HOURS-OUT
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           ADD TERM-POINTS-WS TO CUM-POINTS-WS.
           ADD TERM-HOURS-WS  TO CUM-HOURS-WS.
           ADD TERM-AVERAGE-WS TO TERM-AVERAGE-TOTAL-WS.
           ADD 1 TO TERM-COUNT-WS.

           DISPLAY " " WITH BLANK SCREEN.
           MOVE "CUMULATIVE STUDENT TRANSCRIPT" TO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "REGION:         " SITE-REGION-WS
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           MOVE SPACES TO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           STRING "STUDENT NUMBER: " STUDENT-NUMBER-WS
               OVERALL-AVERAGE-WS " " AVG-LETTER-WS
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           PERFORM 233-COMPUTE-CUMULATIVE-GPA.
           MOVE CUM-GPA-WS    TO GPA-OUT.
           MOVE CUM-HOURS-WS  TO HOURS-OUT.
           STRING "CUMULATIVE GPA: " GPA-OUT "   CREDITS: " HOURS-OUT
               DELIMITED BY SIZE INTO PRINTLINE.
           PERFORM 218-PRINT-ONE-LINE.
           IF CREDENTIALS-AVAILABLE-SW = "Y"
               PERFORM 228-PRINT-CREDENTIALS
           END-IF.

      *-----------------------------------------------------------------
      * Every credential conferred on the student - one per program
      * completed - prints with its conferral date and diploma number
      *-----------------------------------------------------------------
       228-PRINT-CREDENTIALS.
           MOVE "NO" TO EOF-CREDENTIAL-SW.
           MOVE STUDENT-NUMBER-WS TO CRD-STUDENT-NUMBER.
           MOVE LOW-VALUES TO CRD-PROGRAM-CODE.
           START CREDENTIAL-IN KEY IS NOT LESS THAN CRD-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-CREDENTIAL-SW
           END-START.
           PERFORM 229-PRINT-ONE-CREDENTIAL
               UNTIL EOF-CREDENTIAL-SW = "YES".

       229-PRINT-ONE-CREDENTIAL.
           READ CREDENTIAL-IN NEXT
               AT END
                   MOVE "YES" TO EOF-CREDENTIAL-SW
           END-READ.
           IF EOF-CREDENTIAL-SW = "NO"
               IF CRD-STUDENT-NUMBER NOT = STUDENT-NUMBER-WS
                   MOVE "YES" TO EOF-CREDENTIAL-SW
               ELSE
                   MOVE SPACES TO PRINTLINE
                   PERFORM 218-PRINT-ONE-LINE
                   STRING "CREDENTIAL CONFERRED: " CRD-CONFERRAL-DATE
                       "  PROGRAM: " CRD-PROGRAM-CODE
                       DELIMITED BY SIZE INTO PRINTLINE
                   PERFORM 218-PRINT-ONE-LINE
                   STRING "DIPLOMA NUMBER:       " CRD-DIPLOMA-NUMBER
                       DELIMITED BY SIZE INTO PRINTLINE
                   PERFORM 218-PRINT-ONE-LINE
               END-IF
           END-IF.

       218-PRINT-ONE-LINE.
           DISPLAY PRINTLINE.
           WRITE PRINTLINE.
           MOVE SPACES TO PRINTLINE.

      *-----------------------------------------------------------------
      * Single-term transcript: add up every term the student holds -
      * each STUHIST.TXT term and each live term - for the cumulative
      * GPA before the printed term's record is read
      *-----------------------------------------------------------------
       230-ACCUMULATE-CUMULATIVE-GPA.
           MOVE ZERO TO CUM-POINTS-WS.
           MOVE ZERO TO CUM-HOURS-WS.
           IF HISTORY-AVAILABLE-SW = "Y"
               PERFORM 211-START-HISTORY-BROWSE
               PERFORM 231-ADD-HISTORY-TERM-GPA
                   UNTIL EOF-HISTORY-SW = "YES"
           END-IF.
           MOVE "NO" TO EOF-TERM-SW.
           MOVE STUDENT-NUMBER-WS TO STUDENT-NUMBER.
           MOVE LOW-VALUES TO TERM-CODE IN STUDENT-INFOR.
           START STUDENT-IN KEY IS NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-TERM-SW
           END-START.
           PERFORM 232-ADD-LIVE-TERM-GPA
               UNTIL EOF-TERM-SW = "YES".
           PERFORM 233-COMPUTE-CUMULATIVE-GPA.

       231-ADD-HISTORY-TERM-GPA.
           CALL "GPACALC"
               USING HIST-COURSE-CODE-1, HIST-AVERAGE-1,
               HIST-COURSE-CODE-2, HIST-AVERAGE-2, HIST-COURSE-CODE-3,
               HIST-AVERAGE-3, HIST-COURSE-CODE-4, HIST-AVERAGE-4,
               HIST-COURSE-CODE-5, HIST-AVERAGE-5, TERM-POINTS-WS,
               TERM-HOURS-WS, TERM-GPA-WS.
           ADD TERM-POINTS-WS TO CUM-POINTS-WS.
           ADD TERM-HOURS-WS  TO CUM-HOURS-WS.
           PERFORM 214-READ-NEXT-HISTORY-TERM.

       232-ADD-LIVE-TERM-GPA.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-TERM-SW
           END-READ.
           IF EOF-TERM-SW = "NO"
               IF STUDENT-NUMBER NOT = STUDENT-NUMBER-WS
                   MOVE "YES" TO EOF-TERM-SW
               ELSE
                   CALL "GPACALC"
                       USING COURSE-CODE-1, COURSE-AVG-1,
                       COURSE-CODE-2, COURSE-AVG-2, COURSE-CODE-3,
                       COURSE-AVG-3, COURSE-CODE-4, COURSE-AVG-4,
                       COURSE-CODE-5, COURSE-AVG-5, TERM-POINTS-WS,
                       TERM-HOURS-WS, TERM-GPA-WS
                   ADD TERM-POINTS-WS TO CUM-POINTS-WS
                   ADD TERM-HOURS-WS  TO CUM-HOURS-WS
               END-IF
           END-IF.

       233-COMPUTE-CUMULATIVE-GPA.
           IF CUM-HOURS-WS = ZERO
               MOVE ZERO TO CUM-GPA-WS
           ELSE
               COMPUTE CUM-GPA-WS ROUNDED =
                   CUM-POINTS-WS / CUM-HOURS-WS
           END-IF.

       END PROGRAM TRANSCRPT.
