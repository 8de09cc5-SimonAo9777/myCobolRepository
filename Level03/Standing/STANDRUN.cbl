      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Term-end academic standing run.  For the keyed term,
      *            every INDEXSTUFILE3.TXT record is classified the
      *            way PROJECT3-3's 330-CLASSIFY-STANDING classifies
      *            it (70 and up good standing, 50 and up probation,
      *            below that suspension, on the Project3-subprog
      *            average) and the result is kept on the STANDHIST.TXT
      *            standing history.  A student whose previous standing
      *            on file - the latest term starting before this one
      *            on the term calendar - was probation, and who is on
      *            probation again, is raised to suspension.  Every
      *            suspension places an academic ("A") hold on
      *            STUHOLDS.TXT, logged to HOLDLOG.TXT the way
      *            TUITIONAGE places finance holds, and every probation
      *            or suspension gets a merge-ready letter record built
      *            from STUCONTACT.TXT the way COLLLTR builds its
      *            letters.  A record with a course still unmarked is
      *            left for a later run and counted.  Rerunning a term
      *            replaces that term's standing records.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: term
      *                 records read, standing records written, records
      *                 still waiting on a mark, the students placed on
      *                 probation or suspended as control total and the
      *                 return code, including a run refused for a term
      *                 not on the calendar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT STANDING-FILE
                ASSIGN USING STANDHIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STD-KEY
                  FILE STATUS IS STANDING-STATUS-WS.

           SELECT TERM-FILE-IN
                ASSIGN USING TERMCAL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TERM-STATUS-WS.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT HOLD-LOG-FILE
                ASSIGN USING HOLDLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT LETTER-FILE-OUT
                ASSIGN USING STANDLETTERS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  STANDING-FILE.
           COPY "STANDING-HISTORY.TXT".

       FD  TERM-FILE-IN.
           COPY "TERM-CALENDAR.TXT".

      *-----------------------------------------------------------------
      *Holds file shared with HOLDMNT; this run places academic holds
      *-----------------------------------------------------------------
       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

      *-----------------------------------------------------------------
      *Placement log, one line per hold this run places
      *-----------------------------------------------------------------
       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-OUT.
           05 HLG-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-HOLD-TYPE          PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-ACTION             PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-OPERATOR           PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-DATE               PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 HLG-REASON             PIC X(20).

       FD  CONTACT-FILE.
           COPY "STUDENT-CONTACT.TXT".

      *-----------------------------------------------------------------
      *Merge-ready standing letter: one line per letter, every field
      *the form letter needs in fixed columns
      *-----------------------------------------------------------------
       FD  LETTER-FILE-OUT.
       01  LETTER-RECORD-OUT.
           05 LTR-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-STUDENT-NAME-OUT   PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-ADDRESS-1-OUT      PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-ADDRESS-2-OUT      PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-CITY-OUT           PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-POSTAL-CODE-OUT    PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-PROGRAM-CODE-OUT   PIC X(5).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-TERM-CODE-OUT      PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-AVERAGE-OUT        PIC ZZ9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-STANDING-OUT       PIC X(13).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LTR-ESCALATED-OUT      PIC X(1).

      *-----------------------------------------------------------------
      *Shared EXCEPTIONS.TXT layout
      *-----------------------------------------------------------------
       FD  EXCEPTION-FILE-OUT.
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
       01  STANDHIST-PATH-WS           PIC X(80)
               VALUE "STANDHIST.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  HOLDLOG-PATH-WS             PIC X(80)
               VALUE "HOLDLOG.TXT".
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  STANDLETTERS-PATH-WS        PIC X(80)
               VALUE "STANDLETTERS.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  STANDING-STATUS-WS          PIC X(2).
       01  TERM-STATUS-WS              PIC X(2).
       01  HOLD-STATUS-WS              PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-TERM-SW                 PIC X(3)   VALUE "NO".
       01  EOF-STANDING-SW             PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  CONTACT-FOUND-SW            PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

      *-----------------------------------------------------------------
      *The term being closed, and its start date off the calendar
      *-----------------------------------------------------------------
       01  TERM-SELECT-WS              PIC X(4).
       01  TERM-START-WS               PIC 9(8)   VALUE ZERO.
       01  TERM-FOUND-SW               PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *This record's classification and the student's previous
      *standing on file
      *-----------------------------------------------------------------
       01  STUDENT-AVG-WS              PIC 9(3).
       01  MARKS-COMPLETE-SW           PIC X(1)   VALUE "Y".
       01  STANDING-CODE-WS            PIC X(1).
       01  STANDING-WS                 PIC X(13).
       01  ESCALATED-WS                PIC X(1).
       01  PRIOR-START-WS              PIC 9(8).
       01  PRIOR-CODE-WS               PIC X(1).

      *-----------------------------------------------------------------
      *Run counts for the summary
      *-----------------------------------------------------------------
       01  RUN-COUNTS-WS.
           05 TERM-RECORDS-WS        PIC 9(5)   VALUE ZERO.
           05 UNMARKED-COUNT-WS      PIC 9(5)   VALUE ZERO.
           05 GOOD-COUNT-WS          PIC 9(5)   VALUE ZERO.
           05 PROBATION-COUNT-WS     PIC 9(5)   VALUE ZERO.
           05 SUSPENSION-COUNT-WS    PIC 9(5)   VALUE ZERO.
           05 ESCALATED-COUNT-WS     PIC 9(5)   VALUE ZERO.
           05 HOLDS-PLACED-WS        PIC 9(5)   VALUE ZERO.
           05 LETTER-COUNT-WS        PIC 9(5)   VALUE ZERO.
           05 MISSING-CONTACT-WS     PIC 9(5)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       PROCEDURE DIVISION.
       100-PRODUCE-STANDING-RUN.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-TERM.
           PERFORM 205-FIND-TERM-START.
           IF TERM-FOUND-SW = "N"
               DISPLAY "TERM " TERM-SELECT-WS
                       " IS NOT ON THE TERM CALENDAR - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-READ-STUDENT-RECORD
               PERFORM 230-CLASSIFY-ONE-RECORD
                   UNTIL EOF-STUDENT-SW = "YES"
               PERFORM 280-DISPLAY-RUN-SUMMARY
               PERFORM 290-CLOSE-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STANDHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING HOLDLOG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STANDLETTERS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; a record still waiting on a
      * mark counts as rejected, and the control total is the number
      * of students placed on probation or suspended
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "STANDRUN" TO RL-PROGRAM.
           MOVE "STANDRUN" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE TERM-RECORDS-WS TO RL-RECORDS-READ.
           ADD GOOD-COUNT-WS PROBATION-COUNT-WS SUSPENSION-COUNT-WS
               GIVING RL-RECORDS-WRITTEN.
           MOVE UNMARKED-COUNT-WS TO RL-RECORDS-REJECTED.
           ADD PROBATION-COUNT-WS SUSPENSION-COUNT-WS
               GIVING RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-TERM.
           DISPLAY "Term code to close for academic standing: ".
           ACCEPT TERM-SELECT-WS.

      *-----------------------------------------------------------------
      * The term's start date orders a student's standing records, so
      * a term not on the calendar cannot be closed
      *-----------------------------------------------------------------
       205-FIND-TERM-START.
           MOVE "N" TO TERM-FOUND-SW.
           OPEN INPUT TERM-FILE-IN.
           IF TERM-STATUS-WS = "00"
               PERFORM 206-READ-TERM-RECORD
                   UNTIL EOF-TERM-SW = "YES"
               CLOSE TERM-FILE-IN
           END-IF.

       206-READ-TERM-RECORD.
           READ TERM-FILE-IN
               AT END
                   MOVE "YES" TO EOF-TERM-SW
               NOT AT END
                   IF TRM-CODE = TERM-SELECT-WS
                       MOVE "Y" TO TERM-FOUND-SW
                       MOVE TRM-START-DATE TO TERM-START-WS
                       MOVE "YES" TO EOF-TERM-SW
                   END-IF
           END-READ.

       210-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN INPUT CONTACT-FILE
               IF CONTACT-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "STUCONTACT.TXT NOT AVAILABLE - STATUS "
                           CONTACT-STATUS-WS
                   CLOSE STUDENT-IN
               ELSE
                   PERFORM 211-OPEN-OUTPUT-FILES
               END-IF
           END-IF.

       211-OPEN-OUTPUT-FILES.
           OPEN I-O STANDING-FILE.
           IF STANDING-STATUS-WS = "35"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS-WS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           OPEN EXTEND HOLD-LOG-FILE.
           OPEN OUTPUT LETTER-FILE-OUT.
           OPEN EXTEND EXCEPTION-FILE-OUT.

       220-READ-STUDENT-RECORD.
           READ STUDENT-IN NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.

      *-----------------------------------------------------------------
      * Only the keyed term's records are classified; one still
      * waiting on a mark is counted and left for a later run
      *-----------------------------------------------------------------
       230-CLASSIFY-ONE-RECORD.
           IF TERM-CODE-IN = TERM-SELECT-WS
               ADD 1 TO TERM-RECORDS-WS
               PERFORM 300-CHECK-MARKS-COMPLETE
               IF MARKS-COMPLETE-SW = "N"
                   ADD 1 TO UNMARKED-COUNT-WS
               ELSE
                   PERFORM 310-CLASSIFY-STANDING
                   PERFORM 320-FIND-PRIOR-STANDING
                   PERFORM 330-ESCALATE-REPEAT-PROBATION
                   PERFORM 340-WRITE-STANDING-RECORD
                   PERFORM 350-TALLY-STANDING
                   IF STANDING-CODE-WS = "S"
                       PERFORM 360-PLACE-ACADEMIC-HOLD
                   END-IF
                   IF STANDING-CODE-WS NOT = "G"
                       PERFORM 370-BUILD-STANDING-LETTER
                   END-IF
               END-IF
           END-IF.
           PERFORM 220-READ-STUDENT-RECORD.

       300-CHECK-MARKS-COMPLETE.
           MOVE "Y" TO MARKS-COMPLETE-SW.
           IF AVERAGE-1-IN IS NOT NUMERIC
                   OR AVERAGE-2-IN IS NOT NUMERIC
                   OR AVERAGE-3-IN IS NOT NUMERIC
                   OR AVERAGE-4-IN IS NOT NUMERIC
                   OR AVERAGE-5-IN IS NOT NUMERIC
               MOVE "N" TO MARKS-COMPLETE-SW
           END-IF.

      *-----------------------------------------------------------------
      * Same cut-offs and same average as PROJECT3-3's
      * 330-CLASSIFY-STANDING, so the letter agrees with REPORT.TXT
      *-----------------------------------------------------------------
       310-CLASSIFY-STANDING.
           CALL "Project3-subprog"
               USING STUDENT-AVG-WS, AVERAGE-1-IN, AVERAGE-2-IN,
               AVERAGE-3-IN, AVERAGE-4-IN, AVERAGE-5-IN.
           MOVE "N" TO ESCALATED-WS.
           IF STUDENT-AVG-WS >= 70
               MOVE "G"             TO STANDING-CODE-WS
               MOVE "GOOD STANDING" TO STANDING-WS
           ELSE
               IF STUDENT-AVG-WS >= 50
                   MOVE "P"         TO STANDING-CODE-WS
                   MOVE "PROBATION" TO STANDING-WS
               ELSE
                   MOVE "S"          TO STANDING-CODE-WS
                   MOVE "SUSPENSION" TO STANDING-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Browse the student's standing records for the latest term
      * that started before this one
      *-----------------------------------------------------------------
       320-FIND-PRIOR-STANDING.
           MOVE ZERO   TO PRIOR-START-WS.
           MOVE SPACES TO PRIOR-CODE-WS.
           MOVE "NO" TO EOF-STANDING-SW.
           MOVE STUDENT-NUMBER-IN TO STD-STUDENT-NUMBER.
           MOVE LOW-VALUES TO STD-TERM-CODE.
           START STANDING-FILE KEY IS NOT LESS THAN STD-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-STANDING-SW
           END-START.
           PERFORM 321-CHECK-ONE-PRIOR-STANDING
               UNTIL EOF-STANDING-SW = "YES".

       321-CHECK-ONE-PRIOR-STANDING.
           READ STANDING-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-STANDING-SW
           END-READ.
           IF EOF-STANDING-SW = "NO"
               IF STD-STUDENT-NUMBER NOT = STUDENT-NUMBER-IN
                   MOVE "YES" TO EOF-STANDING-SW
               ELSE
                   IF STD-TERM-START < TERM-START-WS
                           AND STD-TERM-START > PRIOR-START-WS
                       MOVE STD-TERM-START    TO PRIOR-START-WS
                       MOVE STD-STANDING-CODE TO PRIOR-CODE-WS
                   END-IF
               END-IF
           END-IF.

       330-ESCALATE-REPEAT-PROBATION.
           IF STANDING-CODE-WS = "P" AND PRIOR-CODE-WS = "P"
               MOVE "S"          TO STANDING-CODE-WS
               MOVE "SUSPENSION" TO STANDING-WS
               MOVE "Y"          TO ESCALATED-WS
               ADD 1 TO ESCALATED-COUNT-WS
           END-IF.

      *-----------------------------------------------------------------
      * A rerun of the same term replaces the record already written
      *-----------------------------------------------------------------
       340-WRITE-STANDING-RECORD.
           MOVE STUDENT-NUMBER-IN TO STD-STUDENT-NUMBER.
           MOVE TERM-SELECT-WS    TO STD-TERM-CODE.
           MOVE TERM-START-WS     TO STD-TERM-START.
           MOVE PROGRAM-CODE-IN   TO STD-PROGRAM-CODE.
           MOVE STUDENT-AVG-WS    TO STD-AVERAGE.
           MOVE STANDING-CODE-WS  TO STD-STANDING-CODE.
           MOVE STANDING-WS       TO STD-STANDING.
           MOVE ESCALATED-WS      TO STD-ESCALATED.
           MOVE TODAYS-DATE-WS    TO STD-RUN-DATE.
           WRITE STANDING-HISTORY
               INVALID KEY
                   REWRITE STANDING-HISTORY
                       INVALID KEY
                           DISPLAY "STANDHIST.TXT REWRITE FAILED FOR "
                                   STUDENT-NUMBER-IN
                   END-REWRITE
           END-WRITE.

       350-TALLY-STANDING.
           IF STANDING-CODE-WS = "G"
               ADD 1 TO GOOD-COUNT-WS
           ELSE
               IF STANDING-CODE-WS = "P"
                   ADD 1 TO PROBATION-COUNT-WS
               ELSE
                   ADD 1 TO SUSPENSION-COUNT-WS
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A suspension gets an academic hold; one already on file stays
      * as it is (the INVALID KEY path), so the placement date keeps
      * showing when the hold first went on
      *-----------------------------------------------------------------
       360-PLACE-ACADEMIC-HOLD.
           MOVE STUDENT-NUMBER-IN     TO HOLD-STUDENT-NUMBER.
           MOVE "A"                   TO HOLD-TYPE.
           MOVE "ACADEMIC SUSPENSION" TO HOLD-REASON.
           MOVE "STANDRUN"            TO HOLD-PLACED-BY.
           MOVE TODAYS-DATE-WS        TO HOLD-PLACED-DATE.
           WRITE STUDENT-HOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO HOLDS-PLACED-WS
                   MOVE STUDENT-NUMBER-IN     TO HLG-STUDENT-NUMBER
                   MOVE "A"                   TO HLG-HOLD-TYPE
                   MOVE "P"                   TO HLG-ACTION
                   MOVE "STANDRUN"            TO HLG-OPERATOR
                   MOVE TODAYS-DATE-WS        TO HLG-DATE
                   MOVE "ACADEMIC SUSPENSION" TO HLG-REASON
                   WRITE HOLD-LOG-OUT
           END-WRITE.

      *-----------------------------------------------------------------
      * Merge the standing with the contact master; a student with no
      * contact record cannot get a letter and is logged instead
      *-----------------------------------------------------------------
       370-BUILD-STANDING-LETTER.
           MOVE "Y" TO CONTACT-FOUND-SW.
           MOVE STUDENT-NUMBER-IN TO CONT-STUDENT-NUMBER.
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "N" TO CONTACT-FOUND-SW
           END-READ.
           IF CONTACT-FOUND-SW = "Y"
               MOVE CONT-STUDENT-NUMBER TO LTR-STUDENT-NUMBER-OUT
               MOVE STUDENT-NAME-IN     TO LTR-STUDENT-NAME-OUT
               MOVE CONT-ADDRESS-1      TO LTR-ADDRESS-1-OUT
               MOVE CONT-ADDRESS-2      TO LTR-ADDRESS-2-OUT
               MOVE CONT-CITY           TO LTR-CITY-OUT
               MOVE CONT-POSTAL-CODE    TO LTR-POSTAL-CODE-OUT
               MOVE PROGRAM-CODE-IN     TO LTR-PROGRAM-CODE-OUT
               MOVE TERM-SELECT-WS      TO LTR-TERM-CODE-OUT
               MOVE STUDENT-AVG-WS      TO LTR-AVERAGE-OUT
               MOVE STANDING-WS         TO LTR-STANDING-OUT
               MOVE ESCALATED-WS        TO LTR-ESCALATED-OUT
               WRITE LETTER-RECORD-OUT
               ADD 1 TO LETTER-COUNT-WS
           ELSE
               PERFORM 371-WRITE-MISSING-CONTACT
           END-IF.

       371-WRITE-MISSING-CONTACT.
           ADD 1 TO MISSING-CONTACT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE STUDENT-NUMBER-IN TO STUDENT-NUMBER-EXC.
           MOVE PROGRAM-CODE-IN TO PROGRAM-CODE-EXC.
           MOVE "NO CONTACT ON FILE" TO EXCEPTION-REASON-EXC.
           MOVE "STANDRUN" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAYS-DATE-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

       280-DISPLAY-RUN-SUMMARY.
           DISPLAY "ACADEMIC STANDING RUN SUMMARY - TERM "
                   TERM-SELECT-WS.
           DISPLAY TERM-RECORDS-WS " RECORDS FOR THE TERM WERE READ. ".
           DISPLAY UNMARKED-COUNT-WS
               " WERE LEFT UNCLASSIFIED - MARKS OUTSTANDING. ".
           DISPLAY GOOD-COUNT-WS " IN GOOD STANDING. ".
           DISPLAY PROBATION-COUNT-WS " ON PROBATION. ".
           DISPLAY SUSPENSION-COUNT-WS " SUSPENDED, OF WHICH "
                   ESCALATED-COUNT-WS " FOR A REPEAT PROBATION. ".
           DISPLAY HOLDS-PLACED-WS " ACADEMIC HOLDS WERE PLACED. ".
           DISPLAY LETTER-COUNT-WS " LETTER RECORDS WERE WRITTEN. ".
           DISPLAY MISSING-CONTACT-WS
               " STUDENTS HAD NO CONTACT RECORD. ".

       290-CLOSE-FILES.
           CLOSE STUDENT-IN.
           CLOSE CONTACT-FILE.
           CLOSE STANDING-FILE.
           CLOSE HOLD-FILE.
           CLOSE HOLD-LOG-FILE.
           CLOSE LETTER-FILE-OUT.
           CLOSE EXCEPTION-FILE-OUT.

       END PROGRAM STANDRUN.
