      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Ancillary fee assessment run for one keyed term.
      *            Every INDEXSTUFILE3.TXT record for the term is
      *            charged the FEESCHED.TXT fees that apply to it -
      *            flat fees to everyone, program fees to the
      *            program's students, course fees once for each live
      *            slot carrying the course (a withdrawn 999 slot
      *            pays none) - added to TUITION-OWED-IN with one
      *            "X"-flagged TUITIONAUDIT.TXT line per fee, reason
      *            coded with the fee code, so RECONCILE, the
      *            statements and CASHJRNL all see each fee.  A fee
      *            already on the audit trail for the student and
      *            term is not charged twice, so the run can be
      *            repeated after late registrations.  A balance the
      *            field cannot hold takes none of the student's fees
      *            and is listed for follow-up.  A printed register
      *            goes to FEEASSES.TXT.  Senior sign-on through
      *            SIGNON and the shared MASTER.LCK are required.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: students
      *                 read, fees charged, fees refused on a full
      *                 balance, the fees charged as control total and
      *                 the return code, including a run refused at
      *                 sign-on or at the lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT FEE-FILE-IN
                ASSIGN USING FEESCHED-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FEE-STATUS-WS.

           SELECT TUITION-AUDIT-IN
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-IN-STATUS-WS.

           SELECT TUITION-AUDIT-OUT
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-REPORT-OUT
                ASSIGN USING FEEASSES-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 PROGRAM-CODE-IN    PIC X(5).
           05 COURSE-SLOT-IN OCCURS 5 TIMES.
               10 COURSE-CODE-IN     PIC X(7).
               10 AVERAGE-IN         PIC X(3).

       FD  FEE-FILE-IN.
           COPY "FEE-SCHEDULE.TXT".

      *-----------------------------------------------------------------
      *Audit trail read first for the term's earlier "X" lines, so a
      *fee already charged is not charged again
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-IN.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NO-IN    PIC X(6).
           05 FILLER                 PIC X(52).
           05 AUDIT-TXN-TYPE-IN      PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-REASON-CODE-IN   PIC X(2).
           05 FILLER                 PIC X(37).
           05 AUDIT-TERM-CODE-IN     PIC X(4).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; fees go out flagged "X" with
      *the fee code as the reason
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-OUT.
           COPY "TUITION-AUDIT.TXT".

       FD  REGISTER-REPORT-OUT.
       01  PRINTLINE                 PIC X(90).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  FEESCHED-PATH-WS            PIC X(80)
               VALUE "FEESCHED.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  FEEASSES-PATH-WS            PIC X(80)
               VALUE "FEEASSES.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  FEE-STATUS-WS               PIC X(2).
       01  AUDIT-IN-STATUS-WS          PIC X(2).
       01  EOF-STUDENT-SW              PIC X(3)   VALUE "NO".
       01  EOF-FEE-SW                  PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".
       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".

       01  TODAY-STAMP-WS              PIC 9(8).
       01  AUDIT-TIME-WORK-WS.
           05 AUDIT-TIME-HHMMSS-WS     PIC 9(6).
           05 FILLER                   PIC 9(2).
       01  ASSESS-TERM-WS              PIC X(4).

      *-----------------------------------------------------------------
      *The fee schedule, loaded whole before the pass
      *-----------------------------------------------------------------
       01  FEE-TBL.
           05 FEE-TABLE-COUNT        PIC 9(3)  VALUE ZERO.
           05 FEE-VALUES-TBL OCCURS 100 TIMES.
               10 FEE-CODE-TBL             PIC X(2).
               10 FEE-DESCRIPTION-TBL      PIC X(20).
               10 FEE-BASIS-TBL            PIC X(1).
               10 FEE-APPLIES-TO-TBL       PIC X(7).
               10 FEE-AMOUNT-TBL           PIC 9(4)V99.
               10 FEE-GL-ACCOUNT-TBL       PIC X(4).
       01  FEE-SUB                    PIC 9(3)  VALUE ZERO.

      *-----------------------------------------------------------------
      *Fees already charged to the term, by student and fee code
      *-----------------------------------------------------------------
       01  PRIOR-FEE-TBL.
           05 PRIOR-COUNT            PIC 9(4)  VALUE ZERO.
           05 PRIOR-ENTRY OCCURS 3000 TIMES.
               10 PRIOR-NUMBER         PIC X(6).
               10 PRIOR-FEE-CODE       PIC X(2).
       01  PRIOR-SUB                  PIC 9(4)  VALUE ZERO.
       01  PRIOR-FOUND-SW             PIC X(1)  VALUE "N".
       01  PRIOR-FULL-SW              PIC X(1)  VALUE "N".
       01  HUNT-NUMBER-WS             PIC X(6).
       01  HUNT-FEE-CODE-WS           PIC X(2).

      *-----------------------------------------------------------------
      *One student's fees for the term, built up before the single
      *REWRITE so each audit line carries its own running balance
      *-----------------------------------------------------------------
       01  PENDING-FEE-TBL.
           05 PENDING-COUNT          PIC 9(3)  VALUE ZERO.
           05 PENDING-ENTRY OCCURS 100 TIMES.
               10 PENDING-FEE-CODE     PIC X(2).
               10 PENDING-DESCRIPTION  PIC X(20).
               10 PENDING-AMOUNT       PIC 9(4)V99.
               10 PENDING-OLD-BALANCE  PIC 9(4)V99.
               10 PENDING-NEW-BALANCE  PIC 9(4)V99.
       01  PENDING-SUB                PIC 9(3)  VALUE ZERO.

       01  SLOT-SUB                   PIC 9(1)  VALUE ZERO.
       01  LIVE-SLOT-COUNT-WS         PIC 9(1)  VALUE ZERO.
       01  FEE-THIS-TIME-WS           PIC 9(5)V99.
       01  RUNNING-BALANCE-WS         PIC 9(5)V99.
       01  ORIGINAL-BALANCE-WS        PIC 9(4)V99.
       01  BALANCE-FULL-SW            PIC X(1)  VALUE "N".

       01  STUDENTS-READ-WS           PIC 9(5)   VALUE ZERO.
       01  STUDENTS-CHARGED-WS        PIC 9(5)   VALUE ZERO.
       01  FEES-CHARGED-WS            PIC 9(5)   VALUE ZERO.
       01  FEES-TOTAL-WS              PIC 9(7)V99 VALUE ZERO.
       01  ALREADY-CHARGED-WS         PIC 9(5)   VALUE ZERO.
       01  BALANCE-FULL-COUNT-WS      PIC 9(5)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  REGISTER-TITLE-LINE.
           05 FILLER  PIC X(29)
               VALUE "ANCILLARY FEE REGISTER  TERM ".
           05 TITLE-TERM-OUT         PIC X(4).
           05 FILLER  PIC X(3)  VALUE SPACES.
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  REGISTER-HEADING.
           05 FILLER  PIC X(9)  VALUE "STUDENT".
           05 FILLER  PIC X(42) VALUE "NAME".
           05 FILLER  PIC X(24) VALUE "FEE".
           05 FILLER  PIC X(10) VALUE "AMOUNT".
       01  REGISTER-DETAIL-LINE.
           05 REG-NUMBER-OUT         PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-NAME-OUT           PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 REG-FEE-CODE-OUT       PIC X(2).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 REG-DESCRIPTION-OUT    PIC X(20).
           05 FILLER                 PIC X(1)  VALUE SPACES.
           05 REG-AMOUNT-OUT         PIC Z,ZZ9.99.
       01  REGISTER-BALANCE-LINE.
           05 FILLER                 PIC X(51) VALUE SPACES.
           05 FILLER                 PIC X(23)
               VALUE "NEW BALANCE".
           05 REG-BALANCE-OUT        PIC Z,ZZ9.99.
       01  REGISTER-FULL-LINE.
           05 REG-FULL-NUMBER-OUT    PIC 9(6).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 REG-FULL-NAME-OUT      PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 FILLER                 PIC X(33)
               VALUE "BALANCE FULL - NO FEES CHARGED".

       PROCEDURE DIVISION.
       100-ASSESS-ANCILLARY-FEES.
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
           PERFORM 200-ACCEPT-RUN-PARAMETERS.
           PERFORM 205-LOAD-FEE-SCHEDULE.
           IF ABORT-SW = "N"
               PERFORM 210-LOAD-PRIOR-FEES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 220-OPEN-FILES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 230-READ-STUDENT-RECORD
               PERFORM 240-ASSESS-ONE-STUDENT
                   UNTIL EOF-STUDENT-SW = "YES"
               PERFORM 280-DISPLAY-RUN-SUMMARY
               PERFORM 290-CLOSE-FILES
           ELSE
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
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING FEESCHED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING FEEASSES-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; fees left off a full balance
      * count as rejected and the control total is the fees charged
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "FEEASSES" TO RL-PROGRAM.
           MOVE "FEEASSES" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE STUDENTS-READ-WS TO RL-RECORDS-READ.
           MOVE FEES-CHARGED-WS TO RL-RECORDS-WRITTEN.
           MOVE BALANCE-FULL-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE FEES-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-RUN-PARAMETERS.
           ACCEPT TODAY-STAMP-WS FROM DATE YYYYMMDD.
           DISPLAY "Assess ancillary fees for term: ".
           ACCEPT ASSESS-TERM-WS.

      *-----------------------------------------------------------------
      * The schedule is required; a missing or empty one would charge
      * nothing, and a truncated one would charge only some fees
      *-----------------------------------------------------------------
       205-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-FILE-IN.
           IF FEE-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "FEESCHED.TXT NOT AVAILABLE - STATUS "
                       FEE-STATUS-WS
           ELSE
               PERFORM 206-READ-FEE-RECORD
                   UNTIL EOF-FEE-SW = "YES"
               CLOSE FEE-FILE-IN
               IF FEE-TABLE-COUNT = ZERO
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "FEESCHED.TXT HOLDS NO FEES - RUN REFUSED"
               END-IF
           END-IF.

       206-READ-FEE-RECORD.
           READ FEE-FILE-IN
               AT END
                   MOVE "YES" TO EOF-FEE-SW
               NOT AT END
                   IF FEE-TABLE-COUNT < 100
                       ADD 1 TO FEE-TABLE-COUNT
                       MOVE FEE-SCHEDULE
                           TO FEE-VALUES-TBL(FEE-TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO ABORT-SW
                       MOVE "YES" TO EOF-FEE-SW
                       DISPLAY "FEESCHED.TXT HAS MORE THAN 100 ROWS - "
                               "RUN REFUSED"
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Table every "X" line already written for the term; a table
      * too small to hold them all could let a fee be charged twice,
      * so the run is refused instead
      *-----------------------------------------------------------------
       210-LOAD-PRIOR-FEES.
           OPEN INPUT TUITION-AUDIT-IN.
           IF AUDIT-IN-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-AUDIT-SW
           ELSE
               PERFORM 211-READ-AUDIT-LINE
               PERFORM 212-TALLY-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               CLOSE TUITION-AUDIT-IN
           END-IF.
           IF PRIOR-FULL-SW = "Y"
               MOVE "Y" TO ABORT-SW
               DISPLAY "MORE THAN 3000 FEES ALREADY CHARGED TO TERM "
                       ASSESS-TERM-WS " - RUN REFUSED"
           END-IF.

       211-READ-AUDIT-LINE.
           READ TUITION-AUDIT-IN
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       212-TALLY-ONE-AUDIT-LINE.
           IF AUDIT-TXN-TYPE-IN = "X"
                   AND AUDIT-TERM-CODE-IN = ASSESS-TERM-WS
               IF PRIOR-COUNT < 3000
                   ADD 1 TO PRIOR-COUNT
                   MOVE AUDIT-STUDENT-NO-IN
                       TO PRIOR-NUMBER(PRIOR-COUNT)
                   MOVE AUDIT-REASON-CODE-IN
                       TO PRIOR-FEE-CODE(PRIOR-COUNT)
               ELSE
                   MOVE "Y" TO PRIOR-FULL-SW
               END-IF
           END-IF.
           PERFORM 211-READ-AUDIT-LINE.

       220-OPEN-FILES.
           OPEN I-O INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN EXTEND TUITION-AUDIT-OUT
               OPEN OUTPUT REGISTER-REPORT-OUT
               MOVE ASSESS-TERM-WS TO TITLE-TERM-OUT
               MOVE TODAY-STAMP-WS TO TITLE-DATE-OUT
               WRITE PRINTLINE FROM REGISTER-TITLE-LINE
               WRITE PRINTLINE FROM REGISTER-HEADING
           END-IF.

       230-READ-STUDENT-RECORD.
           READ INDEXED-STUDENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-STUDENT-SW
           END-READ.

      *-----------------------------------------------------------------
      * One student-term: gather every fee that applies and has not
      * been charged, then post them together
      *-----------------------------------------------------------------
       240-ASSESS-ONE-STUDENT.
           IF TERM-CODE-IN = ASSESS-TERM-WS
               ADD 1 TO STUDENTS-READ-WS
               MOVE ZERO TO PENDING-COUNT
               MOVE "N" TO BALANCE-FULL-SW
               MOVE TUITION-OWED-IN TO ORIGINAL-BALANCE-WS
               MOVE TUITION-OWED-IN TO RUNNING-BALANCE-WS
               PERFORM 250-PRICE-ONE-FEE
                   VARYING FEE-SUB FROM 1 BY 1
                   UNTIL FEE-SUB > FEE-TABLE-COUNT
               IF BALANCE-FULL-SW = "Y"
                   PERFORM 272-WRITE-FULL-LINE
               ELSE
                   IF PENDING-COUNT > ZERO
                       PERFORM 260-POST-STUDENT-FEES
                   END-IF
               END-IF
           END-IF.
           PERFORM 230-READ-STUDENT-RECORD.

       250-PRICE-ONE-FEE.
           MOVE ZERO TO FEE-THIS-TIME-WS.
           IF FEE-BASIS-TBL(FEE-SUB) = "F"
               MOVE FEE-AMOUNT-TBL(FEE-SUB) TO FEE-THIS-TIME-WS
           ELSE
               IF FEE-BASIS-TBL(FEE-SUB) = "P"
                   IF FEE-APPLIES-TO-TBL(FEE-SUB) = PROGRAM-CODE-IN
                       MOVE FEE-AMOUNT-TBL(FEE-SUB) TO FEE-THIS-TIME-WS
                   END-IF
               ELSE
                   IF FEE-BASIS-TBL(FEE-SUB) = "C"
                       PERFORM 251-COUNT-LIVE-SLOTS
                       COMPUTE FEE-THIS-TIME-WS =
                           FEE-AMOUNT-TBL(FEE-SUB) * LIVE-SLOT-COUNT-WS
                   END-IF
               END-IF
           END-IF.
           IF FEE-THIS-TIME-WS > ZERO
               MOVE STUDENT-NUMBER-IN TO HUNT-NUMBER-WS
               MOVE FEE-CODE-TBL(FEE-SUB) TO HUNT-FEE-CODE-WS
               PERFORM 300-FIND-PRIOR-FEE
               IF PRIOR-FOUND-SW = "Y"
                   ADD 1 TO ALREADY-CHARGED-WS
               ELSE
                   PERFORM 252-ADD-PENDING-FEE
               END-IF
           END-IF.

      *    A slot withdrawn from (average 999) pays no course fee
       251-COUNT-LIVE-SLOTS.
           MOVE ZERO TO LIVE-SLOT-COUNT-WS.
           PERFORM 253-CHECK-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 5.

       253-CHECK-ONE-SLOT.
           IF COURSE-CODE-IN(SLOT-SUB) = FEE-APPLIES-TO-TBL(FEE-SUB)
                   AND AVERAGE-IN(SLOT-SUB) NOT = "999"
               ADD 1 TO LIVE-SLOT-COUNT-WS
           END-IF.

       252-ADD-PENDING-FEE.
           IF RUNNING-BALANCE-WS + FEE-THIS-TIME-WS > 9999.99
               MOVE "Y" TO BALANCE-FULL-SW
           ELSE
               ADD 1 TO PENDING-COUNT
               MOVE FEE-CODE-TBL(FEE-SUB)
                   TO PENDING-FEE-CODE(PENDING-COUNT)
               MOVE FEE-DESCRIPTION-TBL(FEE-SUB)
                   TO PENDING-DESCRIPTION(PENDING-COUNT)
               MOVE FEE-THIS-TIME-WS TO PENDING-AMOUNT(PENDING-COUNT)
               MOVE RUNNING-BALANCE-WS
                   TO PENDING-OLD-BALANCE(PENDING-COUNT)
               ADD FEE-THIS-TIME-WS TO RUNNING-BALANCE-WS
               MOVE RUNNING-BALANCE-WS
                   TO PENDING-NEW-BALANCE(PENDING-COUNT)
           END-IF.

       300-FIND-PRIOR-FEE.
           MOVE "N" TO PRIOR-FOUND-SW.
           PERFORM 301-COMPARE-PRIOR-FEE
               VARYING PRIOR-SUB FROM 1 BY 1
               UNTIL PRIOR-SUB > PRIOR-COUNT
                   OR PRIOR-FOUND-SW = "Y".

       301-COMPARE-PRIOR-FEE.
           IF HUNT-NUMBER-WS = PRIOR-NUMBER(PRIOR-SUB)
                   AND HUNT-FEE-CODE-WS = PRIOR-FEE-CODE(PRIOR-SUB)
               MOVE "Y" TO PRIOR-FOUND-SW
           END-IF.

      *-----------------------------------------------------------------
      * One REWRITE carries all the student's fees; only once it is
      * through do the audit and register lines go out
      *-----------------------------------------------------------------
       260-POST-STUDENT-FEES.
           MOVE RUNNING-BALANCE-WS TO TUITION-OWED-IN.
           REWRITE STUDENT-RECORD-IN
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR "
                           STUDENT-NUMBER-IN
               NOT INVALID KEY
                   ADD 1 TO STUDENTS-CHARGED-WS
                   PERFORM 261-RECORD-ONE-FEE
                       VARYING PENDING-SUB FROM 1 BY 1
                       UNTIL PENDING-SUB > PENDING-COUNT
                   MOVE TUITION-OWED-IN TO REG-BALANCE-OUT
                   WRITE PRINTLINE FROM REGISTER-BALANCE-LINE
           END-REWRITE.

       261-RECORD-ONE-FEE.
           ADD 1 TO FEES-CHARGED-WS.
           ADD PENDING-AMOUNT(PENDING-SUB) TO FEES-TOTAL-WS.
           PERFORM 270-WRITE-FEE-AUDIT.
           PERFORM 271-WRITE-REGISTER-LINE.

      *-----------------------------------------------------------------
      * The fee's audit line: flagged "X" with the fee code as its
      * reason, no receipt and no method - no money moved, the
      * balance grew
      *-----------------------------------------------------------------
       270-WRITE-FEE-AUDIT.
           MOVE STUDENT-NUMBER-IN  TO AUDIT-STUDENT-NUMBER.
           MOVE PENDING-AMOUNT(PENDING-SUB) TO AUDIT-PAYMENT.
           MOVE PENDING-OLD-BALANCE(PENDING-SUB)
                                   TO AUDIT-OLD-BALANCE.
           MOVE PENDING-NEW-BALANCE(PENDING-SUB)
                                   TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS     TO AUDIT-OPERATOR-ID.
           MOVE ZERO               TO AUDIT-RECEIPT-NUMBER.
           MOVE "X"                TO AUDIT-TXN-TYPE.
           MOVE PENDING-FEE-CODE(PENDING-SUB) TO AUDIT-REASON-CODE.
           MOVE TODAY-STAMP-WS     TO AUDIT-DATE.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE SPACES             TO AUDIT-BANK-REF.
           MOVE TERM-CODE-IN       TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

       271-WRITE-REGISTER-LINE.
           MOVE STUDENT-NUMBER-IN   TO REG-NUMBER-OUT.
           MOVE STUDENT-NAME-IN     TO REG-NAME-OUT.
           MOVE PENDING-FEE-CODE(PENDING-SUB) TO REG-FEE-CODE-OUT.
           MOVE PENDING-DESCRIPTION(PENDING-SUB)
                                    TO REG-DESCRIPTION-OUT.
           MOVE PENDING-AMOUNT(PENDING-SUB) TO REG-AMOUNT-OUT.
           WRITE PRINTLINE FROM REGISTER-DETAIL-LINE.

       272-WRITE-FULL-LINE.
           ADD 1 TO BALANCE-FULL-COUNT-WS.
           MOVE STUDENT-NUMBER-IN   TO REG-FULL-NUMBER-OUT.
           MOVE STUDENT-NAME-IN     TO REG-FULL-NAME-OUT.
           WRITE PRINTLINE FROM REGISTER-FULL-LINE.

       280-DISPLAY-RUN-SUMMARY.
           DISPLAY "ANCILLARY FEE ASSESSMENT SUMMARY - TERM "
                   ASSESS-TERM-WS.
           DISPLAY STUDENTS-READ-WS " STUDENT RECORDS FOR THE TERM".
           DISPLAY FEES-CHARGED-WS " FEES CHARGED TO "
                   STUDENTS-CHARGED-WS " STUDENTS, TOTAL "
                   FEES-TOTAL-WS.
           DISPLAY ALREADY-CHARGED-WS
               " FEES WERE ALREADY ON THE AUDIT TRAIL. ".
           IF BALANCE-FULL-COUNT-WS > ZERO
               DISPLAY BALANCE-FULL-COUNT-WS
                   " STUDENTS NOT CHARGED - BALANCE FULL. "
           END-IF.

       290-CLOSE-FILES.
           CLOSE INDEXED-STUDENT-FILE.
           CLOSE TUITION-AUDIT-OUT.
           CLOSE REGISTER-REPORT-OUT.

       END PROGRAM FEEASSES.
