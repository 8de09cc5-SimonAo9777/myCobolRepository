      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Collection-agency recovery import.  Reads the
      *            agency's remittance, AGYREMIT.TXT (student number,
      *            term, gross amount recovered, the agency's
      *            commission, the agency's reference, closed by an AT
      *            control trailer carrying its count and gross
      *            total), and posts each recovery against the
      *            placement WRITEOFF recorded on AGYPLACE.TXT.  The
      *            recovery goes on TUITIONAUDIT.TXT as a "Y" line for
      *            the amount actually received - gross less
      *            commission - under reason AR with the agency's
      *            reference, so CASHJRNL books it as bad debt
      *            recovered.  The balance was written off when the
      *            account was placed, so the line leaves the balance
      *            where it stands (old and new alike) and is written
      *            even when the student-term has since been archived
      *            off the live master.  The placement carries the
      *            gross and commission to date and closes once the
      *            placed amount is recovered.  A recovery with no
      *            placement, one that would take the placement past
      *            what was placed, or one whose reference is already
      *            on the trail lands in EXCEPTIONS.TXT for the
      *            workbench.  A file that does not tie to its AT
      *            trailer is refused before anything posts, the way
      *            NSFIMP refuses the bank's, and the control report
      *            RECOVRPT.TXT ties what posted plus what was
      *            excepted back to the agency's total.  Senior
      *            sign-on through SIGNON and the shared MASTER.LCK
      *            through FILELOCK are both required.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: agency
      *                 rows read, recoveries posted, rows rejected or
      *                 sent to the workbench, the gross posted as
      *                 control total and the return code, including a
      *                 run refused at sign-on or at the lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYRECOV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE-IN
                ASSIGN USING AGYREMIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REMIT-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TUITION-AUDIT-IN
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-IN-STATUS-WS.

           SELECT TUITION-AUDIT-OUT
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PLACEMENT-FILE
                ASSIGN USING AGYPLACE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGP-KEY
                  FILE STATUS IS PLACEMENT-STATUS-WS.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-REPORT-OUT
                ASSIGN USING RECOVRPT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *Remittance row; every field alphanumeric here so a bad row can
      *be examined and logged byte-for-byte.  A row whose first two
      *bytes are "AT" is the agency's control trailer.
      *-----------------------------------------------------------------
       FD  REMIT-FILE-IN.
       01  REMIT-RECORD-IN.
           05 REM-STUDENT-IN         PIC X(6).
           05 REM-TERM-IN            PIC X(4).
           05 REM-GROSS-IN           PIC X(7).
           05 REM-COMMISSION-IN      PIC X(7).
           05 REM-AGENCY-REF-IN      PIC X(12).
       01  REMIT-TRAILER-IN REDEFINES REMIT-RECORD-IN.
           05 AT-FLAG-IN             PIC X(2).
           05 AT-COUNT-IN            PIC X(6).
           05 AT-AMOUNT-IN           PIC X(9).
           05 FILLER                 PIC X(19).
       01  REMIT-AMOUNT-9-IN REDEFINES REMIT-RECORD-IN.
           05 FILLER                 PIC X(10).
           05 REM-GROSS-NUM-IN       PIC 9(5)V99.
           05 REM-COMMISSION-NUM-IN  PIC 9(5)V99.
           05 FILLER                 PIC X(12).
       01  REMIT-TRAILER-9-IN REDEFINES REMIT-RECORD-IN.
           05 FILLER                 PIC X(2).
           05 AT-COUNT-NUM-IN        PIC 9(6).
           05 AT-AMOUNT-NUM-IN       PIC 9(7)V99.
           05 FILLER                 PIC X(19).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 TUITION-OWED-IN    PIC 9(4)V99.
           05 BILLING-DATE-IN    PIC 9(8).
           05 STUDENT-NAME-IN    PIC X(40).
           05 FILLER             PIC X(55).

      *-----------------------------------------------------------------
      *Audit trail read first for the "Y" lines an earlier run of the
      *same remittance already posted
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-IN.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NO-IN    PIC X(6).
           05 FILLER                 PIC X(52).
           05 AUDIT-TXN-TYPE-IN      PIC X(1).
           05 FILLER                 PIC X(27).
           05 AUDIT-BANK-REF-IN      PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-IN          PIC X(4).

      *-----------------------------------------------------------------
      *Shared TUITIONAUDIT.TXT layout; recoveries go out flagged "Y"
      *reason AR
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-OUT.
           COPY "TUITION-AUDIT.TXT".

       FD  PLACEMENT-FILE.
           COPY "AGENCY-PLACEMENT.TXT".

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
       01  AGYREMIT-PATH-WS            PIC X(80)
               VALUE "AGYREMIT.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  AGYPLACE-PATH-WS            PIC X(80)
               VALUE "AGYPLACE.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  RECOVRPT-PATH-WS            PIC X(80)
               VALUE "RECOVRPT.TXT".

       01  REMIT-STATUS-WS             PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  AUDIT-IN-STATUS-WS          PIC X(2).
       01  PLACEMENT-STATUS-WS         PIC X(2).
       01  EOF-REMIT-SW                PIC X(3)   VALUE "NO".
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TRAILER-SEEN-SW             PIC X(1)   VALUE "N".
       01  TABLE-FULL-SW               PIC X(1)   VALUE "N".
       01  POSTING-OPEN-SW             PIC X(1)   VALUE "N".
       01  ROW-OK-SW                   PIC X(1)   VALUE "N".

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

      *-----------------------------------------------------------------
      *The agency's recoveries, each marked when a "Y" line carrying
      *its reference is already on the trail
      *-----------------------------------------------------------------
       01  RECOVERY-TBL.
           05 RECOVERY-COUNT         PIC 9(3)  VALUE ZERO.
           05 RECOVERY-ENTRY OCCURS 200 TIMES.
               10 RCV-STUDENT          PIC X(6).
               10 RCV-STUDENT-9 REDEFINES RCV-STUDENT
                                       PIC 9(6).
               10 RCV-TERM             PIC X(4).
               10 RCV-GROSS            PIC 9(5)V99.
               10 RCV-COMMISSION       PIC 9(5)V99.
               10 RCV-NET              PIC 9(5)V99.
               10 RCV-AGENCY-REF       PIC X(12).
               10 RCV-POSTED-SW        PIC X(1).
       01  RECOVERY-SUB               PIC 9(3)  VALUE ZERO.

       01  BALANCE-NOW-WS              PIC 9(4)V99.
       01  PLACEMENT-ROOM-WS           PIC S9(5)V99.
       01  RESULT-WS                   PIC X(20).
       01  EXCEPTION-REASON-WS         PIC X(20).

      *-----------------------------------------------------------------
      *Control totals: the agency's trailer, what was read, and where
      *every recovery went
      *-----------------------------------------------------------------
       01  AGENCY-COUNT-WS             PIC 9(6)   VALUE ZERO.
       01  AGENCY-AMOUNT-WS            PIC 9(7)V99 VALUE ZERO.
       01  LOADED-COUNT-WS             PIC 9(6)   VALUE ZERO.
       01  LOADED-AMOUNT-WS            PIC 9(7)V99 VALUE ZERO.
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  POSTED-COUNT-WS             PIC 9(6)   VALUE ZERO.
       01  POSTED-GROSS-WS             PIC 9(7)V99 VALUE ZERO.
       01  POSTED-COMMISSION-WS        PIC 9(7)V99 VALUE ZERO.
       01  POSTED-NET-WS               PIC 9(7)V99 VALUE ZERO.
       01  EXCEPTED-COUNT-WS           PIC 9(6)   VALUE ZERO.
       01  EXCEPTED-AMOUNT-WS          PIC 9(7)V99 VALUE ZERO.
       01  CLOSED-COUNT-WS             PIC 9(6)   VALUE ZERO.
       01  SETTLED-COUNT-WS            PIC 9(6)   VALUE ZERO.
       01  SETTLED-AMOUNT-WS           PIC 9(7)V99 VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  CONTROL-TITLE-LINE.
           05 FILLER  PIC X(34)
               VALUE "AGENCY RECOVERIES CONTROL REPORT ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  CONTROL-HEADING.
           05 FILLER  PIC X(8)  VALUE "STUDENT".
           05 FILLER  PIC X(6)  VALUE "TERM".
           05 FILLER  PIC X(14) VALUE "AGENCY REF".
           05 FILLER  PIC X(11) VALUE "    GROSS".
           05 FILLER  PIC X(11) VALUE "   COMMISS".
           05 FILLER  PIC X(11) VALUE "      NET".
           05 FILLER  PIC X(20) VALUE "RESULT".
       01  CONTROL-DETAIL-LINE.
           05 DET-STUDENT-OUT        PIC X(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-TERM-OUT           PIC X(4).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-AGENCY-REF-OUT     PIC X(12).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-GROSS-OUT          PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-COMMISSION-OUT     PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-NET-OUT            PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 DET-RESULT-OUT         PIC X(20).
       01  CONTROL-TOTAL-LINE.
           05 TOT-LABEL-OUT          PIC X(22).
           05 TOT-COUNT-OUT          PIC ZZZZZ9.
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 TOT-AMOUNT-OUT         PIC Z,ZZZ,ZZ9.99.
       01  CONTROL-RESULT-LINE.
           05 CONTROL-RESULT-OUT     PIC X(60).

       PROCEDURE DIVISION.
       100-IMPORT-AGENCY-RECOVERIES.
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
               PERFORM 210-LOAD-RECOVERIES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 220-CHECK-AGENCY-TRAILER
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 230-MATCH-AUDIT-TRAIL
               PERFORM 240-OPEN-POSTING-FILES
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 250-SETTLE-ONE-RECOVERY
                   VARYING RECOVERY-SUB FROM 1 BY 1
                   UNTIL RECOVERY-SUB > RECOVERY-COUNT
               PERFORM 280-PRINT-CONTROL-TOTALS
           ELSE
               PERFORM 280-PRINT-CONTROL-TOTALS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 290-CLOSE-FILES.
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
           CALL "SITECFG" USING AGYREMIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AGYPLACE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECOVRPT-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; bad rows and recoveries sent
      * to the workbench count as rejected, and the control total is
      * the gross amount posted
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "AGYRECOV" TO RL-PROGRAM.
           MOVE "AGYRECOV" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           ADD LOADED-COUNT-WS REJECTED-COUNT-WS
               GIVING RL-RECORDS-READ.
           MOVE POSTED-COUNT-WS TO RL-RECORDS-WRITTEN.
           ADD REJECTED-COUNT-WS EXCEPTED-COUNT-WS
               GIVING RL-RECORDS-REJECTED.
           MOVE POSTED-GROSS-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * The report and the exception file open first so a refused
      * run still says why
      *-----------------------------------------------------------------
       200-OPEN-RUN-FILES.
           ACCEPT TODAY-STAMP-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT CONTROL-REPORT-OUT.
           OPEN EXTEND EXCEPTION-FILE-OUT.
           MOVE TODAY-STAMP-WS TO TITLE-DATE-OUT.
           WRITE PRINTLINE FROM CONTROL-TITLE-LINE.
           WRITE PRINTLINE FROM CONTROL-HEADING.
           OPEN INPUT REMIT-FILE-IN.
           IF REMIT-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               MOVE "AGYREMIT.TXT NOT AVAILABLE - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
               DISPLAY "AGYREMIT.TXT NOT AVAILABLE - STATUS "
                       REMIT-STATUS-WS
           END-IF.

      *-----------------------------------------------------------------
      * Table every clean recovery; a garbled row - or one whose
      * commission is more than it recovered, or that carries no
      * reference to guard against posting it twice - is logged for
      * the workbench and will keep the file from tying
      *-----------------------------------------------------------------
       210-LOAD-RECOVERIES.
           PERFORM 211-READ-REMIT-RECORD.
           PERFORM 212-LOAD-ONE-RECOVERY
               UNTIL EOF-REMIT-SW = "YES".
           CLOSE REMIT-FILE-IN.
           IF TABLE-FULL-SW = "Y"
               MOVE "Y" TO ABORT-SW
               MOVE "MORE THAN 200 RECOVERIES - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
           END-IF.

       211-READ-REMIT-RECORD.
           READ REMIT-FILE-IN
               AT END
                   MOVE "YES" TO EOF-REMIT-SW
           END-READ.

       212-LOAD-ONE-RECOVERY.
           IF AT-FLAG-IN = "AT"
               PERFORM 213-CAPTURE-AGENCY-TRAILER
           ELSE
               PERFORM 216-CHECK-ONE-ROW
               IF ROW-OK-SW = "Y"
                   ADD 1 TO LOADED-COUNT-WS
                   ADD REM-GROSS-NUM-IN TO LOADED-AMOUNT-WS
                   IF RECOVERY-COUNT < 200
                       PERFORM 215-TABLE-ONE-RECOVERY
                   ELSE
                       MOVE "Y" TO TABLE-FULL-SW
                   END-IF
               ELSE
                   PERFORM 214-WRITE-BAD-ROW-EXCEPTION
               END-IF
           END-IF.
           PERFORM 211-READ-REMIT-RECORD.

       213-CAPTURE-AGENCY-TRAILER.
           MOVE "Y" TO TRAILER-SEEN-SW.
           IF AT-COUNT-IN IS NUMERIC
               MOVE AT-COUNT-NUM-IN TO AGENCY-COUNT-WS
           END-IF.
           IF AT-AMOUNT-IN IS NUMERIC
               MOVE AT-AMOUNT-NUM-IN TO AGENCY-AMOUNT-WS
           END-IF.

       214-WRITE-BAD-ROW-EXCEPTION.
           ADD 1 TO REJECTED-COUNT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE REM-STUDENT-IN TO STUDENT-NUMBER-EXC.
           MOVE "BAD RECOVERY ROW" TO EXCEPTION-REASON-EXC.
           MOVE "AGYRECOV" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAY-STAMP-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

       216-CHECK-ONE-ROW.
           MOVE "N" TO ROW-OK-SW.
           IF REM-STUDENT-IN IS NUMERIC
                   AND REM-GROSS-IN IS NUMERIC
                   AND REM-COMMISSION-IN IS NUMERIC
                   AND REM-AGENCY-REF-IN NOT = SPACES
               IF REM-COMMISSION-NUM-IN NOT > REM-GROSS-NUM-IN
                   MOVE "Y" TO ROW-OK-SW
               END-IF
           END-IF.

       215-TABLE-ONE-RECOVERY.
           ADD 1 TO RECOVERY-COUNT.
           MOVE REM-STUDENT-IN    TO RCV-STUDENT(RECOVERY-COUNT).
           MOVE REM-TERM-IN       TO RCV-TERM(RECOVERY-COUNT).
           MOVE REM-GROSS-NUM-IN  TO RCV-GROSS(RECOVERY-COUNT).
           MOVE REM-COMMISSION-NUM-IN
                                  TO RCV-COMMISSION(RECOVERY-COUNT).
           COMPUTE RCV-NET(RECOVERY-COUNT) =
               REM-GROSS-NUM-IN - REM-COMMISSION-NUM-IN.
           MOVE REM-AGENCY-REF-IN TO RCV-AGENCY-REF(RECOVERY-COUNT).
           MOVE "N"               TO RCV-POSTED-SW(RECOVERY-COUNT).

      *-----------------------------------------------------------------
      * Nothing posts unless every row read ties to the agency's AT
      * trailer - a short or garbled file is sent back, not half-run
      *-----------------------------------------------------------------
       220-CHECK-AGENCY-TRAILER.
           IF TRAILER-SEEN-SW = "N"
               MOVE "Y" TO ABORT-SW
               MOVE "NO AT TRAILER ON THE AGENCY FILE - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
           ELSE
               IF AGENCY-COUNT-WS NOT = LOADED-COUNT-WS
                       OR AGENCY-AMOUNT-WS NOT = LOADED-AMOUNT-WS
                       OR REJECTED-COUNT-WS > ZERO
                   MOVE "Y" TO ABORT-SW
                   MOVE "SHORT FILE - DOES NOT TIE TO AT TRAILER"
                       TO CONTROL-RESULT-OUT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A "Y" line already carrying a recovery's student, term and
      * agency reference means an earlier run posted it
      *-----------------------------------------------------------------
       230-MATCH-AUDIT-TRAIL.
           OPEN INPUT TUITION-AUDIT-IN.
           IF AUDIT-IN-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-AUDIT-SW
           ELSE
               PERFORM 231-READ-AUDIT-LINE
               PERFORM 232-MATCH-ONE-AUDIT-LINE
                   UNTIL EOF-AUDIT-SW = "YES"
               CLOSE TUITION-AUDIT-IN
           END-IF.

       231-READ-AUDIT-LINE.
           READ TUITION-AUDIT-IN
               AT END
                   MOVE "YES" TO EOF-AUDIT-SW
           END-READ.

       232-MATCH-ONE-AUDIT-LINE.
           IF AUDIT-TXN-TYPE-IN = "Y"
               PERFORM 233-COMPARE-ONE-RECOVERY
                   VARYING RECOVERY-SUB FROM 1 BY 1
                   UNTIL RECOVERY-SUB > RECOVERY-COUNT
           END-IF.
           PERFORM 231-READ-AUDIT-LINE.

       233-COMPARE-ONE-RECOVERY.
           IF AUDIT-STUDENT-NO-IN = RCV-STUDENT(RECOVERY-SUB)
                   AND AUDIT-TERM-IN = RCV-TERM(RECOVERY-SUB)
                   AND AUDIT-BANK-REF-IN = RCV-AGENCY-REF(RECOVERY-SUB)
               MOVE "Y" TO RCV-POSTED-SW(RECOVERY-SUB)
           END-IF.

      *-----------------------------------------------------------------
      * Placement master, master and trail; without the placement
      * master nothing was ever placed and nothing can post
      *-----------------------------------------------------------------
       240-OPEN-POSTING-FILES.
           OPEN I-O PLACEMENT-FILE.
           IF PLACEMENT-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               MOVE "AGYPLACE.TXT NOT AVAILABLE - NOTHING POSTED"
                   TO CONTROL-RESULT-OUT
               DISPLAY "AGYPLACE.TXT NOT AVAILABLE - STATUS "
                       PLACEMENT-STATUS-WS
           ELSE
               OPEN INPUT INDEXED-STUDENT-FILE
               IF STATUS-FIELD NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   CLOSE PLACEMENT-FILE
                   MOVE "INDEXSTUFILE3.TXT NOT AVAILABLE - NO POSTING"
                       TO CONTROL-RESULT-OUT
                   DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                           STATUS-FIELD
               ELSE
                   MOVE "Y" TO POSTING-OPEN-SW
                   OPEN EXTEND TUITION-AUDIT-OUT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One recovery: already posted, never placed, or more than the
      * placement still has outstanding all go to the workbench;
      * anything else is posted
      *-----------------------------------------------------------------
       250-SETTLE-ONE-RECOVERY.
           MOVE SPACES TO EXCEPTION-REASON-WS.
           MOVE RCV-STUDENT-9(RECOVERY-SUB) TO AGP-STUDENT-NUMBER.
           MOVE RCV-TERM(RECOVERY-SUB) TO AGP-TERM-CODE.
           IF RCV-POSTED-SW(RECOVERY-SUB) = "Y"
               MOVE "RECOVERY ALREADY IN" TO EXCEPTION-REASON-WS
           ELSE
               READ PLACEMENT-FILE
                   INVALID KEY
                       MOVE "RECOVERY NOT PLACED"
                           TO EXCEPTION-REASON-WS
                   NOT INVALID KEY
                       COMPUTE PLACEMENT-ROOM-WS =
                           AGP-PLACED-AMOUNT - AGP-RECOVERED-GROSS
                       IF RCV-GROSS(RECOVERY-SUB) > PLACEMENT-ROOM-WS
                           MOVE "RECOVERY OVER PLACED"
                               TO EXCEPTION-REASON-WS
                       END-IF
               END-READ
           END-IF.
           IF EXCEPTION-REASON-WS = SPACES
               PERFORM 252-POST-ONE-RECOVERY
           ELSE
               PERFORM 260-LOG-UNSETTLED-RECOVERY
           END-IF.
           PERFORM 270-WRITE-DETAIL-LINE.

      *-----------------------------------------------------------------
      * The balance stands: the line shows it unchanged, or zero when
      * the student-term has been archived off the live master
      *-----------------------------------------------------------------
       252-POST-ONE-RECOVERY.
           MOVE RCV-STUDENT-9(RECOVERY-SUB) TO STUDENT-NUMBER-IN.
           MOVE RCV-TERM(RECOVERY-SUB) TO TERM-CODE-IN.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   MOVE ZERO TO BALANCE-NOW-WS
               NOT INVALID KEY
                   MOVE TUITION-OWED-IN TO BALANCE-NOW-WS
           END-READ.
           PERFORM 258-WRITE-RECOVERY-AUDIT.
           ADD RCV-GROSS(RECOVERY-SUB) TO AGP-RECOVERED-GROSS.
           ADD RCV-COMMISSION(RECOVERY-SUB) TO AGP-COMMISSION.
           MOVE TODAY-STAMP-WS TO AGP-LAST-RECOVERY-DATE.
           IF AGP-RECOVERED-GROSS NOT < AGP-PLACED-AMOUNT
               MOVE "C" TO AGP-STATUS
               ADD 1 TO CLOSED-COUNT-WS
               MOVE "POSTED - CLOSED" TO RESULT-WS
           ELSE
               MOVE "POSTED" TO RESULT-WS
           END-IF.
           REWRITE AGENCY-PLACEMENT
               INVALID KEY
                   DISPLAY "PLACEMENT UPDATE FAILED FOR "
                           AGP-KEY
           END-REWRITE.
           ADD 1 TO POSTED-COUNT-WS.
           ADD RCV-GROSS(RECOVERY-SUB) TO POSTED-GROSS-WS.
           ADD RCV-COMMISSION(RECOVERY-SUB) TO POSTED-COMMISSION-WS.
           ADD RCV-NET(RECOVERY-SUB) TO POSTED-NET-WS.

      *    The recovery is money received, not a payment against the
      *    balance: no receipt and no method, the agency's reference
      *    in the bank reference
       258-WRITE-RECOVERY-AUDIT.
           MOVE RCV-STUDENT-9(RECOVERY-SUB) TO AUDIT-STUDENT-NUMBER.
           MOVE RCV-NET(RECOVERY-SUB) TO AUDIT-PAYMENT.
           MOVE BALANCE-NOW-WS     TO AUDIT-OLD-BALANCE.
           MOVE BALANCE-NOW-WS     TO AUDIT-NEW-BALANCE.
           MOVE OPERATOR-ID-WS     TO AUDIT-OPERATOR-ID.
           MOVE ZERO               TO AUDIT-RECEIPT-NUMBER.
           MOVE "Y"                TO AUDIT-TXN-TYPE.
           MOVE "AR"               TO AUDIT-REASON-CODE.
           ACCEPT AUDIT-TIME-WORK-WS FROM TIME.
           MOVE TODAY-STAMP-WS     TO AUDIT-DATE.
           MOVE AUDIT-TIME-HHMMSS-WS TO AUDIT-TIME.
           MOVE SPACE              TO AUDIT-METHOD.
           MOVE RCV-AGENCY-REF(RECOVERY-SUB) TO AUDIT-BANK-REF.
           MOVE RCV-TERM(RECOVERY-SUB) TO AUDIT-TERM-CODE.
           WRITE AUDIT-RECORD-OUT.

       260-LOG-UNSETTLED-RECOVERY.
           ADD 1 TO EXCEPTED-COUNT-WS.
           ADD RCV-GROSS(RECOVERY-SUB) TO EXCEPTED-AMOUNT-WS.
           MOVE EXCEPTION-REASON-WS TO RESULT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE RCV-STUDENT(RECOVERY-SUB) TO STUDENT-NUMBER-EXC.
           MOVE EXCEPTION-REASON-WS TO EXCEPTION-REASON-EXC.
           MOVE "AGYRECOV" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAY-STAMP-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

       270-WRITE-DETAIL-LINE.
           MOVE RCV-STUDENT(RECOVERY-SUB)    TO DET-STUDENT-OUT.
           MOVE RCV-TERM(RECOVERY-SUB)       TO DET-TERM-OUT.
           MOVE RCV-AGENCY-REF(RECOVERY-SUB) TO DET-AGENCY-REF-OUT.
           MOVE RCV-GROSS(RECOVERY-SUB)      TO DET-GROSS-OUT.
           MOVE RCV-COMMISSION(RECOVERY-SUB) TO DET-COMMISSION-OUT.
           MOVE RCV-NET(RECOVERY-SUB)        TO DET-NET-OUT.
           MOVE RESULT-WS                    TO DET-RESULT-OUT.
           WRITE PRINTLINE FROM CONTROL-DETAIL-LINE.

      *-----------------------------------------------------------------
      * Control totals: what the agency says, what was read, and
      * where it all went - posted plus excepted gross must come back
      * to the agency's total
      *-----------------------------------------------------------------
       280-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           MOVE "AGENCY TRAILER:" TO TOT-LABEL-OUT.
           MOVE AGENCY-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE AGENCY-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "RECOVERIES READ:" TO TOT-LABEL-OUT.
           MOVE LOADED-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE LOADED-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "REJECTED ROWS:" TO TOT-LABEL-OUT.
           MOVE REJECTED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE ZERO TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "POSTED GROSS:" TO TOT-LABEL-OUT.
           MOVE POSTED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE POSTED-GROSS-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "LESS COMMISSION:" TO TOT-LABEL-OUT.
           MOVE POSTED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE POSTED-COMMISSION-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "NET RECOVERED:" TO TOT-LABEL-OUT.
           MOVE POSTED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE POSTED-NET-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "TO EXCEPTIONS:" TO TOT-LABEL-OUT.
           MOVE EXCEPTED-COUNT-WS  TO TOT-COUNT-OUT.
           MOVE EXCEPTED-AMOUNT-WS TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           MOVE "PLACEMENTS CLOSED:" TO TOT-LABEL-OUT.
           MOVE CLOSED-COUNT-WS TO TOT-COUNT-OUT.
           MOVE ZERO TO TOT-AMOUNT-OUT.
           WRITE PRINTLINE FROM CONTROL-TOTAL-LINE.
           IF ABORT-SW = "N"
               COMPUTE SETTLED-COUNT-WS =
                   POSTED-COUNT-WS + EXCEPTED-COUNT-WS
               COMPUTE SETTLED-AMOUNT-WS =
                   POSTED-GROSS-WS + EXCEPTED-AMOUNT-WS
               IF SETTLED-COUNT-WS = AGENCY-COUNT-WS
                       AND SETTLED-AMOUNT-WS = AGENCY-AMOUNT-WS
                   MOVE "POSTED PLUS EXCEPTIONS TIE TO THE AGENCY TOTAL"
                       TO CONTROL-RESULT-OUT
               ELSE
                   MOVE "DOES NOT TIE TO THE AGENCY TOTAL - INVESTIGATE"
                       TO CONTROL-RESULT-OUT
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY CONTROL-RESULT-OUT.
           WRITE PRINTLINE FROM CONTROL-RESULT-LINE.

       290-CLOSE-FILES.
           CLOSE CONTROL-REPORT-OUT.
           CLOSE EXCEPTION-FILE-OUT.
           IF POSTING-OPEN-SW = "Y"
               CLOSE PLACEMENT-FILE
               CLOSE INDEXED-STUDENT-FILE
               CLOSE TUITION-AUDIT-OUT
           END-IF.

       END PROGRAM AGYRECOV.
