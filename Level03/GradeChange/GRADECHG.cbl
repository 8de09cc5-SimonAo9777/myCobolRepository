      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Grade change and appeal processing.  A supervisor,
      *            signed on through the shared SIGNON subprogram,
      *            keys the student, term and course; the term is
      *            looked up on the live INDEXSTUFILE3.TXT first and,
      *            when TERMARCH has already moved it, on the
      *            STUHIST.TXT archive.  The slot's current mark is
      *            shown, the new mark, reason code and approving
      *            chair's ID are keyed, and on confirmation the one
      *            slot is rewritten and a line carrying the old and
      *            new marks is appended to the GRADECHG.TXT audit the
      *            GRADEREG register reports from.  A withdrawn course
      *            (999) is refused - the withdrawal is not a mark to
      *            appeal.  The shared MASTER.LCK is held through
      *            FILELOCK for the session, as GRADEPOST holds it.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADECHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT HISTORY-FILE
                ASSIGN USING STUHIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HIST-KEY
                  FILE STATUS IS HISTORY-STATUS-WS.

           SELECT GRADE-CHANGE-FILE
                ASSIGN USING GRADECHG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CHANGE-STATUS-WS.

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
           05 COURSE-CODE-1-IN   PIC X(7).
           05 AVERAGE-1-IN       PIC X(3).
           05 COURSE-CODE-2-IN   PIC X(7).
           05 AVERAGE-2-IN       PIC X(3).
           05 COURSE-CODE-3-IN   PIC X(7).
           05 AVERAGE-3-IN       PIC X(3).
           05 COURSE-CODE-4-IN   PIC X(7).
           05 AVERAGE-4-IN       PIC X(3).
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-IN       PIC X(3).

       FD  HISTORY-FILE.
           COPY "STUDENT-HISTORY.TXT".

       FD  GRADE-CHANGE-FILE.
           COPY "GRADE-CHANGE.TXT".

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
       01  GRADECHG-PATH-WS            PIC X(80)
               VALUE "GRADECHG.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  CHANGE-STATUS-WS            PIC X(2).
       01  HISTORY-AVAILABLE-SW        PIC X(1)   VALUE "N".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  TIME-NOW-WS                 PIC 9(8).
       01  CHANGED-COUNT-WS            PIC 9(4)   VALUE ZERO.

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".
       01  LOCK-HOLDER-WS              PIC X(10)  VALUE "GRADECHG".

      *-----------------------------------------------------------------
      *One change as keyed
      *-----------------------------------------------------------------
       01  CHANGE-FIELDS.
           05  CONTINUE-SW          PIC X(1)   VALUE "Y".
           05  STUDENT-NUMBER-ENTRY PIC 9(6).
           05  NUMBER-CHECK-SW      PIC X(1)   VALUE "N".
           05  TERM-CODE-ENTRY      PIC X(4).
           05  COURSE-CODE-ENTRY    PIC X(7).
           05  NEW-MARK-ENTRY       PIC 9(3).
           05  REASON-CODE-ENTRY    PIC X(2).
               88  REASON-CODE-VALID
                       VALUE "AP" "CE" "RM" "IC".
           05  CHAIR-ID-ENTRY       PIC X(10).
           05  CONFIRM-ENTRY        PIC X(1).

      *-----------------------------------------------------------------
      *Where the term was found (L live, H history, space neither) and
      *its five slots, moved here so either record is searched alike
      *-----------------------------------------------------------------
       01  RECORD-SOURCE-WS            PIC X(1).
       01  SLOT-TBL.
           05 SLOT-VALUES-TBL OCCURS 5 TIMES.
               10 SLOT-COURSE-TBL      PIC X(7).
               10 SLOT-AVERAGE-TBL     PIC X(3).
       01  SLOT-SUB                    PIC 9(1)   VALUE ZERO.
       01  SLOT-FOUND-SUB              PIC 9(1)   VALUE ZERO.
       01  OLD-MARK-WS                 PIC X(3).
       01  NEW-MARK-X-WS               PIC X(3).
       01  NEW-MARK-WS REDEFINES NEW-MARK-X-WS
                                       PIC 9(3).
       01  REWRITE-OK-SW               PIC X(1)   VALUE "N".

       PROCEDURE DIVISION.
       100-PROCESS-GRADE-CHANGES.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - GRADE CHANGE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPERATOR-AUTH-WS < 3
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED - "
                       "GRADE CHANGE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 190-ACQUIRE-MASTER-LOCK.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               MOVE "Y" TO CONTINUE-SW
               PERFORM 210-PROCESS-ONE-CHANGE
                   UNTIL CONTINUE-SW NOT = "Y"
               DISPLAY CHANGED-COUNT-WS " GRADE CHANGES WERE APPLIED. "
               PERFORM 290-CLOSE-FILES
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 191-RELEASE-MASTER-LOCK.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING GRADECHG-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * One shared lock over the master, through FILELOCK; a lock
      * held elsewhere (and not overridden) refuses the session
      *-----------------------------------------------------------------
       190-ACQUIRE-MASTER-LOCK.
           MOVE "A" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, LOCK-HOLDER-WS,
               LOCK-GRANTED-SW.
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - GRADE CHANGE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       191-RELEASE-MASTER-LOCK.
           MOVE "R" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, LOCK-HOLDER-WS,
               LOCK-GRANTED-SW.

      *-----------------------------------------------------------------
      * The archive is optional - a shop that has never run TERMARCH
      * can still change live marks
      *-----------------------------------------------------------------
       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O INDEXED-STUDENT-FILE.
           IF STATUS-FIELD NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "INDEXSTUFILE3.TXT NOT AVAILABLE - STATUS "
                       STATUS-FIELD
           ELSE
               OPEN I-O HISTORY-FILE
               IF HISTORY-STATUS-WS = "00"
                   MOVE "Y" TO HISTORY-AVAILABLE-SW
               ELSE
                   MOVE "N" TO HISTORY-AVAILABLE-SW
               END-IF
               OPEN EXTEND GRADE-CHANGE-FILE
               IF CHANGE-STATUS-WS NOT = "00"
                   OPEN OUTPUT GRADE-CHANGE-FILE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Key and apply one change; student number zero ends the session
      *-----------------------------------------------------------------
       210-PROCESS-ONE-CHANGE.
           MOVE "N" TO NUMBER-CHECK-SW.
           PERFORM 211-PROMPT-STUDENT-NUMBER
               UNTIL NUMBER-CHECK-SW = "Y"
                   OR STUDENT-NUMBER-ENTRY = ZERO.
           IF STUDENT-NUMBER-ENTRY = ZERO
               MOVE "N" TO CONTINUE-SW
           ELSE
               DISPLAY "Term code: "
               ACCEPT TERM-CODE-ENTRY
               DISPLAY "Course code: "
               ACCEPT COURSE-CODE-ENTRY
               PERFORM 220-FIND-TERM-RECORD
               IF RECORD-SOURCE-WS = SPACE
                   DISPLAY "No live or archived record for that "
                           "student and term"
               ELSE
                   PERFORM 230-FIND-COURSE-SLOT
                   IF SLOT-FOUND-SUB = ZERO
                       DISPLAY "Student was not enrolled in that "
                               "course that term"
                   ELSE
                       IF SLOT-AVERAGE-TBL(SLOT-FOUND-SUB) = "999"
                           DISPLAY "Course was withdrawn - no mark "
                                   "to change"
                       ELSE
                           PERFORM 240-KEY-AND-APPLY-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       211-PROMPT-STUDENT-NUMBER.
           DISPLAY "Student number (0 to finish): ".
           ACCEPT STUDENT-NUMBER-ENTRY.
           IF STUDENT-NUMBER-ENTRY NOT = ZERO
               CALL "STUNUMCK"
                   USING STUDENT-NUMBER-ENTRY, NUMBER-CHECK-SW
               IF NUMBER-CHECK-SW = "N"
                   DISPLAY "CHECK DIGIT DOES NOT VERIFY - RE-ENTER"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Live term first; only a term no longer live is looked for on
      * the archive
      *-----------------------------------------------------------------
       220-FIND-TERM-RECORD.
           MOVE SPACE TO RECORD-SOURCE-WS.
           MOVE STUDENT-NUMBER-ENTRY TO STUDENT-NUMBER-IN.
           MOVE TERM-CODE-ENTRY      TO TERM-CODE-IN.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "L" TO RECORD-SOURCE-WS
                   PERFORM 221-SLOTS-FROM-LIVE-RECORD
           END-READ.
           IF RECORD-SOURCE-WS = SPACE
                   AND HISTORY-AVAILABLE-SW = "Y"
               MOVE STUDENT-NUMBER-ENTRY TO HIST-STUDENT-NUMBER
               MOVE TERM-CODE-ENTRY      TO HIST-TERM-CODE
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "H" TO RECORD-SOURCE-WS
                       PERFORM 222-SLOTS-FROM-HISTORY-RECORD
               END-READ
           END-IF.

       221-SLOTS-FROM-LIVE-RECORD.
           MOVE COURSE-CODE-1-IN TO SLOT-COURSE-TBL(1).
           MOVE AVERAGE-1-IN     TO SLOT-AVERAGE-TBL(1).
           MOVE COURSE-CODE-2-IN TO SLOT-COURSE-TBL(2).
           MOVE AVERAGE-2-IN     TO SLOT-AVERAGE-TBL(2).
           MOVE COURSE-CODE-3-IN TO SLOT-COURSE-TBL(3).
           MOVE AVERAGE-3-IN     TO SLOT-AVERAGE-TBL(3).
           MOVE COURSE-CODE-4-IN TO SLOT-COURSE-TBL(4).
           MOVE AVERAGE-4-IN     TO SLOT-AVERAGE-TBL(4).
           MOVE COURSE-CODE-5-IN TO SLOT-COURSE-TBL(5).
           MOVE AVERAGE-5-IN     TO SLOT-AVERAGE-TBL(5).

       222-SLOTS-FROM-HISTORY-RECORD.
           MOVE HIST-COURSE-CODE-1 TO SLOT-COURSE-TBL(1).
           MOVE HIST-AVERAGE-1     TO SLOT-AVERAGE-TBL(1).
           MOVE HIST-COURSE-CODE-2 TO SLOT-COURSE-TBL(2).
           MOVE HIST-AVERAGE-2     TO SLOT-AVERAGE-TBL(2).
           MOVE HIST-COURSE-CODE-3 TO SLOT-COURSE-TBL(3).
           MOVE HIST-AVERAGE-3     TO SLOT-AVERAGE-TBL(3).
           MOVE HIST-COURSE-CODE-4 TO SLOT-COURSE-TBL(4).
           MOVE HIST-AVERAGE-4     TO SLOT-AVERAGE-TBL(4).
           MOVE HIST-COURSE-CODE-5 TO SLOT-COURSE-TBL(5).
           MOVE HIST-AVERAGE-5     TO SLOT-AVERAGE-TBL(5).

       230-FIND-COURSE-SLOT.
           MOVE ZERO TO SLOT-FOUND-SUB.
           PERFORM 231-COMPARE-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 5 OR SLOT-FOUND-SUB NOT = ZERO.

       231-COMPARE-ONE-SLOT.
           IF COURSE-CODE-ENTRY = SLOT-COURSE-TBL(SLOT-SUB)
               MOVE SLOT-SUB TO SLOT-FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Show the mark on file, key the new one with its reason and
      * approving chair, and apply it only on confirmation
      *-----------------------------------------------------------------
       240-KEY-AND-APPLY-CHANGE.
           MOVE SLOT-AVERAGE-TBL(SLOT-FOUND-SUB) TO OLD-MARK-WS.
           IF RECORD-SOURCE-WS = "L"
               DISPLAY "Live term record - mark on file: " OLD-MARK-WS
           ELSE
               DISPLAY "Archived term record - mark on file: "
                       OLD-MARK-WS
           END-IF.
           MOVE 999 TO NEW-MARK-ENTRY.
           PERFORM 241-PROMPT-NEW-MARK
               UNTIL NEW-MARK-ENTRY NOT > 100.
           MOVE SPACES TO REASON-CODE-ENTRY.
           PERFORM 242-PROMPT-REASON-CODE
               UNTIL REASON-CODE-VALID.
           MOVE SPACES TO CHAIR-ID-ENTRY.
           PERFORM 243-PROMPT-CHAIR-ID
               UNTIL CHAIR-ID-ENTRY NOT = SPACES.
           DISPLAY "Apply this change? (Y/N): ".
           ACCEPT CONFIRM-ENTRY.
           IF CONFIRM-ENTRY = "Y"
               MOVE NEW-MARK-ENTRY TO NEW-MARK-WS
               MOVE NEW-MARK-X-WS TO SLOT-AVERAGE-TBL(SLOT-FOUND-SUB)
               IF RECORD-SOURCE-WS = "L"
                   PERFORM 250-REWRITE-LIVE-RECORD
               ELSE
                   PERFORM 255-REWRITE-HISTORY-RECORD
               END-IF
               IF REWRITE-OK-SW = "Y"
                   PERFORM 260-WRITE-CHANGE-AUDIT
                   ADD 1 TO CHANGED-COUNT-WS
                   DISPLAY "Grade changed"
               END-IF
           ELSE
               DISPLAY "Change abandoned"
           END-IF.

      *-----------------------------------------------------------------
      * Marks run 0-100; 999 is the withdrawal sentinel and is never
      * keyed as a mark
      *-----------------------------------------------------------------
       241-PROMPT-NEW-MARK.
           DISPLAY "New mark (0-100): ".
           ACCEPT NEW-MARK-ENTRY.
           IF NEW-MARK-ENTRY > 100
               DISPLAY "Bad mark, re-enter"
           END-IF.

      *-----------------------------------------------------------------
      * AP-appeal upheld, CE-clerical error, RM-re-mark, IC-incomplete
      * completed are the codes the registrar's office uses
      *-----------------------------------------------------------------
       242-PROMPT-REASON-CODE.
           DISPLAY "Reason code (AP/CE/RM/IC): ".
           ACCEPT REASON-CODE-ENTRY.
           IF NOT REASON-CODE-VALID
               DISPLAY "Unknown reason code, re-enter"
           END-IF.

       243-PROMPT-CHAIR-ID.
           DISPLAY "Approving chair ID: ".
           ACCEPT CHAIR-ID-ENTRY.

       250-REWRITE-LIVE-RECORD.
           MOVE SLOT-AVERAGE-TBL(1) TO AVERAGE-1-IN.
           MOVE SLOT-AVERAGE-TBL(2) TO AVERAGE-2-IN.
           MOVE SLOT-AVERAGE-TBL(3) TO AVERAGE-3-IN.
           MOVE SLOT-AVERAGE-TBL(4) TO AVERAGE-4-IN.
           MOVE SLOT-AVERAGE-TBL(5) TO AVERAGE-5-IN.
           MOVE "Y" TO REWRITE-OK-SW.
           REWRITE STUDENT-RECORD-IN
               INVALID KEY
                   MOVE "N" TO REWRITE-OK-SW
                   DISPLAY "REWRITE FAILED - STATUS " STATUS-FIELD
           END-REWRITE.

       255-REWRITE-HISTORY-RECORD.
           MOVE SLOT-AVERAGE-TBL(1) TO HIST-AVERAGE-1.
           MOVE SLOT-AVERAGE-TBL(2) TO HIST-AVERAGE-2.
           MOVE SLOT-AVERAGE-TBL(3) TO HIST-AVERAGE-3.
           MOVE SLOT-AVERAGE-TBL(4) TO HIST-AVERAGE-4.
           MOVE SLOT-AVERAGE-TBL(5) TO HIST-AVERAGE-5.
           MOVE "Y" TO REWRITE-OK-SW.
           REWRITE STUDENT-HISTORY
               INVALID KEY
                   MOVE "N" TO REWRITE-OK-SW
                   DISPLAY "REWRITE FAILED - STATUS "
                           HISTORY-STATUS-WS
           END-REWRITE.

       260-WRITE-CHANGE-AUDIT.
           ACCEPT TIME-NOW-WS FROM TIME.
           MOVE STUDENT-NUMBER-ENTRY TO GCH-STUDENT-NUMBER.
           MOVE TERM-CODE-ENTRY      TO GCH-TERM-CODE.
           MOVE COURSE-CODE-ENTRY    TO GCH-COURSE-CODE.
           MOVE RECORD-SOURCE-WS     TO GCH-SOURCE.
           MOVE OLD-MARK-WS          TO GCH-OLD-MARK.
           MOVE NEW-MARK-ENTRY       TO GCH-NEW-MARK.
           MOVE REASON-CODE-ENTRY    TO GCH-REASON-CODE.
           MOVE CHAIR-ID-ENTRY       TO GCH-CHAIR-ID.
           MOVE OPERATOR-ID-WS       TO GCH-OPERATOR-ID.
           MOVE TODAYS-DATE-WS       TO GCH-DATE.
           MOVE TIME-NOW-WS(1:6)     TO GCH-TIME.
           WRITE GRADE-CHANGE-RECORD.

       290-CLOSE-FILES.
           CLOSE INDEXED-STUDENT-FILE.
           IF HISTORY-AVAILABLE-SW = "Y"
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE GRADE-CHANGE-FILE.

       END PROGRAM GRADECHG.
