      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Retention purge of personal information for students
      *            inactive past a keyed number of years.  A student
      *            is inactive when nothing about them is dated on or
      *            after the cutoff (today less the keyed years) - no
      *            STUHIST.TXT billing, no TUITIONAUDIT.TXT line, no
      *            application term starting - and they are retained
      *            regardless while they still have a live
      *            INDEXSTUFILE3.TXT term, a hold on STUHOLDS.TXT, a
      *            balance owing on an archived term, an open refund
      *            request or an open agency placement.  For each
      *            student purged:
      *              - STUCONTACT.TXT address and APPLICNT.TXT
      *                applications are removed;
      *              - STUHIST.TXT terms are kept for the transcript
      *                and the statistics but the name is blanked;
      *              - the financial records are kept whole except
      *                for the name - RECEIPTS.TXT, CHEQUEREG.TXT,
      *                REFUNDQ.TXT and AGYPLACE.TXT names, and the
      *                STUDENT NAME lines on MAINTAUDIT.TXT and the
      *                record images on MERGETRL.TXT.  TUITIONAUDIT.TXT
      *                carries no name and is not touched.
      *            Applications that never reached a student number
      *            are removed once their term started before the
      *            cutoff.  The candidates are counted on the screen
      *            and nothing changes until the supervisor confirms;
      *            every record removed or blanked is then logged to
      *            PURGELOG.TXT.  Takes MASTER.LCK through FILELOCK
      *            like TERMARCH, since STUHIST.TXT is rewritten.
      * Tectonics: cobc
      * 2026/10/15 SA  TERMCAL.TXT is read line sequential into a term
      *                 table, as STULOAD and PROJECT3-2 read it.  An
      *                 applicant whose tuition deposit is still held
      *                 is kept.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The COPY and DEL commands that
      *                 replace each purged file are built from the
      *                 resolved names.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: candidate
      *                 students, students purged, students kept, the
      *                 purge-log lines as control total and the return
      *                 code, including a purge refused at sign-on or
      *                 at the lock.  The record is written before the
      *                 master lock is released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-IN
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

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT APPLICANT-FILE
                ASSIGN USING APPLICNT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APPL-NUMBER
                  FILE STATUS IS APPLICANT-STATUS-WS.

           SELECT TERM-FILE
                ASSIGN USING TERMCAL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TERM-STATUS-WS.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS-WS.

           SELECT PLACEMENT-FILE
                ASSIGN USING AGYPLACE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGP-KEY
                  FILE STATUS IS PLACEMENT-STATUS-WS.

           SELECT RECEIPT-FILE
                ASSIGN USING RECEIPTS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECEIPT-STATUS-WS.

           SELECT CHEQUE-REGISTER-FILE
                ASSIGN USING CHEQUEREG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS-WS.

           SELECT MAINT-AUDIT-FILE
                ASSIGN USING MAINTAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MAINT-STATUS-WS.

           SELECT MERGE-TRAIL-FILE
                ASSIGN USING MERGETRL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TRAIL-STATUS-WS.

           SELECT PURGE-KEEP-OUT
                ASSIGN USING PURGEKEEP-WRK-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PURGE-LOG-FILE
                ASSIGN USING PURGELOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PURGELOG-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-IN.
       01  STUDENT-RECORD-IN.
           05 STUDENT-KEY-IN.
               10 STUDENT-NUMBER-IN  PIC 9(6).
               10 TERM-CODE-IN       PIC X(4).
           05 FILLER                 PIC X(109).

       FD  HISTORY-FILE.
           COPY "STUDENT-HISTORY.TXT".

       FD  CONTACT-FILE.
           COPY "STUDENT-CONTACT.TXT".

       FD  APPLICANT-FILE.
           COPY "APPLICANT-MASTER.TXT".

      *-----------------------------------------------------------------
      *Term calendar kept by TERMMNT; the start date dates an
      *application
      *-----------------------------------------------------------------
       FD  TERM-FILE.
           COPY "TERM-CALENDAR.TXT".

       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

      *-----------------------------------------------------------------
      *Audit trail as the writers lay it down through TUITION-
      *AUDIT.TXT; only the student and date columns are looked at
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NUMBER   PIC X(6).
           05 FILLER                 PIC X(59).
           05 AUDIT-DATE             PIC X(8).
           05 FILLER                 PIC X(31).

       FD  REFUND-QUEUE-FILE.
           COPY "REFUND-QUEUE.TXT".

       FD  PLACEMENT-FILE.
           COPY "AGENCY-PLACEMENT.TXT".

      *-----------------------------------------------------------------
      *Receipt slips and cheque register lines as PROJECT3-2 and
      *REFUNDPAY write them: number, student, then the name
      *-----------------------------------------------------------------
       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD-IN.
           05 FILLER                 PIC X(8).
           05 RCPT-STUDENT-NUMBER-IN PIC X(6).
           05 FILLER                 PIC X(2).
           05 RCPT-STUDENT-NAME-IN   PIC X(40).
           05 FILLER                 PIC X(44).

       FD  CHEQUE-REGISTER-FILE.
       01  CHEQUE-REGISTER-IN.
           05 FILLER                 PIC X(8).
           05 CHQ-STUDENT-NUMBER-IN  PIC X(6).
           05 FILLER                 PIC X(2).
           05 CHQ-STUDENT-NAME-IN    PIC X(40).
           05 FILLER                 PIC X(44).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD-IN.
           05 MA-STUDENT-NUMBER      PIC X(6).
           05 FILLER                 PIC X(2).
           05 MA-DATE                PIC X(8).
           05 FILLER                 PIC X(2).
           05 MA-OPERATOR-ID         PIC X(10).
           05 FILLER                 PIC X(2).
           05 MA-ACTION              PIC X(1).
           05 FILLER                 PIC X(2).
           05 MA-FIELD-NAME          PIC X(15).
           05 FILLER                 PIC X(2).
           05 MA-OLD-VALUE           PIC X(40).
           05 FILLER                 PIC X(2).
           05 MA-NEW-VALUE           PIC X(40).

      *-----------------------------------------------------------------
      *Merge trail: a tag, then the whole INDEXSTUFILE3.TXT record
      *image, whose name follows the key, balance and billing date
      *-----------------------------------------------------------------
       FD  MERGE-TRAIL-FILE.
       01  MERGE-TRAIL-IN.
           05 FILLER                 PIC X(14).
           05 TRL-STUDENT-NUMBER-IN  PIC X(6).
           05 FILLER                 PIC X(18).
           05 TRL-STUDENT-NAME-IN    PIC X(40).
           05 FILLER                 PIC X(51).

       FD  PURGE-KEEP-OUT.
       01  PURGE-KEEP-RECORD         PIC X(150).

       FD  PURGE-LOG-FILE.
       01  PURGE-LOG-OUT.
           05 PLG-DATE               PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLG-OPERATOR           PIC X(10).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLG-STUDENT-NUMBER     PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLG-FILE-NAME          PIC X(16).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLG-ACTION             PIC X(1).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PLG-DETAIL             PIC X(20).

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
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  APPLICNT-PATH-WS            PIC X(80)
               VALUE "APPLICNT.TXT".
       01  TERMCAL-PATH-WS             PIC X(80)
               VALUE "TERMCAL.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  AGYPLACE-PATH-WS            PIC X(80)
               VALUE "AGYPLACE.TXT".
       01  RECEIPTS-PATH-WS            PIC X(80)
               VALUE "RECEIPTS.TXT".
       01  CHEQUEREG-PATH-WS           PIC X(80)
               VALUE "CHEQUEREG.TXT".
       01  MAINTAUDIT-PATH-WS          PIC X(80)
               VALUE "MAINTAUDIT.TXT".
       01  MERGETRL-PATH-WS            PIC X(80)
               VALUE "MERGETRL.TXT".
       01  PURGEKEEP-WRK-PATH-WS       PIC X(80)
               VALUE "PURGEKEEP.WRK".
       01  PURGELOG-PATH-WS            PIC X(80)
               VALUE "PURGELOG.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  APPLICANT-STATUS-WS         PIC X(2).
       01  TERM-STATUS-WS              PIC X(2).
       01  HOLD-STATUS-WS              PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  QUEUE-STATUS-WS             PIC X(2).
       01  PLACEMENT-STATUS-WS         PIC X(2).
       01  RECEIPT-STATUS-WS           PIC X(2).
       01  REGISTER-STATUS-WS          PIC X(2).
       01  MAINT-STATUS-WS             PIC X(2).
       01  TRAIL-STATUS-WS             PIC X(2).
       01  PURGELOG-STATUS-WS          PIC X(2).
       01  EOF-SCAN-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  COMMAND-WS                  PIC X(170).

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".
       01  LOCK-HOLDER-WS              PIC X(10)  VALUE "RETPURGE".

       01  RETAIN-YEARS-WS             PIC 9(2)   VALUE ZERO.
       01  CUTOFF-DATE-WS              PIC 9(8).
       01  CUTOFF-DATE-X-WS REDEFINES CUTOFF-DATE-WS
                                       PIC X(8).
       01  CONFIRM-WS                  PIC X(1)   VALUE SPACE.
       01  APPL-TERM-START-WS          PIC 9(8)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Term codes and start dates on the calendar, loaded once
      *-----------------------------------------------------------------
       01  EOF-TERM-SW                 PIC X(3)   VALUE "NO".
       01  TERM-TBL.
           05 TERM-COUNT             PIC 9(2)   VALUE ZERO.
           05 TERM-ENTRY OCCURS 50 TIMES.
               10 TERM-CODE-TBL        PIC X(4).
               10 TERM-START-TBL       PIC 9(8).
       01  TERM-SUB                    PIC 9(2)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Every student with a contact, archived term or application:
      *the latest date anything about them carries, and why they are
      *kept if they are.  A blank reason means purge.
      *-----------------------------------------------------------------
       01  CAND-TBL.
           05 CAND-COUNT             PIC 9(4)  VALUE ZERO.
           05 CAND-ENTRY OCCURS 3000 TIMES.
               10 CAND-NUMBER          PIC 9(6).
               10 CAND-NUMBER-X REDEFINES CAND-NUMBER
                                       PIC X(6).
               10 CAND-LATEST-DATE     PIC 9(8).
               10 CAND-RETAIN-REASON   PIC X(20).
       01  CAND-SUB                   PIC 9(4)  VALUE ZERO.
       01  CAND-FOUND-SUB             PIC 9(4)  VALUE ZERO.
       01  LOOKUP-NUMBER-WS           PIC 9(6)  VALUE ZERO.
       01  LOOKUP-NUMBER-X-WS REDEFINES LOOKUP-NUMBER-WS
                                       PIC X(6).
       01  ADD-IF-MISSING-SW          PIC X(1)  VALUE "N".
       01  PURGE-THIS-SW              PIC X(1)  VALUE "N".

       01  PURGE-COUNTS-WS.
           05 PURGE-STUDENTS-WS      PIC 9(5)  VALUE ZERO.
           05 RETAINED-STUDENTS-WS   PIC 9(5)  VALUE ZERO.
           05 HIST-BLANKED-WS        PIC 9(5)  VALUE ZERO.
           05 CONTACTS-REMOVED-WS    PIC 9(5)  VALUE ZERO.
           05 APPLICANTS-REMOVED-WS  PIC 9(5)  VALUE ZERO.
           05 STALE-APPLICANTS-WS    PIC 9(5)  VALUE ZERO.
           05 NAMES-BLANKED-WS       PIC 9(5)  VALUE ZERO.
           05 LOG-LINES-WS           PIC 9(6)  VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  KEEP-FILE-NAME-WS           PIC X(80).

       PROCEDURE DIVISION.
       100-PURGE-INACTIVE-STUDENTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 3
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - PURGE REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           PERFORM 190-ACQUIRE-MASTER-LOCK.
           PERFORM 200-ACCEPT-RETENTION-YEARS.
           PERFORM 210-COLLECT-CANDIDATES.
           IF ABORT-SW = "N"
               PERFORM 250-CHECK-RETENTION
               PERFORM 280-CONFIRM-PURGE
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 300-OPEN-PURGE-LOG
               PERFORM 310-BLANK-HISTORY-NAMES
               PERFORM 320-REMOVE-CONTACTS
               PERFORM 330-REMOVE-APPLICATIONS
               PERFORM 340-BLANK-PLACEMENT-NAMES
               PERFORM 350-BLANK-RECEIPT-NAMES
               PERFORM 360-BLANK-CHEQUE-NAMES
               PERFORM 370-BLANK-REFUND-NAMES
               PERFORM 380-BLANK-MAINT-NAMES
               PERFORM 390-BLANK-MERGE-TRAIL-NAMES
               CLOSE PURGE-LOG-FILE
               PERFORM 400-DISPLAY-PURGE-SUMMARY
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 185-WRITE-RUN-LOG.
           PERFORM 191-RELEASE-MASTER-LOCK.
           MOVE RL-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING APPLICNT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TERMCAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AGYPLACE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CHEQUEREG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MERGETRL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PURGEKEEP-WRK-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PURGELOG-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the records read are the
      * candidate students, a student kept for retention counts as
      * rejected, and the control total is the PURGELOG.TXT lines
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "RETPURGE" TO RL-PROGRAM.
           MOVE "RETPURGE" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE CAND-COUNT TO RL-RECORDS-READ.
           MOVE PURGE-STUDENTS-WS TO RL-RECORDS-WRITTEN.
           MOVE RETAINED-STUDENTS-WS TO RL-RECORDS-REJECTED.
           MOVE LOG-LINES-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * One shared lock over the master and the history file, through
      * FILELOCK; a lock held elsewhere refuses the run
      *-----------------------------------------------------------------
       190-ACQUIRE-MASTER-LOCK.
           MOVE "A" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, LOCK-HOLDER-WS,
               LOCK-GRANTED-SW.
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

       191-RELEASE-MASTER-LOCK.
           MOVE "R" TO LOCK-ACTION-WS.
           CALL "FILELOCK" USING LOCK-ACTION-WS, LOCK-HOLDER-WS,
               LOCK-GRANTED-SW.

      *    Anything dated before the cutoff is past retention; the
      *    month and day carry over from today
       200-ACCEPT-RETENTION-YEARS.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 201-PROMPT-RETENTION-YEARS
               UNTIL RETAIN-YEARS-WS > ZERO.
           COMPUTE CUTOFF-DATE-WS =
               TODAYS-DATE-WS - (RETAIN-YEARS-WS * 10000).
           DISPLAY "RECORDS LAST ACTIVE BEFORE " CUTOFF-DATE-WS
                   " ARE PAST RETENTION".

       201-PROMPT-RETENTION-YEARS.
           DISPLAY "Years to retain after last activity (1-99): ".
           ACCEPT RETAIN-YEARS-WS.
           IF RETAIN-YEARS-WS = ZERO
               DISPLAY "RETENTION MUST BE AT LEAST ONE YEAR"
           END-IF.

      *-----------------------------------------------------------------
      * Candidates are the students the three personal files know:
      * archived terms, contacts and applications with a number
      *-----------------------------------------------------------------
       210-COLLECT-CANDIDATES.
           PERFORM 211-LOAD-TERM-TABLE.
           MOVE "Y" TO ADD-IF-MISSING-SW.
           PERFORM 220-COLLECT-HISTORY-STUDENTS.
           IF ABORT-SW = "N"
               PERFORM 230-COLLECT-CONTACT-STUDENTS
           END-IF.
           IF ABORT-SW = "N"
               PERFORM 240-COLLECT-APPLICANT-STUDENTS
           END-IF.
           MOVE "N" TO ADD-IF-MISSING-SW.
           IF ABORT-SW = "Y"
               DISPLAY "MORE THAN 3000 STUDENTS TO REVIEW - "
                       "PURGE ABANDONED, NOTHING CHANGED"
           END-IF.

      *    No calendar only means no application can be dated
       211-LOAD-TERM-TABLE.
           OPEN INPUT TERM-FILE.
           IF TERM-STATUS-WS = "00"
               PERFORM 212-READ-TERM-RECORD
                   UNTIL EOF-TERM-SW = "YES"
               CLOSE TERM-FILE
           END-IF.

       212-READ-TERM-RECORD.
           READ TERM-FILE
               AT END
                   MOVE "YES" TO EOF-TERM-SW
               NOT AT END
                   IF TERM-COUNT < 50
                       ADD 1 TO TERM-COUNT
                       MOVE TRM-CODE TO TERM-CODE-TBL(TERM-COUNT)
                       MOVE TRM-START-DATE
                           TO TERM-START-TBL(TERM-COUNT)
                   END-IF
           END-READ.

       220-COLLECT-HISTORY-STUDENTS.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 221-READ-NEXT-HISTORY
               PERFORM 222-COLLECT-ONE-HISTORY-TERM
                   UNTIL EOF-SCAN-SW = "YES" OR ABORT-SW = "Y"
               CLOSE HISTORY-FILE
           END-IF.

       221-READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       222-COLLECT-ONE-HISTORY-TERM.
           MOVE HIST-STUDENT-NUMBER TO LOOKUP-NUMBER-WS.
           PERFORM 700-FIND-CANDIDATE.
           IF CAND-FOUND-SUB > ZERO
               IF HIST-BILLING-DATE > CAND-LATEST-DATE(CAND-FOUND-SUB)
                   MOVE HIST-BILLING-DATE
                       TO CAND-LATEST-DATE(CAND-FOUND-SUB)
               END-IF
               IF HIST-TUITION-OWED > ZERO
                   MOVE "BALANCE OWING"
                       TO CAND-RETAIN-REASON(CAND-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 221-READ-NEXT-HISTORY.

       230-COLLECT-CONTACT-STUDENTS.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 231-READ-NEXT-CONTACT
               PERFORM 232-COLLECT-ONE-CONTACT
                   UNTIL EOF-SCAN-SW = "YES" OR ABORT-SW = "Y"
               CLOSE CONTACT-FILE
           END-IF.

       231-READ-NEXT-CONTACT.
           READ CONTACT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       232-COLLECT-ONE-CONTACT.
           MOVE CONT-STUDENT-NUMBER TO LOOKUP-NUMBER-WS.
           PERFORM 700-FIND-CANDIDATE.
           PERFORM 231-READ-NEXT-CONTACT.

      *    An application counts as activity from its term's start
       240-COLLECT-APPLICANT-STUDENTS.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 241-READ-NEXT-APPLICANT
               PERFORM 242-COLLECT-ONE-APPLICANT
                   UNTIL EOF-SCAN-SW = "YES" OR ABORT-SW = "Y"
               CLOSE APPLICANT-FILE
           END-IF.

       241-READ-NEXT-APPLICANT.
           READ APPLICANT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       242-COLLECT-ONE-APPLICANT.
           IF APPL-STUDENT-NUMBER NOT = ZERO
               MOVE APPL-STUDENT-NUMBER TO LOOKUP-NUMBER-WS
               PERFORM 700-FIND-CANDIDATE
               IF CAND-FOUND-SUB > ZERO
                   PERFORM 710-FIND-APPL-TERM-START
                   IF APPL-TERM-START-WS
                           > CAND-LATEST-DATE(CAND-FOUND-SUB)
                       MOVE APPL-TERM-START-WS
                           TO CAND-LATEST-DATE(CAND-FOUND-SUB)
                   END-IF
                   IF APPL-DEPOSIT-STATUS = "H"
                       MOVE "DEPOSIT STILL HELD"
                           TO CAND-RETAIN-REASON(CAND-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 241-READ-NEXT-APPLICANT.

      *-----------------------------------------------------------------
      * A candidate is kept while still in business with us or while
      * anything about them falls on or after the cutoff
      *-----------------------------------------------------------------
       250-CHECK-RETENTION.
           PERFORM 251-CHECK-LIVE-TERMS.
           PERFORM 254-CHECK-HOLDS.
           PERFORM 257-DATE-FROM-AUDIT-TRAIL.
           PERFORM 260-CHECK-OPEN-REFUNDS.
           PERFORM 263-CHECK-OPEN-PLACEMENTS.
           PERFORM 266-CHECK-LAST-ACTIVITY
               VARYING CAND-SUB FROM 1 BY 1
               UNTIL CAND-SUB > CAND-COUNT.

       251-CHECK-LIVE-TERMS.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD = "00"
               PERFORM 252-CHECK-ONE-LIVE-TERM
                   VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > CAND-COUNT
               CLOSE STUDENT-IN
           END-IF.

       252-CHECK-ONE-LIVE-TERM.
           MOVE CAND-NUMBER(CAND-SUB) TO STUDENT-NUMBER-IN.
           MOVE LOW-VALUES TO TERM-CODE-IN.
           START STUDENT-IN KEY IS NOT LESS THAN STUDENT-KEY-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 253-READ-FIRST-LIVE-TERM
           END-START.

       253-READ-FIRST-LIVE-TERM.
           READ STUDENT-IN NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF STUDENT-NUMBER-IN = CAND-NUMBER(CAND-SUB)
                       MOVE "LIVE TERM ON MASTER"
                           TO CAND-RETAIN-REASON(CAND-SUB)
                   END-IF
           END-READ.

       254-CHECK-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS-WS = "00"
               PERFORM 255-CHECK-ONE-HOLD
                   VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > CAND-COUNT
               CLOSE HOLD-FILE
           END-IF.

       255-CHECK-ONE-HOLD.
           MOVE CAND-NUMBER(CAND-SUB) TO HOLD-STUDENT-NUMBER.
           MOVE LOW-VALUES TO HOLD-TYPE.
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 256-READ-FIRST-HOLD
           END-START.

       256-READ-FIRST-HOLD.
           READ HOLD-FILE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF HOLD-STUDENT-NUMBER = CAND-NUMBER(CAND-SUB)
                       MOVE "HOLD ON ACCOUNT"
                           TO CAND-RETAIN-REASON(CAND-SUB)
                   END-IF
           END-READ.

       257-DATE-FROM-AUDIT-TRAIL.
           OPEN INPUT TUITION-AUDIT-FILE.
           IF AUDIT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 258-READ-AUDIT-RECORD
               PERFORM 259-DATE-ONE-AUDIT-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE TUITION-AUDIT-FILE
           END-IF.

       258-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

      *    Undated lines predate the date stamp and so the cutoff
       259-DATE-ONE-AUDIT-LINE.
           IF AUDIT-STUDENT-NUMBER NUMERIC AND AUDIT-DATE NUMERIC
               MOVE AUDIT-STUDENT-NUMBER TO LOOKUP-NUMBER-X-WS
               PERFORM 700-FIND-CANDIDATE
               IF CAND-FOUND-SUB > ZERO
                   IF AUDIT-DATE
                           > CAND-LATEST-DATE(CAND-FOUND-SUB)
                       MOVE AUDIT-DATE
                           TO CAND-LATEST-DATE(CAND-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.
           PERFORM 258-READ-AUDIT-RECORD.

       260-CHECK-OPEN-REFUNDS.
           OPEN INPUT REFUND-QUEUE-FILE.
           IF QUEUE-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 261-READ-REFUND-QUEUE
               PERFORM 262-CHECK-ONE-REFUND
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE REFUND-QUEUE-FILE
           END-IF.

       261-READ-REFUND-QUEUE.
           READ REFUND-QUEUE-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       262-CHECK-ONE-REFUND.
           IF RFQ-STATUS = "O"
               MOVE RFQ-STUDENT-NUMBER TO LOOKUP-NUMBER-WS
               PERFORM 700-FIND-CANDIDATE
               IF CAND-FOUND-SUB > ZERO
                   MOVE "REFUND STILL OPEN"
                       TO CAND-RETAIN-REASON(CAND-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 261-READ-REFUND-QUEUE.

       263-CHECK-OPEN-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE.
           IF PLACEMENT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 264-READ-NEXT-PLACEMENT
               PERFORM 265-CHECK-ONE-PLACEMENT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE PLACEMENT-FILE
           END-IF.

       264-READ-NEXT-PLACEMENT.
           READ PLACEMENT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       265-CHECK-ONE-PLACEMENT.
           IF AGP-STATUS = "O"
               MOVE AGP-STUDENT-NUMBER TO LOOKUP-NUMBER-WS
               PERFORM 700-FIND-CANDIDATE
               IF CAND-FOUND-SUB > ZERO
                   MOVE "AGENCY PLACEMENT OPEN"
                       TO CAND-RETAIN-REASON(CAND-FOUND-SUB)
               END-IF
           END-IF.
           PERFORM 264-READ-NEXT-PLACEMENT.

       266-CHECK-LAST-ACTIVITY.
           IF CAND-RETAIN-REASON(CAND-SUB) = SPACES
                   AND CAND-LATEST-DATE(CAND-SUB) NOT < CUTOFF-DATE-WS
               MOVE "ACTIVE SINCE CUTOFF"
                   TO CAND-RETAIN-REASON(CAND-SUB)
           END-IF.
           IF CAND-RETAIN-REASON(CAND-SUB) = SPACES
               ADD 1 TO PURGE-STUDENTS-WS
           ELSE
               ADD 1 TO RETAINED-STUDENTS-WS
           END-IF.

      *-----------------------------------------------------------------
      * Nothing has changed yet; the supervisor sees the counts and
      * says whether to go ahead
      *-----------------------------------------------------------------
       280-CONFIRM-PURGE.
           DISPLAY CAND-COUNT " STUDENTS REVIEWED".
           DISPLAY RETAINED-STUDENTS-WS " STILL ACTIVE OR OWING - KEPT".
           DISPLAY PURGE-STUDENTS-WS " INACTIVE PAST RETENTION".
           MOVE SPACE TO CONFIRM-WS.
           PERFORM 281-ACCEPT-CONFIRMATION
               UNTIL CONFIRM-WS = "Y" OR CONFIRM-WS = "N".
           IF CONFIRM-WS = "N"
               MOVE "Y" TO ABORT-SW
               DISPLAY "PURGE NOT CONFIRMED - NOTHING CHANGED"
           END-IF.

       281-ACCEPT-CONFIRMATION.
           DISPLAY "Purge these students now (Y/N): ".
           ACCEPT CONFIRM-WS.

       300-OPEN-PURGE-LOG.
           OPEN EXTEND PURGE-LOG-FILE.
           IF PURGELOG-STATUS-WS = "35"
               OPEN OUTPUT PURGE-LOG-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Archived terms stay for the transcript and the statistics;
      * only the name goes
      *-----------------------------------------------------------------
       310-BLANK-HISTORY-NAMES.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 221-READ-NEXT-HISTORY
               PERFORM 311-BLANK-ONE-HISTORY-TERM
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE HISTORY-FILE
           END-IF.

       311-BLANK-ONE-HISTORY-TERM.
           MOVE HIST-STUDENT-NUMBER TO LOOKUP-NUMBER-WS.
           PERFORM 720-CHECK-PURGE-STUDENT.
           IF PURGE-THIS-SW = "Y" AND HIST-STUDENT-NAME NOT = SPACES
               MOVE SPACES TO HIST-STUDENT-NAME
               REWRITE STUDENT-HISTORY
                   INVALID KEY
                       DISPLAY "STUHIST.TXT REWRITE FAILED FOR "
                               HIST-KEY
                   NOT INVALID KEY
                       ADD 1 TO HIST-BLANKED-WS
                       MOVE "STUHIST.TXT" TO PLG-FILE-NAME
                       MOVE "A" TO PLG-ACTION
                       MOVE SPACES TO PLG-DETAIL
                       STRING "TERM " HIST-TERM-CODE
                           DELIMITED BY SIZE INTO PLG-DETAIL
                       PERFORM 800-WRITE-PURGE-LOG
               END-REWRITE
           END-IF.
           PERFORM 221-READ-NEXT-HISTORY.

       320-REMOVE-CONTACTS.
           OPEN I-O CONTACT-FILE.
           IF CONTACT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 231-READ-NEXT-CONTACT
               PERFORM 321-REMOVE-ONE-CONTACT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE CONTACT-FILE
           END-IF.

       321-REMOVE-ONE-CONTACT.
           MOVE CONT-STUDENT-NUMBER TO LOOKUP-NUMBER-WS.
           PERFORM 720-CHECK-PURGE-STUDENT.
           IF PURGE-THIS-SW = "Y"
               DELETE CONTACT-FILE RECORD
                   INVALID KEY
                       DISPLAY "STUCONTACT.TXT DELETE FAILED FOR "
                               CONT-STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO CONTACTS-REMOVED-WS
                       MOVE "STUCONTACT.TXT" TO PLG-FILE-NAME
                       MOVE "D" TO PLG-ACTION
                       MOVE "ADDRESS AND PHONE" TO PLG-DETAIL
                       PERFORM 800-WRITE-PURGE-LOG
               END-DELETE
           END-IF.
           PERFORM 231-READ-NEXT-CONTACT.

      *-----------------------------------------------------------------
      * Applications go with their student; one that never reached a
      * student number goes once its term started before the cutoff
      * (an off-calendar term is left for the admissions office)
      *-----------------------------------------------------------------
       330-REMOVE-APPLICATIONS.
           OPEN I-O APPLICANT-FILE.
           IF APPLICANT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 241-READ-NEXT-APPLICANT
               PERFORM 331-REMOVE-ONE-APPLICATION
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE APPLICANT-FILE
           END-IF.

       331-REMOVE-ONE-APPLICATION.
           MOVE "N" TO PURGE-THIS-SW.
           IF APPL-STUDENT-NUMBER NOT = ZERO
               MOVE APPL-STUDENT-NUMBER TO LOOKUP-NUMBER-WS
               PERFORM 720-CHECK-PURGE-STUDENT
           ELSE
               PERFORM 710-FIND-APPL-TERM-START
               IF APPL-TERM-START-WS > ZERO
                       AND APPL-TERM-START-WS < CUTOFF-DATE-WS
                   MOVE "Y" TO PURGE-THIS-SW
                   MOVE ZERO TO LOOKUP-NUMBER-WS
                   ADD 1 TO STALE-APPLICANTS-WS
               END-IF
           END-IF.
           IF PURGE-THIS-SW = "Y"
               DELETE APPLICANT-FILE RECORD
                   INVALID KEY
                       DISPLAY "APPLICNT.TXT DELETE FAILED FOR "
                               APPL-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO APPLICANTS-REMOVED-WS
                       MOVE "APPLICNT.TXT" TO PLG-FILE-NAME
                       MOVE "D" TO PLG-ACTION
                       MOVE SPACES TO PLG-DETAIL
                       STRING "APPLICATION " APPL-NUMBER
                           DELIMITED BY SIZE INTO PLG-DETAIL
                       PERFORM 800-WRITE-PURGE-LOG
               END-DELETE
           END-IF.
           PERFORM 241-READ-NEXT-APPLICANT.

       340-BLANK-PLACEMENT-NAMES.
           OPEN I-O PLACEMENT-FILE.
           IF PLACEMENT-STATUS-WS = "00"
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 264-READ-NEXT-PLACEMENT
               PERFORM 341-BLANK-ONE-PLACEMENT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE PLACEMENT-FILE
           END-IF.

       341-BLANK-ONE-PLACEMENT.
           MOVE AGP-STUDENT-NUMBER TO LOOKUP-NUMBER-WS.
           PERFORM 720-CHECK-PURGE-STUDENT.
           IF PURGE-THIS-SW = "Y" AND AGP-STUDENT-NAME NOT = SPACES
               MOVE SPACES TO AGP-STUDENT-NAME
               REWRITE AGENCY-PLACEMENT
                   INVALID KEY
                       DISPLAY "AGYPLACE.TXT REWRITE FAILED FOR "
                               AGP-KEY
                   NOT INVALID KEY
                       MOVE "AGYPLACE.TXT" TO PLG-FILE-NAME
                       MOVE SPACES TO PLG-DETAIL
                       STRING "TERM " AGP-TERM-CODE
                           DELIMITED BY SIZE INTO PLG-DETAIL
                       PERFORM 810-LOG-NAME-BLANKED
               END-REWRITE
           END-IF.
           PERFORM 264-READ-NEXT-PLACEMENT.

      *-----------------------------------------------------------------
      * The text files are copied through PURGEKEEP.WRK with the
      * purged students' names blanked, then put back under the live
      * name the way FYCLOSE swaps in its keep files
      *-----------------------------------------------------------------
       350-BLANK-RECEIPT-NAMES.
           OPEN INPUT RECEIPT-FILE.
           IF RECEIPT-STATUS-WS = "00"
               OPEN OUTPUT PURGE-KEEP-OUT
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 351-READ-RECEIPT
               PERFORM 352-COPY-ONE-RECEIPT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE RECEIPT-FILE
               CLOSE PURGE-KEEP-OUT
               MOVE RECEIPTS-PATH-WS TO KEEP-FILE-NAME-WS
               PERFORM 820-SWAP-IN-KEEP-FILE
           END-IF.

       351-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       352-COPY-ONE-RECEIPT.
           MOVE "N" TO PURGE-THIS-SW.
           IF RCPT-STUDENT-NUMBER-IN NUMERIC
               MOVE RCPT-STUDENT-NUMBER-IN TO LOOKUP-NUMBER-X-WS
               PERFORM 720-CHECK-PURGE-STUDENT
           END-IF.
           IF PURGE-THIS-SW = "Y" AND RCPT-STUDENT-NAME-IN NOT = SPACES
               MOVE SPACES TO RCPT-STUDENT-NAME-IN
               MOVE "RECEIPTS.TXT" TO PLG-FILE-NAME
               MOVE SPACES TO PLG-DETAIL
               STRING "RECEIPT " RECEIPT-RECORD-IN(1:6)
                   DELIMITED BY SIZE INTO PLG-DETAIL
               PERFORM 810-LOG-NAME-BLANKED
           END-IF.
           WRITE PURGE-KEEP-RECORD FROM RECEIPT-RECORD-IN.
           PERFORM 351-READ-RECEIPT.

       360-BLANK-CHEQUE-NAMES.
           OPEN INPUT CHEQUE-REGISTER-FILE.
           IF REGISTER-STATUS-WS = "00"
               OPEN OUTPUT PURGE-KEEP-OUT
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 361-READ-CHEQUE-REGISTER
               PERFORM 362-COPY-ONE-CHEQUE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE CHEQUE-REGISTER-FILE
               CLOSE PURGE-KEEP-OUT
               MOVE CHEQUEREG-PATH-WS TO KEEP-FILE-NAME-WS
               PERFORM 820-SWAP-IN-KEEP-FILE
           END-IF.

       361-READ-CHEQUE-REGISTER.
           READ CHEQUE-REGISTER-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       362-COPY-ONE-CHEQUE.
           MOVE "N" TO PURGE-THIS-SW.
           IF CHQ-STUDENT-NUMBER-IN NUMERIC
               MOVE CHQ-STUDENT-NUMBER-IN TO LOOKUP-NUMBER-X-WS
               PERFORM 720-CHECK-PURGE-STUDENT
           END-IF.
           IF PURGE-THIS-SW = "Y" AND CHQ-STUDENT-NAME-IN NOT = SPACES
               MOVE SPACES TO CHQ-STUDENT-NAME-IN
               MOVE "CHEQUEREG.TXT" TO PLG-FILE-NAME
               MOVE SPACES TO PLG-DETAIL
               STRING "CHEQUE " CHEQUE-REGISTER-IN(1:6)
                   DELIMITED BY SIZE INTO PLG-DETAIL
               PERFORM 810-LOG-NAME-BLANKED
           END-IF.
           WRITE PURGE-KEEP-RECORD FROM CHEQUE-REGISTER-IN.
           PERFORM 361-READ-CHEQUE-REGISTER.

       370-BLANK-REFUND-NAMES.
           OPEN INPUT REFUND-QUEUE-FILE.
           IF QUEUE-STATUS-WS = "00"
               OPEN OUTPUT PURGE-KEEP-OUT
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 261-READ-REFUND-QUEUE
               PERFORM 371-COPY-ONE-REFUND
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE REFUND-QUEUE-FILE
               CLOSE PURGE-KEEP-OUT
               MOVE REFUNDQ-PATH-WS TO KEEP-FILE-NAME-WS
               PERFORM 820-SWAP-IN-KEEP-FILE
           END-IF.

       371-COPY-ONE-REFUND.
           MOVE RFQ-STUDENT-NUMBER TO LOOKUP-NUMBER-WS.
           PERFORM 720-CHECK-PURGE-STUDENT.
           IF PURGE-THIS-SW = "Y" AND RFQ-STUDENT-NAME NOT = SPACES
               MOVE SPACES TO RFQ-STUDENT-NAME
               MOVE "REFUNDQ.TXT" TO PLG-FILE-NAME
               MOVE SPACES TO PLG-DETAIL
               STRING "REQUESTED " RFQ-REQUEST-DATE
                   DELIMITED BY SIZE INTO PLG-DETAIL
               PERFORM 810-LOG-NAME-BLANKED
           END-IF.
           WRITE PURGE-KEEP-RECORD FROM REFUND-QUEUE-REC.
           PERFORM 261-READ-REFUND-QUEUE.

      *    Only name changes carry a name; the other lines pass as is
       380-BLANK-MAINT-NAMES.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAINT-STATUS-WS = "00"
               OPEN OUTPUT PURGE-KEEP-OUT
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 381-READ-MAINT-RECORD
               PERFORM 382-COPY-ONE-MAINT-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE MAINT-AUDIT-FILE
               CLOSE PURGE-KEEP-OUT
               MOVE MAINTAUDIT-PATH-WS TO KEEP-FILE-NAME-WS
               PERFORM 820-SWAP-IN-KEEP-FILE
           END-IF.

       381-READ-MAINT-RECORD.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       382-COPY-ONE-MAINT-LINE.
           MOVE "N" TO PURGE-THIS-SW.
           IF MA-STUDENT-NUMBER NUMERIC
                   AND MA-FIELD-NAME = "STUDENT NAME"
               MOVE MA-STUDENT-NUMBER TO LOOKUP-NUMBER-X-WS
               PERFORM 720-CHECK-PURGE-STUDENT
           END-IF.
           IF PURGE-THIS-SW = "Y"
               MOVE SPACES TO MA-OLD-VALUE
               MOVE SPACES TO MA-NEW-VALUE
               MOVE "MAINTAUDIT.TXT" TO PLG-FILE-NAME
               MOVE SPACES TO PLG-DETAIL
               STRING "CHANGED " MA-DATE
                   DELIMITED BY SIZE INTO PLG-DETAIL
               PERFORM 810-LOG-NAME-BLANKED
           END-IF.
           WRITE PURGE-KEEP-RECORD FROM MAINT-AUDIT-RECORD-IN.
           PERFORM 381-READ-MAINT-RECORD.

       390-BLANK-MERGE-TRAIL-NAMES.
           OPEN INPUT MERGE-TRAIL-FILE.
           IF TRAIL-STATUS-WS = "00"
               OPEN OUTPUT PURGE-KEEP-OUT
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 391-READ-MERGE-TRAIL
               PERFORM 392-COPY-ONE-TRAIL-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE MERGE-TRAIL-FILE
               CLOSE PURGE-KEEP-OUT
               MOVE MERGETRL-PATH-WS TO KEEP-FILE-NAME-WS
               PERFORM 820-SWAP-IN-KEEP-FILE
           END-IF.

       391-READ-MERGE-TRAIL.
           READ MERGE-TRAIL-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       392-COPY-ONE-TRAIL-LINE.
           MOVE "N" TO PURGE-THIS-SW.
           IF TRL-STUDENT-NUMBER-IN NUMERIC
               MOVE TRL-STUDENT-NUMBER-IN TO LOOKUP-NUMBER-X-WS
               PERFORM 720-CHECK-PURGE-STUDENT
           END-IF.
           IF PURGE-THIS-SW = "Y" AND TRL-STUDENT-NAME-IN NOT = SPACES
               MOVE SPACES TO TRL-STUDENT-NAME-IN
               MOVE "MERGETRL.TXT" TO PLG-FILE-NAME
               MOVE SPACES TO PLG-DETAIL
               STRING "IMAGE " MERGE-TRAIL-IN(1:12)
                   DELIMITED BY SIZE INTO PLG-DETAIL
               PERFORM 810-LOG-NAME-BLANKED
           END-IF.
           WRITE PURGE-KEEP-RECORD FROM MERGE-TRAIL-IN.
           PERFORM 391-READ-MERGE-TRAIL.

       400-DISPLAY-PURGE-SUMMARY.
           DISPLAY "RETENTION PURGE SUMMARY, CUTOFF " CUTOFF-DATE-WS.
           DISPLAY PURGE-STUDENTS-WS " STUDENTS PURGED. ".
           DISPLAY RETAINED-STUDENTS-WS " STUDENTS KEPT. ".
           DISPLAY HIST-BLANKED-WS
               " STUHIST.TXT TERMS HAD THE NAME BLANKED. ".
           DISPLAY CONTACTS-REMOVED-WS
               " STUCONTACT.TXT RECORDS WERE REMOVED. ".
           DISPLAY APPLICANTS-REMOVED-WS
               " APPLICNT.TXT RECORDS WERE REMOVED, OF WHICH "
               STALE-APPLICANTS-WS " NEVER HAD A STUDENT NUMBER. ".
           DISPLAY NAMES-BLANKED-WS
               " NAMES WERE BLANKED ON FINANCIAL RECORDS. ".
           DISPLAY LOG-LINES-WS " LINES WRITTEN TO PURGELOG.TXT. ".

      *-----------------------------------------------------------------
      * Candidate lookup by LOOKUP-NUMBER-WS; during collection a
      * student not yet in the table is added
      *-----------------------------------------------------------------
       700-FIND-CANDIDATE.
           MOVE ZERO TO CAND-FOUND-SUB.
           PERFORM 701-COMPARE-CANDIDATE
               VARYING CAND-SUB FROM 1 BY 1
               UNTIL CAND-SUB > CAND-COUNT
                   OR CAND-FOUND-SUB > ZERO.
           IF CAND-FOUND-SUB = ZERO AND ADD-IF-MISSING-SW = "Y"
               IF CAND-COUNT < 3000
                   ADD 1 TO CAND-COUNT
                   MOVE CAND-COUNT TO CAND-FOUND-SUB
                   MOVE LOOKUP-NUMBER-WS
                       TO CAND-NUMBER(CAND-FOUND-SUB)
                   MOVE ZERO TO CAND-LATEST-DATE(CAND-FOUND-SUB)
                   MOVE SPACES TO CAND-RETAIN-REASON(CAND-FOUND-SUB)
               ELSE
                   MOVE "Y" TO ABORT-SW
               END-IF
           END-IF.

       701-COMPARE-CANDIDATE.
           IF CAND-NUMBER(CAND-SUB) = LOOKUP-NUMBER-WS
               MOVE CAND-SUB TO CAND-FOUND-SUB
           END-IF.

       710-FIND-APPL-TERM-START.
           MOVE ZERO TO APPL-TERM-START-WS.
           PERFORM 711-COMPARE-TERM-CODE
               VARYING TERM-SUB FROM 1 BY 1
               UNTIL TERM-SUB > TERM-COUNT
                   OR APPL-TERM-START-WS > ZERO.

       711-COMPARE-TERM-CODE.
           IF TERM-CODE-TBL(TERM-SUB) = APPL-TERM
               MOVE TERM-START-TBL(TERM-SUB) TO APPL-TERM-START-WS
           END-IF.

       720-CHECK-PURGE-STUDENT.
           MOVE "N" TO PURGE-THIS-SW.
           PERFORM 700-FIND-CANDIDATE.
           IF CAND-FOUND-SUB > ZERO
               IF CAND-RETAIN-REASON(CAND-FOUND-SUB) = SPACES
                   MOVE "Y" TO PURGE-THIS-SW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One log line per record removed (D), anonymized (A) or with
      * the name blanked on a kept financial record (N)
      *-----------------------------------------------------------------
       800-WRITE-PURGE-LOG.
           MOVE TODAYS-DATE-WS TO PLG-DATE.
           MOVE OPERATOR-ID-WS TO PLG-OPERATOR.
           MOVE LOOKUP-NUMBER-WS TO PLG-STUDENT-NUMBER.
           WRITE PURGE-LOG-OUT.
           ADD 1 TO LOG-LINES-WS.

       810-LOG-NAME-BLANKED.
           ADD 1 TO NAMES-BLANKED-WS.
           MOVE "N" TO PLG-ACTION.
           PERFORM 800-WRITE-PURGE-LOG.

       820-SWAP-IN-KEEP-FILE.
           MOVE SPACES TO COMMAND-WS.
           STRING "COPY " DELIMITED BY SIZE
                  PURGEKEEP-WRK-PATH-WS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  KEEP-FILE-NAME-WS DELIMITED BY SPACE
               INTO COMMAND-WS.
           CALL "SYSTEM" USING COMMAND-WS.
           MOVE SPACES TO COMMAND-WS.
           STRING "DEL " DELIMITED BY SIZE
                  PURGEKEEP-WRK-PATH-WS DELIMITED BY SPACE
               INTO COMMAND-WS.
           CALL "SYSTEM" USING COMMAND-WS.

       END PROGRAM RETPURGE.
