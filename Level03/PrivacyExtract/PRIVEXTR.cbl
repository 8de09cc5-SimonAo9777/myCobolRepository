      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Personal-information access extract.  When a student
      *            asks for everything held on them, this collects it
      *            in one readable report, PRIVACY-<student>.TXT,
      *            instead of two dozen files opened by hand: every
      *            INDEXSTUFILE3.TXT term and STUHIST.TXT archived
      *            term, the STUCONTACT.TXT address, APPLICNT.TXT
      *            applications, TUITIONAUDIT.TXT and RECEIPTS.TXT
      *            lines, STUHOLDS.TXT holds and HOLDLOG.TXT history,
      *            PAYPLAN.TXT installments, SPONCOVER.TXT coverage,
      *            WAITLIST.TXT places, REFUNDQ.TXT and CHEQUEREG.TXT
      *            refunds, AGYPLACE.TXT agency placements,
      *            EXCEPTIONS.TXT rows, and the MERGETRL.TXT and
      *            MAINTAUDIT.TXT merge and maintenance trail.  Keyed
      *            by student number (STUNUMCK-checked), one report
      *            per student, until a zero number is keyed.  Every
      *            file is opened input only; a file not yet on disk
      *            is noted in its section.  Supervisor authority is
      *            required, as the report is the student's whole
      *            record.
      * Tectonics: cobc
      * 2026/10/15 SA  An application's tuition deposit (amount, date
      *                 taken, receipt and status) is extracted with
      *                 the application.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading. The extract name
      *                 built at run time goes through SITECFG as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVEXTR.
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
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT APPLICANT-FILE
                ASSIGN USING APPLICNT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS APPL-NUMBER
                  FILE STATUS IS APPLICANT-STATUS-WS.

           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT RECEIPT-FILE
                ASSIGN USING RECEIPTS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RECEIPT-STATUS-WS.

           SELECT HOLD-FILE
                ASSIGN USING STUHOLDS-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HOLD-KEY
                  FILE STATUS IS HOLD-STATUS-WS.

           SELECT HOLD-LOG-FILE
                ASSIGN USING HOLDLOG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HOLDLOG-STATUS-WS.

           SELECT PLAN-FILE
                ASSIGN USING PAYPLAN-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PLAN-KEY
                  FILE STATUS IS PLAN-STATUS-WS.

           SELECT SPONSOR-COVER-FILE
                ASSIGN USING SPONCOVER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS COV-STUDENT-NUMBER
                  FILE STATUS IS COVER-STATUS-WS.

           SELECT SPONSOR-FILE
                ASSIGN USING SPONSOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SPON-CODE
                  FILE STATUS IS SPONSOR-STATUS-WS.

           SELECT WAITLIST-FILE
                ASSIGN USING WAITLIST-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WAIT-KEY
                  FILE STATUS IS WAITLIST-STATUS-WS.

           SELECT REFUND-QUEUE-FILE
                ASSIGN USING REFUNDQ-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS QUEUE-STATUS-WS.

           SELECT CHEQUE-REGISTER-FILE
                ASSIGN USING CHEQUEREG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REGISTER-STATUS-WS.

           SELECT PLACEMENT-FILE
                ASSIGN USING AGYPLACE-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGP-KEY
                  FILE STATUS IS PLACEMENT-STATUS-WS.

           SELECT EXCEPTION-FILE
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXCEPTION-STATUS-WS.

           SELECT MERGE-TRAIL-FILE
                ASSIGN USING MERGETRL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TRAIL-STATUS-WS.

           SELECT MAINT-AUDIT-FILE
                ASSIGN USING MAINTAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MAINT-STATUS-WS.

           SELECT EXTRACT-REPORT-OUT
                ASSIGN USING EXTRACT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS EXTRACT-STATUS-WS.

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

       FD  HISTORY-FILE.
           COPY "STUDENT-HISTORY.TXT".

       FD  CONTACT-FILE.
           COPY "STUDENT-CONTACT.TXT".

       FD  APPLICANT-FILE.
           COPY "APPLICANT-MASTER.TXT".

      *-----------------------------------------------------------------
      *The text trails are reported as written; only the student
      *number column is picked out to select the student's lines
      *-----------------------------------------------------------------
       FD  TUITION-AUDIT-FILE.
       01  AUDIT-RECORD-IN.
           05 AUDIT-STUDENT-NUMBER   PIC X(6).
           05 FILLER                 PIC X(99).

       FD  RECEIPT-FILE.
       01  RECEIPT-RECORD-IN.
           05 FILLER                 PIC X(8).
           05 RCPT-STUDENT-NUMBER-IN PIC X(6).
           05 FILLER                 PIC X(86).

       FD  HOLD-FILE.
           COPY "STUDENT-HOLD.TXT".

       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-IN.
           05 HLG-STUDENT-NUMBER     PIC X(6).
           05 FILLER                 PIC X(50).

       FD  PLAN-FILE.
           COPY "PAYMENT-PLAN.TXT".

       FD  SPONSOR-COVER-FILE.
           COPY "SPONSOR-COVER.TXT".

       FD  SPONSOR-FILE.
           COPY "SPONSOR-MASTER.TXT".

       FD  WAITLIST-FILE.
           COPY "WAITLIST-RECORD.TXT".

       FD  REFUND-QUEUE-FILE.
           COPY "REFUND-QUEUE.TXT".

       FD  CHEQUE-REGISTER-FILE.
       01  CHEQUE-REGISTER-IN.
           05 FILLER                 PIC X(8).
           05 CHQ-STUDENT-NUMBER-IN  PIC X(6).
           05 FILLER                 PIC X(86).

       FD  PLACEMENT-FILE.
           COPY "AGENCY-PLACEMENT.TXT".

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD-IN.
           05 STUDENT-NUMBER-EXC-IN  PIC X(6).
           05 FILLER                 PIC X(52).

       FD  MERGE-TRAIL-FILE.
       01  MERGE-TRAIL-IN.
           05 FILLER                 PIC X(14).
           05 TRL-STUDENT-NUMBER-IN  PIC X(6).
           05 FILLER                 PIC X(109).

       FD  MAINT-AUDIT-FILE.
       01  MAINT-AUDIT-RECORD-IN.
           05 MA-STUDENT-NUMBER      PIC X(6).
           05 FILLER                 PIC X(137).

       FD  EXTRACT-REPORT-OUT.
       01  PRINTLINE                 PIC X(150).

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
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  RECEIPTS-PATH-WS            PIC X(80)
               VALUE "RECEIPTS.TXT".
       01  STUHOLDS-PATH-WS            PIC X(80)
               VALUE "STUHOLDS.TXT".
       01  HOLDLOG-PATH-WS             PIC X(80)
               VALUE "HOLDLOG.TXT".
       01  PAYPLAN-PATH-WS             PIC X(80)
               VALUE "PAYPLAN.TXT".
       01  SPONCOVER-PATH-WS           PIC X(80)
               VALUE "SPONCOVER.TXT".
       01  SPONSOR-PATH-WS             PIC X(80)
               VALUE "SPONSOR.TXT".
       01  WAITLIST-PATH-WS            PIC X(80)
               VALUE "WAITLIST.TXT".
       01  REFUNDQ-PATH-WS             PIC X(80)
               VALUE "REFUNDQ.TXT".
       01  CHEQUEREG-PATH-WS           PIC X(80)
               VALUE "CHEQUEREG.TXT".
       01  AGYPLACE-PATH-WS            PIC X(80)
               VALUE "AGYPLACE.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".
       01  MERGETRL-PATH-WS            PIC X(80)
               VALUE "MERGETRL.TXT".
       01  MAINTAUDIT-PATH-WS          PIC X(80)
               VALUE "MAINTAUDIT.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  HISTORY-STATUS-WS           PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  APPLICANT-STATUS-WS         PIC X(2).
       01  AUDIT-STATUS-WS             PIC X(2).
       01  RECEIPT-STATUS-WS           PIC X(2).
       01  HOLD-STATUS-WS              PIC X(2).
       01  HOLDLOG-STATUS-WS           PIC X(2).
       01  PLAN-STATUS-WS              PIC X(2).
       01  COVER-STATUS-WS             PIC X(2).
       01  SPONSOR-STATUS-WS           PIC X(2).
       01  WAITLIST-STATUS-WS          PIC X(2).
       01  QUEUE-STATUS-WS             PIC X(2).
       01  REGISTER-STATUS-WS          PIC X(2).
       01  PLACEMENT-STATUS-WS         PIC X(2).
       01  EXCEPTION-STATUS-WS         PIC X(2).
       01  TRAIL-STATUS-WS             PIC X(2).
       01  MAINT-STATUS-WS             PIC X(2).
       01  EXTRACT-STATUS-WS           PIC X(2).
       01  EOF-SCAN-SW                 PIC X(3)   VALUE "NO".
       01  TODAYS-DATE-WS              PIC 9(8).
       01  EXTRACT-FILE-NAME-WS        PIC X(20)  VALUE SPACES.
       01  EXTRACT-PATH-WS             PIC X(80)  VALUE SPACES.

       01  SIGNON-FIELDS.
           05  OPERATOR-ID-WS       PIC X(10).
           05  OPERATOR-AUTH-WS     PIC 9(1).
           05  SIGNON-VALID-SW      PIC X(1)   VALUE "N".

      *-----------------------------------------------------------------
      *The student asked about; the X view matches the text trails'
      *student columns, which carry the number as text
      *-----------------------------------------------------------------
       01  REQ-NUMBER-WS               PIC 9(6)   VALUE ZERO.
       01  REQ-NUMBER-X-WS REDEFINES REQ-NUMBER-WS
                                       PIC X(6).
       01  NUMBER-CHECK-SW             PIC X(1)   VALUE "N".
       01  SECTION-COUNT-WS            PIC 9(5)   VALUE ZERO.
       01  REPORT-COUNT-WS             PIC 9(5)   VALUE ZERO.
       01  STUDENT-EXTRACTS-WS         PIC 9(4)   VALUE ZERO.

      *-----------------------------------------------------------------
      *A live or archived term record, moved here from either file
      *(they share one layout) so one set of lines prints both
      *-----------------------------------------------------------------
       01  TERM-IMAGE-WS.
           05 TI-STUDENT-NUMBER      PIC 9(6).
           05 TI-TERM-CODE           PIC X(4).
           05 TI-TUITION-OWED        PIC 9(4)V99.
           05 TI-BILLING-DATE        PIC 9(8).
           05 TI-STUDENT-NAME        PIC X(40).
           05 TI-PROGRAM-CODE        PIC X(5).
           05 TI-COURSE-SLOT OCCURS 5 TIMES.
               10 TI-COURSE-CODE     PIC X(7).
               10 TI-AVERAGE         PIC X(3).

       01  REPORT-TITLE-LINE.
           05 FILLER  PIC X(37) VALUE
              "PERSONAL INFORMATION HELD ON STUDENT ".
           05 TITLE-NUMBER-OUT       PIC 9(6).
           05 FILLER  PIC X(11) VALUE "  PREPARED ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " BY ".
           05 TITLE-OPERATOR-OUT     PIC X(10).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  SECTION-TITLE-LINE.
           05 FILLER  PIC X(5)  VALUE "---- ".
           05 SECTION-TITLE-OUT      PIC X(60).
       01  NONE-LINE.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 FILLER  PIC X(20) VALUE "NONE HELD".
       01  NOTE-LINE.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 NOTE-TEXT-OUT          PIC X(60).
       01  RAW-LINE.
           05 FILLER  PIC X(4)  VALUE SPACES.
           05 RAW-IMAGE-OUT          PIC X(143).

       01  TERM-LINE-1.
           05 FILLER  PIC X(9)  VALUE "    TERM ".
           05 TL-TERM-OUT            PIC X(4).
           05 FILLER  PIC X(10) VALUE "  PROGRAM ".
           05 TL-PROGRAM-OUT         PIC X(5).
           05 FILLER  PIC X(9)  VALUE "  BILLED ".
           05 TL-BILLING-OUT         PIC 9(8).
           05 FILLER  PIC X(7)  VALUE "  OWED ".
           05 TL-OWED-OUT            PIC $$$$9.99.
       01  TERM-LINE-2.
           05 FILLER  PIC X(11) VALUE "      NAME ".
           05 TL-NAME-OUT            PIC X(40).
       01  TERM-LINE-3.
           05 FILLER  PIC X(14) VALUE "      COURSES ".
           05 TL-SLOT-OUT OCCURS 5 TIMES.
               10 TL-COURSE-OUT      PIC X(7).
               10 FILLER             PIC X(1).
               10 TL-AVERAGE-OUT     PIC X(3).
               10 FILLER             PIC X(2).
       01  SLOT-SUB                   PIC 9(1)   VALUE ZERO.

       01  CONTACT-LINE-1.
           05 FILLER  PIC X(12) VALUE "    ADDRESS ".
           05 CL-ADDRESS-1-OUT       PIC X(30).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 CL-ADDRESS-2-OUT       PIC X(30).
       01  CONTACT-LINE-2.
           05 FILLER  PIC X(12) VALUE SPACES.
           05 CL-CITY-OUT            PIC X(20).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 CL-POSTAL-OUT          PIC X(7).
           05 FILLER  PIC X(9)  VALUE "  PHONE ".
           05 CL-PHONE-OUT           PIC X(12).

       01  APPLICANT-LINE-1.
           05 FILLER  PIC X(16) VALUE "    APPLICATION ".
           05 AL-NUMBER-OUT          PIC 9(6).
           05 FILLER  PIC X(9)  VALUE "  STATUS ".
           05 AL-STATUS-OUT          PIC X(1).
           05 FILLER  PIC X(7)  VALUE "  TERM ".
           05 AL-TERM-OUT            PIC X(4).
           05 FILLER  PIC X(10) VALUE "  PROGRAM ".
           05 AL-PROGRAM-OUT         PIC X(5).
       01  APPLICANT-LINE-2.
           05 FILLER  PIC X(11) VALUE "      NAME ".
           05 AL-NAME-OUT            PIC X(40).
       01  APPLICANT-LINE-3.
           05 FILLER  PIC X(14) VALUE "      ADDRESS ".
           05 AL-ADDRESS-OUT         PIC X(30).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 AL-CITY-OUT            PIC X(20).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 AL-POSTAL-OUT          PIC X(7).
       01  APPLICANT-LINE-4.
           05 FILLER  PIC X(14) VALUE "      COURSES ".
           05 AL-COURSE-1-OUT        PIC X(7).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 AL-COURSE-2-OUT        PIC X(7).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 AL-COURSE-3-OUT        PIC X(7).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 AL-COURSE-4-OUT        PIC X(7).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 AL-COURSE-5-OUT        PIC X(7).
       01  APPLICANT-LINE-5.
           05 FILLER  PIC X(14) VALUE "      DEPOSIT ".
           05 AL-DEPOSIT-OUT         PIC $$$$9.99.
           05 FILLER  PIC X(8)  VALUE "  TAKEN ".
           05 AL-DEPOSIT-DATE-OUT    PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  RECEIPT ".
           05 AL-DEPOSIT-RECEIPT-OUT PIC 9(6).
           05 FILLER  PIC X(9)  VALUE "  STATUS ".
           05 AL-DEPOSIT-STATUS-OUT  PIC X(1).

       01  HOLD-LINE.
           05 FILLER  PIC X(9)  VALUE "    TYPE ".
           05 HL-TYPE-OUT            PIC X(1).
           05 FILLER  PIC X(9)  VALUE "  REASON ".
           05 HL-REASON-OUT          PIC X(20).
           05 FILLER  PIC X(12) VALUE "  PLACED BY ".
           05 HL-PLACED-BY-OUT       PIC X(10).
           05 FILLER  PIC X(4)  VALUE " ON ".
           05 HL-PLACED-DATE-OUT     PIC 9(8).

       01  PLAN-LINE.
           05 FILLER  PIC X(16) VALUE "    INSTALLMENT ".
           05 PL-NUMBER-OUT          PIC Z9.
           05 FILLER  PIC X(6)  VALUE "  DUE ".
           05 PL-DUE-DATE-OUT        PIC 9(8).
           05 FILLER  PIC X(9)  VALUE "  AMOUNT ".
           05 PL-AMOUNT-OUT          PIC $$$$9.99.

       01  SPONSOR-LINE.
           05 FILLER  PIC X(12) VALUE "    SPONSOR ".
           05 SL-CODE-OUT            PIC X(5).
           05 FILLER  PIC X(1)  VALUE SPACE.
           05 SL-NAME-OUT            PIC X(30).
           05 FILLER  PIC X(11) VALUE "  COVERAGE ".
           05 SL-PERCENT-OUT         PIC ZZ9.
           05 FILLER  PIC X(8)  VALUE " PERCENT".

       01  WAITLIST-LINE.
           05 FILLER  PIC X(11) VALUE "    COURSE ".
           05 WL-COURSE-OUT          PIC X(7).
           05 FILLER  PIC X(11) VALUE "  POSITION ".
           05 WL-POSITION-OUT        PIC ZZ9.
           05 FILLER  PIC X(8)  VALUE "  SINCE ".
           05 WL-DATE-OUT            PIC 9(8).

       01  PLACEMENT-LINE-1.
           05 FILLER  PIC X(9)  VALUE "    TERM ".
           05 PLC-TERM-OUT           PIC X(4).
           05 FILLER  PIC X(9)  VALUE "  PLACED ".
           05 PLC-DATE-OUT           PIC 9(8).
           05 FILLER  PIC X(4)  VALUE " BY ".
           05 PLC-PLACED-BY-OUT      PIC X(10).
           05 FILLER  PIC X(9)  VALUE "  AMOUNT ".
           05 PLC-AMOUNT-OUT         PIC $$$$9.99.
           05 FILLER  PIC X(12) VALUE "  RECOVERED ".
           05 PLC-RECOVERED-OUT      PIC $$$$9.99.
           05 FILLER  PIC X(9)  VALUE "  STATUS ".
           05 PLC-STATUS-OUT         PIC X(1).
       01  PLACEMENT-LINE-2.
           05 FILLER  PIC X(11) VALUE "      NAME ".
           05 PLC-NAME-OUT           PIC X(40).

       PROCEDURE DIVISION.
       100-EXTRACT-STUDENT-RECORDS.
           PERFORM 170-RESOLVE-DATA-FILES.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y"
               DISPLAY "SIGN-ON FAILED - EXTRACT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPERATOR-AUTH-WS < 3
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED - "
                       "EXTRACT REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 200-PROMPT-STUDENT-NUMBER.
           PERFORM 210-EXTRACT-ONE-STUDENT
               UNTIL REQ-NUMBER-WS = ZERO.
           DISPLAY STUDENT-EXTRACTS-WS " STUDENT EXTRACTS WRITTEN".
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
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUHOLDS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING HOLDLOG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PAYPLAN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONCOVER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONSOR-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING WAITLIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING REFUNDQ-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CHEQUEREG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING AGYPLACE-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MERGETRL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTAUDIT-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-PROMPT-STUDENT-NUMBER.
           MOVE "N" TO NUMBER-CHECK-SW.
           PERFORM 201-ACCEPT-STUDENT-NUMBER
               UNTIL NUMBER-CHECK-SW = "Y" OR REQ-NUMBER-WS = ZERO.

       201-ACCEPT-STUDENT-NUMBER.
           DISPLAY "Student number to extract (0 to end): ".
           ACCEPT REQ-NUMBER-WS.
           IF REQ-NUMBER-WS NOT = ZERO
               CALL "STUNUMCK" USING REQ-NUMBER-WS, NUMBER-CHECK-SW
               IF NUMBER-CHECK-SW NOT = "Y"
                   DISPLAY "STUDENT NUMBER FAILS CHECK DIGIT - "
                           "RE-KEY"
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * One report per student; each section reads its own file and
      * closes it again, so the files are held only while read
      *-----------------------------------------------------------------
       210-EXTRACT-ONE-STUDENT.
           MOVE SPACES TO EXTRACT-FILE-NAME-WS.
           STRING "PRIVACY-" DELIMITED BY SIZE
                  REQ-NUMBER-X-WS DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO EXTRACT-FILE-NAME-WS.
           MOVE EXTRACT-FILE-NAME-WS TO EXTRACT-PATH-WS.
           CALL "SITECFG" USING EXTRACT-PATH-WS, SITE-REGION-WS.
           OPEN OUTPUT EXTRACT-REPORT-OUT.
           MOVE ZERO TO REPORT-COUNT-WS.
           MOVE REQ-NUMBER-WS TO TITLE-NUMBER-OUT.
           MOVE TODAYS-DATE-WS TO TITLE-DATE-OUT.
           MOVE OPERATOR-ID-WS TO TITLE-OPERATOR-OUT.
           WRITE PRINTLINE FROM REPORT-TITLE-LINE.
           PERFORM 300-EXTRACT-MASTER-TERMS.
           PERFORM 310-EXTRACT-HISTORY-TERMS.
           PERFORM 320-EXTRACT-CONTACT.
           PERFORM 330-EXTRACT-APPLICATIONS.
           PERFORM 340-EXTRACT-AUDIT-LINES.
           PERFORM 350-EXTRACT-RECEIPTS.
           PERFORM 360-EXTRACT-HOLDS.
           PERFORM 370-EXTRACT-HOLD-LOG.
           PERFORM 380-EXTRACT-PLAN.
           PERFORM 390-EXTRACT-SPONSOR-COVER.
           PERFORM 400-EXTRACT-WAITLIST.
           PERFORM 410-EXTRACT-REFUND-QUEUE.
           PERFORM 420-EXTRACT-CHEQUE-REGISTER.
           PERFORM 430-EXTRACT-PLACEMENTS.
           PERFORM 440-EXTRACT-EXCEPTIONS.
           PERFORM 450-EXTRACT-MERGE-TRAIL.
           PERFORM 460-EXTRACT-MAINT-AUDIT.
           CLOSE EXTRACT-REPORT-OUT.
           ADD 1 TO STUDENT-EXTRACTS-WS.
           DISPLAY EXTRACT-FILE-NAME-WS " " REPORT-COUNT-WS
                   " RECORDS REPORTED".
           PERFORM 200-PROMPT-STUDENT-NUMBER.

      *-----------------------------------------------------------------
      * Live and archived term records, read from the student's first
      * key on
      *-----------------------------------------------------------------
       300-EXTRACT-MASTER-TERMS.
           MOVE "STUDENT MASTER - CURRENT TERMS (INDEXSTUFILE3.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT STUDENT-IN.
           IF STATUS-FIELD NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               MOVE REQ-NUMBER-WS TO STUDENT-NUMBER-IN
               MOVE LOW-VALUES TO TERM-CODE-IN
               START STUDENT-IN KEY IS NOT LESS THAN STUDENT-KEY-IN
                   INVALID KEY
                       MOVE "YES" TO EOF-SCAN-SW
               END-START
               PERFORM 301-READ-NEXT-MASTER-TERM
               PERFORM 302-REPORT-ONE-MASTER-TERM
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE STUDENT-IN
           END-IF.
           PERFORM 805-END-SECTION.

       301-READ-NEXT-MASTER-TERM.
           IF EOF-SCAN-SW = "NO"
               READ STUDENT-IN NEXT
                   AT END
                       MOVE "YES" TO EOF-SCAN-SW
               END-READ
           END-IF.
           IF EOF-SCAN-SW = "NO"
               IF STUDENT-NUMBER-IN NOT = REQ-NUMBER-WS
                   MOVE "YES" TO EOF-SCAN-SW
               END-IF
           END-IF.

       302-REPORT-ONE-MASTER-TERM.
           MOVE STUDENT-RECORD-IN TO TERM-IMAGE-WS.
           PERFORM 820-PRINT-TERM-IMAGE.
           PERFORM 301-READ-NEXT-MASTER-TERM.

       310-EXTRACT-HISTORY-TERMS.
           MOVE "STUDENT HISTORY - ARCHIVED TERMS (STUHIST.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               MOVE REQ-NUMBER-WS TO HIST-STUDENT-NUMBER
               MOVE LOW-VALUES TO HIST-TERM-CODE
               START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-SCAN-SW
               END-START
               PERFORM 311-READ-NEXT-HISTORY-TERM
               PERFORM 312-REPORT-ONE-HISTORY-TERM
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       311-READ-NEXT-HISTORY-TERM.
           IF EOF-SCAN-SW = "NO"
               READ HISTORY-FILE NEXT
                   AT END
                       MOVE "YES" TO EOF-SCAN-SW
               END-READ
           END-IF.
           IF EOF-SCAN-SW = "NO"
               IF HIST-STUDENT-NUMBER NOT = REQ-NUMBER-WS
                   MOVE "YES" TO EOF-SCAN-SW
               END-IF
           END-IF.

       312-REPORT-ONE-HISTORY-TERM.
           MOVE STUDENT-HISTORY TO TERM-IMAGE-WS.
           PERFORM 820-PRINT-TERM-IMAGE.
           PERFORM 311-READ-NEXT-HISTORY-TERM.

       320-EXTRACT-CONTACT.
           MOVE "ADDRESS AND PHONE (STUCONTACT.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE REQ-NUMBER-WS TO CONT-STUDENT-NUMBER
               READ CONTACT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONT-ADDRESS-1 TO CL-ADDRESS-1-OUT
                       MOVE CONT-ADDRESS-2 TO CL-ADDRESS-2-OUT
                       MOVE CONT-CITY TO CL-CITY-OUT
                       MOVE CONT-POSTAL-CODE TO CL-POSTAL-OUT
                       MOVE CONT-PHONE TO CL-PHONE-OUT
                       WRITE PRINTLINE FROM CONTACT-LINE-1
                       WRITE PRINTLINE FROM CONTACT-LINE-2
                       PERFORM 830-COUNT-ONE-RECORD
               END-READ
               CLOSE CONTACT-FILE
           END-IF.
           PERFORM 805-END-SECTION.

      *-----------------------------------------------------------------
      * Applications are keyed on their own number; the student's are
      * the ones the offer minted this student number for
      *-----------------------------------------------------------------
       330-EXTRACT-APPLICATIONS.
           MOVE "APPLICATIONS (APPLICNT.TXT)" TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT APPLICANT-FILE.
           IF APPLICANT-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 331-READ-APPLICANT
               PERFORM 332-CHECK-ONE-APPLICANT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE APPLICANT-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       331-READ-APPLICANT.
           READ APPLICANT-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       332-CHECK-ONE-APPLICANT.
           IF APPL-STUDENT-NUMBER = REQ-NUMBER-WS
               MOVE APPL-NUMBER TO AL-NUMBER-OUT
               MOVE APPL-STATUS TO AL-STATUS-OUT
               MOVE APPL-TERM TO AL-TERM-OUT
               MOVE APPL-PROGRAM TO AL-PROGRAM-OUT
               MOVE APPL-NAME TO AL-NAME-OUT
               MOVE APPL-ADDRESS-1 TO AL-ADDRESS-OUT
               MOVE APPL-CITY TO AL-CITY-OUT
               MOVE APPL-POSTAL-CODE TO AL-POSTAL-OUT
               MOVE APPL-COURSE-1 TO AL-COURSE-1-OUT
               MOVE APPL-COURSE-2 TO AL-COURSE-2-OUT
               MOVE APPL-COURSE-3 TO AL-COURSE-3-OUT
               MOVE APPL-COURSE-4 TO AL-COURSE-4-OUT
               MOVE APPL-COURSE-5 TO AL-COURSE-5-OUT
               WRITE PRINTLINE FROM APPLICANT-LINE-1
               WRITE PRINTLINE FROM APPLICANT-LINE-2
               WRITE PRINTLINE FROM APPLICANT-LINE-3
               WRITE PRINTLINE FROM APPLICANT-LINE-4
               IF APPL-DEPOSIT-STATUS NOT = SPACE
                   MOVE APPL-DEPOSIT-AMOUNT TO AL-DEPOSIT-OUT
                   MOVE APPL-DEPOSIT-DATE TO AL-DEPOSIT-DATE-OUT
                   MOVE APPL-DEPOSIT-RECEIPT TO AL-DEPOSIT-RECEIPT-OUT
                   MOVE APPL-DEPOSIT-STATUS TO AL-DEPOSIT-STATUS-OUT
                   WRITE PRINTLINE FROM APPLICANT-LINE-5
               END-IF
               PERFORM 830-COUNT-ONE-RECORD
           END-IF.
           PERFORM 331-READ-APPLICANT.

       340-EXTRACT-AUDIT-LINES.
           MOVE "PAYMENT AND BALANCE AUDIT TRAIL (TUITIONAUDIT.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT TUITION-AUDIT-FILE.
           IF AUDIT-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 341-READ-AUDIT-RECORD
               PERFORM 342-CHECK-ONE-AUDIT-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE TUITION-AUDIT-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       341-READ-AUDIT-RECORD.
           READ TUITION-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       342-CHECK-ONE-AUDIT-LINE.
           IF AUDIT-STUDENT-NUMBER = REQ-NUMBER-X-WS
               MOVE AUDIT-RECORD-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 341-READ-AUDIT-RECORD.

       350-EXTRACT-RECEIPTS.
           MOVE "RECEIPTS ISSUED (RECEIPTS.TXT)" TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT RECEIPT-FILE.
           IF RECEIPT-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 351-READ-RECEIPT
               PERFORM 352-CHECK-ONE-RECEIPT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE RECEIPT-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       351-READ-RECEIPT.
           READ RECEIPT-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       352-CHECK-ONE-RECEIPT.
           IF RCPT-STUDENT-NUMBER-IN = REQ-NUMBER-X-WS
               MOVE RECEIPT-RECORD-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 351-READ-RECEIPT.

       360-EXTRACT-HOLDS.
           MOVE "HOLDS NOW ON THE ACCOUNT (STUHOLDS.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               MOVE REQ-NUMBER-WS TO HOLD-STUDENT-NUMBER
               MOVE LOW-VALUES TO HOLD-TYPE
               START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-SCAN-SW
               END-START
               PERFORM 361-READ-NEXT-HOLD
               PERFORM 362-REPORT-ONE-HOLD
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE HOLD-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       361-READ-NEXT-HOLD.
           IF EOF-SCAN-SW = "NO"
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "YES" TO EOF-SCAN-SW
               END-READ
           END-IF.
           IF EOF-SCAN-SW = "NO"
               IF HOLD-STUDENT-NUMBER NOT = REQ-NUMBER-WS
                   MOVE "YES" TO EOF-SCAN-SW
               END-IF
           END-IF.

       362-REPORT-ONE-HOLD.
           MOVE HOLD-TYPE TO HL-TYPE-OUT.
           MOVE HOLD-REASON TO HL-REASON-OUT.
           MOVE HOLD-PLACED-BY TO HL-PLACED-BY-OUT.
           MOVE HOLD-PLACED-DATE TO HL-PLACED-DATE-OUT.
           WRITE PRINTLINE FROM HOLD-LINE.
           PERFORM 830-COUNT-ONE-RECORD.
           PERFORM 361-READ-NEXT-HOLD.

       370-EXTRACT-HOLD-LOG.
           MOVE "HOLDS PLACED AND RELEASED (HOLDLOG.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT HOLD-LOG-FILE.
           IF HOLDLOG-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 371-READ-HOLD-LOG
               PERFORM 372-CHECK-ONE-HOLD-LOG-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE HOLD-LOG-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       371-READ-HOLD-LOG.
           READ HOLD-LOG-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       372-CHECK-ONE-HOLD-LOG-LINE.
           IF HLG-STUDENT-NUMBER = REQ-NUMBER-X-WS
               MOVE HOLD-LOG-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 371-READ-HOLD-LOG.

       380-EXTRACT-PLAN.
           MOVE "PAYMENT PLAN INSTALLMENTS (PAYPLAN.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT PLAN-FILE.
           IF PLAN-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               MOVE REQ-NUMBER-WS TO PLAN-STUDENT-NUMBER
               MOVE ZERO TO PLAN-INSTALLMENT-NO
               START PLAN-FILE KEY IS NOT LESS THAN PLAN-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-SCAN-SW
               END-START
               PERFORM 381-READ-NEXT-INSTALLMENT
               PERFORM 382-REPORT-ONE-INSTALLMENT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE PLAN-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       381-READ-NEXT-INSTALLMENT.
           IF EOF-SCAN-SW = "NO"
               READ PLAN-FILE NEXT
                   AT END
                       MOVE "YES" TO EOF-SCAN-SW
               END-READ
           END-IF.
           IF EOF-SCAN-SW = "NO"
               IF PLAN-STUDENT-NUMBER NOT = REQ-NUMBER-WS
                   MOVE "YES" TO EOF-SCAN-SW
               END-IF
           END-IF.

       382-REPORT-ONE-INSTALLMENT.
           MOVE PLAN-INSTALLMENT-NO TO PL-NUMBER-OUT.
           MOVE PLAN-DUE-DATE TO PL-DUE-DATE-OUT.
           MOVE PLAN-AMOUNT-DUE TO PL-AMOUNT-OUT.
           WRITE PRINTLINE FROM PLAN-LINE.
           PERFORM 830-COUNT-ONE-RECORD.
           PERFORM 381-READ-NEXT-INSTALLMENT.

       390-EXTRACT-SPONSOR-COVER.
           MOVE "SPONSOR COVERAGE (SPONCOVER.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT SPONSOR-COVER-FILE.
           IF COVER-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE REQ-NUMBER-WS TO COV-STUDENT-NUMBER
               READ SPONSOR-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 391-REPORT-COVERAGE
               END-READ
               CLOSE SPONSOR-COVER-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       391-REPORT-COVERAGE.
           MOVE COV-SPONSOR-CODE TO SL-CODE-OUT.
           MOVE COV-PERCENT TO SL-PERCENT-OUT.
           MOVE "SPONSOR NOT ON FILE" TO SL-NAME-OUT.
           OPEN INPUT SPONSOR-FILE.
           IF SPONSOR-STATUS-WS = "00"
               MOVE COV-SPONSOR-CODE TO SPON-CODE
               READ SPONSOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPON-NAME TO SL-NAME-OUT
               END-READ
               CLOSE SPONSOR-FILE
           END-IF.
           WRITE PRINTLINE FROM SPONSOR-LINE.
           PERFORM 830-COUNT-ONE-RECORD.

       400-EXTRACT-WAITLIST.
           MOVE "COURSE WAITLISTS (WAITLIST.TXT)" TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 401-READ-WAITLIST
               PERFORM 402-CHECK-ONE-WAITLIST-ENTRY
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE WAITLIST-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       401-READ-WAITLIST.
           READ WAITLIST-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       402-CHECK-ONE-WAITLIST-ENTRY.
           IF WAIT-STUDENT-NUMBER = REQ-NUMBER-WS
               MOVE WAIT-COURSE-CODE TO WL-COURSE-OUT
               MOVE WAIT-POSITION TO WL-POSITION-OUT
               MOVE WAIT-DATE TO WL-DATE-OUT
               WRITE PRINTLINE FROM WAITLIST-LINE
               PERFORM 830-COUNT-ONE-RECORD
           END-IF.
           PERFORM 401-READ-WAITLIST.

       410-EXTRACT-REFUND-QUEUE.
           MOVE "REFUND REQUESTS (REFUNDQ.TXT)" TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT REFUND-QUEUE-FILE.
           IF QUEUE-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 411-READ-REFUND-QUEUE
               PERFORM 412-CHECK-ONE-REFUND
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE REFUND-QUEUE-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       411-READ-REFUND-QUEUE.
           READ REFUND-QUEUE-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       412-CHECK-ONE-REFUND.
           IF RFQ-STUDENT-NUMBER = REQ-NUMBER-WS
               MOVE REFUND-QUEUE-REC TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 411-READ-REFUND-QUEUE.

       420-EXTRACT-CHEQUE-REGISTER.
           MOVE "REFUND CHEQUES (CHEQUEREG.TXT)" TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT CHEQUE-REGISTER-FILE.
           IF REGISTER-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 421-READ-CHEQUE-REGISTER
               PERFORM 422-CHECK-ONE-CHEQUE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE CHEQUE-REGISTER-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       421-READ-CHEQUE-REGISTER.
           READ CHEQUE-REGISTER-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       422-CHECK-ONE-CHEQUE.
           IF CHQ-STUDENT-NUMBER-IN = REQ-NUMBER-X-WS
               MOVE CHEQUE-REGISTER-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 421-READ-CHEQUE-REGISTER.

       430-EXTRACT-PLACEMENTS.
           MOVE "COLLECTION AGENCY PLACEMENTS (AGYPLACE.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT PLACEMENT-FILE.
           IF PLACEMENT-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               MOVE REQ-NUMBER-WS TO AGP-STUDENT-NUMBER
               MOVE LOW-VALUES TO AGP-TERM-CODE
               START PLACEMENT-FILE KEY IS NOT LESS THAN AGP-KEY
                   INVALID KEY
                       MOVE "YES" TO EOF-SCAN-SW
               END-START
               PERFORM 431-READ-NEXT-PLACEMENT
               PERFORM 432-REPORT-ONE-PLACEMENT
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE PLACEMENT-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       431-READ-NEXT-PLACEMENT.
           IF EOF-SCAN-SW = "NO"
               READ PLACEMENT-FILE NEXT
                   AT END
                       MOVE "YES" TO EOF-SCAN-SW
               END-READ
           END-IF.
           IF EOF-SCAN-SW = "NO"
               IF AGP-STUDENT-NUMBER NOT = REQ-NUMBER-WS
                   MOVE "YES" TO EOF-SCAN-SW
               END-IF
           END-IF.

       432-REPORT-ONE-PLACEMENT.
           MOVE AGP-TERM-CODE TO PLC-TERM-OUT.
           MOVE AGP-PLACED-DATE TO PLC-DATE-OUT.
           MOVE AGP-PLACED-BY TO PLC-PLACED-BY-OUT.
           MOVE AGP-PLACED-AMOUNT TO PLC-AMOUNT-OUT.
           MOVE AGP-RECOVERED-GROSS TO PLC-RECOVERED-OUT.
           MOVE AGP-STATUS TO PLC-STATUS-OUT.
           MOVE AGP-STUDENT-NAME TO PLC-NAME-OUT.
           WRITE PRINTLINE FROM PLACEMENT-LINE-1.
           WRITE PRINTLINE FROM PLACEMENT-LINE-2.
           PERFORM 830-COUNT-ONE-RECORD.
           PERFORM 431-READ-NEXT-PLACEMENT.

       440-EXTRACT-EXCEPTIONS.
           MOVE "PROCESSING EXCEPTIONS (EXCEPTIONS.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 441-READ-EXCEPTION
               PERFORM 442-CHECK-ONE-EXCEPTION
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE EXCEPTION-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       441-READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       442-CHECK-ONE-EXCEPTION.
           IF STUDENT-NUMBER-EXC-IN = REQ-NUMBER-X-WS
               MOVE EXCEPTION-RECORD-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 441-READ-EXCEPTION.

      *-----------------------------------------------------------------
      * The merge trail holds whole record images; the student number
      * leads each image
      *-----------------------------------------------------------------
       450-EXTRACT-MERGE-TRAIL.
           MOVE "RECORD MERGE TRAIL (MERGETRL.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT MERGE-TRAIL-FILE.
           IF TRAIL-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 451-READ-MERGE-TRAIL
               PERFORM 452-CHECK-ONE-TRAIL-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE MERGE-TRAIL-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       451-READ-MERGE-TRAIL.
           READ MERGE-TRAIL-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       452-CHECK-ONE-TRAIL-LINE.
           IF TRL-STUDENT-NUMBER-IN = REQ-NUMBER-X-WS
               MOVE MERGE-TRAIL-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 451-READ-MERGE-TRAIL.

       460-EXTRACT-MAINT-AUDIT.
           MOVE "MAINTENANCE AND MERGE CHANGES (MAINTAUDIT.TXT)"
               TO SECTION-TITLE-OUT.
           PERFORM 800-START-SECTION.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAINT-STATUS-WS NOT = "00"
               PERFORM 810-NOTE-FILE-MISSING
           ELSE
               MOVE "NO" TO EOF-SCAN-SW
               PERFORM 461-READ-MAINT-RECORD
               PERFORM 462-CHECK-ONE-MAINT-LINE
                   UNTIL EOF-SCAN-SW = "YES"
               CLOSE MAINT-AUDIT-FILE
           END-IF.
           PERFORM 805-END-SECTION.

       461-READ-MAINT-RECORD.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE "YES" TO EOF-SCAN-SW
           END-READ.

       462-CHECK-ONE-MAINT-LINE.
           IF MA-STUDENT-NUMBER = REQ-NUMBER-X-WS
               MOVE MAINT-AUDIT-RECORD-IN TO RAW-IMAGE-OUT
               PERFORM 840-PRINT-RAW-LINE
           END-IF.
           PERFORM 461-READ-MAINT-RECORD.

      *-----------------------------------------------------------------
      * Report layout helpers
      *-----------------------------------------------------------------
       800-START-SECTION.
           MOVE ZERO TO SECTION-COUNT-WS.
           MOVE SPACES TO PRINTLINE.
           WRITE PRINTLINE.
           WRITE PRINTLINE FROM SECTION-TITLE-LINE.

       805-END-SECTION.
           IF SECTION-COUNT-WS = ZERO
               WRITE PRINTLINE FROM NONE-LINE
           END-IF.

      *    Counts as a line of its own so the section does not also
      *    claim "NONE HELD"
       810-NOTE-FILE-MISSING.
           MOVE "FILE NOT ON DISK - NOTHING HELD THERE"
               TO NOTE-TEXT-OUT.
           WRITE PRINTLINE FROM NOTE-LINE.
           ADD 1 TO SECTION-COUNT-WS.

       820-PRINT-TERM-IMAGE.
           MOVE TI-TERM-CODE TO TL-TERM-OUT.
           MOVE TI-PROGRAM-CODE TO TL-PROGRAM-OUT.
           MOVE TI-BILLING-DATE TO TL-BILLING-OUT.
           MOVE TI-TUITION-OWED TO TL-OWED-OUT.
           MOVE TI-STUDENT-NAME TO TL-NAME-OUT.
           PERFORM 821-MOVE-ONE-SLOT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > 5.
           WRITE PRINTLINE FROM TERM-LINE-1.
           WRITE PRINTLINE FROM TERM-LINE-2.
           WRITE PRINTLINE FROM TERM-LINE-3.
           PERFORM 830-COUNT-ONE-RECORD.

       821-MOVE-ONE-SLOT.
           MOVE TI-COURSE-CODE(SLOT-SUB) TO TL-COURSE-OUT(SLOT-SUB).
           MOVE TI-AVERAGE(SLOT-SUB) TO TL-AVERAGE-OUT(SLOT-SUB).

       830-COUNT-ONE-RECORD.
           ADD 1 TO SECTION-COUNT-WS.
           ADD 1 TO REPORT-COUNT-WS.

       840-PRINT-RAW-LINE.
           WRITE PRINTLINE FROM RAW-LINE.
           PERFORM 830-COUNT-ONE-RECORD.

       END PROGRAM PRIVEXTR.
