      *            year.  Supervisor authority through the shared
      *            SIGNON subprogram is required.
      * Tectonics: cobc
      * 2026/10/15 SA  Ancillary fee lines ("X", written by FEEASSES)
      *                 net into the carry-forward as charges, like
      *                 late fees.
      * 2026/10/15 SA  NSF fee lines ("N", written by NSFIMP) net into
      *                 the carry-forward as charges like late fees.
      * 2026/10/15 SA  Agency recoveries ("Y" lines from AGYRECOV)
      *                 move no balance and are left out of the
      *                 carried-forward net like refund disbursements;
      *                 bad-debt write-offs ("B") net as credits.
      * 2026/10/15 SA  Applicant deposit lines ("D", from APPLMNT and
      *                 STULOAD) move no balance and are left out of
      *                 the carried-forward net; a deposit applied at
      *                 load ("E") nets as a credit.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The archive COPY and DEL commands
      *                 are built from the resolved names, so the dated
      *                 archives land beside the files they came from.
      * 2026/10/15 SA  AUDIT-RECORD-IN now carries the filler and term
      *                 code at the end of the shared audit layout, so
      *                 the archive and keep files copy every line
      *                 whole.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: audit
      *                 lines read, carry-forward records written, the
      *                 lines archived as control total and the return
      *                 code, including a close refused at sign-on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FYCLOSE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT AUDIT-ARCHIVE-OUT
                ASSIGN USING TUITIONAUDIT-ARC-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-KEEP-OUT
                ASSIGN USING AUDITKEEP-WRK-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-AUDIT-FILE
                ASSIGN USING MAINTAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS MAINT-STATUS-WS.

           SELECT MAINT-ARCHIVE-OUT
                ASSIGN USING MAINTAUDIT-ARC-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-KEEP-OUT
                ASSIGN USING MAINTKEEP-WRK-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARRY-FORWARD-OUT
                ASSIGN USING CARRYFWD-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 AUDIT-METHOD           PIC X(1).
           05 FILLER                 PIC X(2).
           05 AUDIT-BANK-REF         PIC X(12).
           05 FILLER                 PIC X(2).
           05 AUDIT-TERM-CODE        PIC X(4).

       FD  AUDIT-ARCHIVE-OUT.
       01  AUDIT-ARCHIVE-RECORD      PIC X(113).
           05 CF-AS-OF-DATE          PIC 9(8).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  TUITIONAUDIT-ARC-PATH-WS    PIC X(80)
               VALUE "TUITIONAUDIT.ARC".
       01  AUDITKEEP-WRK-PATH-WS       PIC X(80)
               VALUE "AUDITKEEP.WRK".
       01  MAINTAUDIT-PATH-WS          PIC X(80)
               VALUE "MAINTAUDIT.TXT".
       01  MAINTAUDIT-ARC-PATH-WS      PIC X(80)
               VALUE "MAINTAUDIT.ARC".
       01  MAINTKEEP-WRK-PATH-WS       PIC X(80)
               VALUE "MAINTKEEP.WRK".
       01  CARRYFWD-PATH-WS            PIC X(80)
               VALUE "CARRYFWD.TXT".
       01  RECEIPTS-PATH-WS            PIC X(80)
               VALUE "RECEIPTS.TXT".

       01  AUDIT-STATUS-WS             PIC X(2).
       01  MAINT-STATUS-WS             PIC X(2).
       01  EOF-AUDIT-SW                PIC X(3)   VALUE "NO".
       01  AUDIT-KEPT-WS               PIC 9(6)   VALUE ZERO.
       01  MAINT-ARCHIVED-WS           PIC 9(6)   VALUE ZERO.
       01  MAINT-KEPT-WS               PIC 9(6)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       01  COMMAND-WS                  PIC X(170).
       01  COMMAND-FROM-WS             PIC X(80).
       01  COMMAND-TO-WS               PIC X(80).
       01  ARCHIVE-STEM-WS             PIC X(20).

       PROCEDURE DIVISION.
       100-CLOSE-FISCAL-YEAR.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           CALL "SIGNON" USING OPERATOR-ID-WS, OPERATOR-AUTH-WS,
               SIGNON-VALID-SW.
           IF SIGNON-VALID-SW NOT = "Y" OR OPERATOR-AUTH-WS < 3
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED - CLOSE REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID-WS TO RL-OPERATOR.
           PERFORM 200-ACCEPT-CUTOFF-DATE.
           PERFORM 210-SPLIT-TUITION-AUDIT.
           IF ABORT-SW = "N"
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
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TUITIONAUDIT-ARC-PATH-WS,
               SITE-REGION-WS.
           CALL "SITECFG" USING AUDITKEEP-WRK-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTAUDIT-ARC-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING MAINTKEEP-WRK-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CARRYFWD-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING RECEIPTS-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the lines read are both audit
      * trails, the records written are the carry-forward records, and
      * the control total is the number of lines archived
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "FYCLOSE" TO RL-PROGRAM.
           MOVE "FYCLOSE" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           ADD AUDIT-ARCHIVED-WS AUDIT-KEPT-WS MAINT-ARCHIVED-WS
               MAINT-KEPT-WS GIVING RL-RECORDS-READ.
           MOVE CARRY-COUNT TO RL-RECORDS-WRITTEN.
           MOVE ZERO TO RL-RECORDS-REJECTED.
           ADD AUDIT-ARCHIVED-WS MAINT-ARCHIVED-WS
               GIVING RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-CUTOFF-DATE.
           DISPLAY "Enter fiscal-year cutoff date (YYYYMMDD): ".
           ACCEPT CUTOFF-DATE-WS.
           PERFORM 211-READ-AUDIT-RECORD.

       220-NET-ONE-ARCHIVED-LINE.
           IF AUDIT-TXN-TYPE = "F" OR AUDIT-TXN-TYPE = "Y"
                   OR AUDIT-TXN-TYPE = "D"
               CONTINUE
           ELSE
               PERFORM 230-FIND-CARRY-ENTRY
               IF CARRY-FOUND-SW = "Y"
                   PERFORM 231-DE-EDIT-PAYMENT
                   IF AUDIT-TXN-TYPE = "R" OR AUDIT-TXN-TYPE = "L"
                       OR AUDIT-TXN-TYPE = "C" OR AUDIT-TXN-TYPE = "X"
                       OR AUDIT-TXN-TYPE = "N"
                       OR (AUDIT-TXN-TYPE = "M"
                           AND AUDIT-REASON-CODE = "MI")
                       ADD PAYMENT-AMOUNT-WS
      * on uninterrupted
      *-----------------------------------------------------------------
       250-ARCHIVE-RECEIPTS.
           MOVE "RECEIPTS." TO ARCHIVE-STEM-WS.
           PERFORM 292-NAME-DATED-ARCHIVE.
           MOVE RECEIPTS-PATH-WS TO COMMAND-FROM-WS.
           PERFORM 290-COPY-FILE.
           PERFORM 291-DELETE-FILE.

       260-WRITE-CARRY-FORWARD.
           OPEN OUTPUT CARRY-FORWARD-OUT.
      * builds its own COPY commands
      *-----------------------------------------------------------------
       270-SWAP-IN-KEEP-FILES.
           MOVE "TUITIONAUDIT." TO ARCHIVE-STEM-WS.
           PERFORM 292-NAME-DATED-ARCHIVE.
           MOVE TUITIONAUDIT-ARC-PATH-WS TO COMMAND-FROM-WS.
           PERFORM 290-COPY-FILE.
           PERFORM 291-DELETE-FILE.
           MOVE AUDITKEEP-WRK-PATH-WS TO COMMAND-FROM-WS.
           MOVE TUITIONAUDIT-PATH-WS TO COMMAND-TO-WS.
           PERFORM 290-COPY-FILE.
           PERFORM 291-DELETE-FILE.
           MOVE "MAINTAUDIT." TO ARCHIVE-STEM-WS.
           PERFORM 292-NAME-DATED-ARCHIVE.
           MOVE MAINTAUDIT-ARC-PATH-WS TO COMMAND-FROM-WS.
           PERFORM 290-COPY-FILE.
           PERFORM 291-DELETE-FILE.
           MOVE MAINTKEEP-WRK-PATH-WS TO COMMAND-FROM-WS.
           MOVE MAINTAUDIT-PATH-WS TO COMMAND-TO-WS.
           PERFORM 290-COPY-FILE.
           PERFORM 291-DELETE-FILE.

       280-DISPLAY-CLOSE-SUMMARY.
           DISPLAY "FISCAL-YEAR CLOSE SUMMARY AT " CUTOFF-DATE-WS.
           DISPLAY CARRY-COUNT
               " CARRY-FORWARD RECORDS WERE WRITTEN. ".

      *-----------------------------------------------------------------
      * File moves happen in the region's data directory, so every
      * command is built from the resolved names; a dated archive
      * name goes through SITECFG the same way
      *-----------------------------------------------------------------
       290-COPY-FILE.
           MOVE SPACES TO COMMAND-WS.
           STRING "COPY " DELIMITED BY SIZE
                  COMMAND-FROM-WS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  COMMAND-TO-WS DELIMITED BY SPACE
               INTO COMMAND-WS.
           CALL "SYSTEM" USING COMMAND-WS.

       291-DELETE-FILE.
           MOVE SPACES TO COMMAND-WS.
           STRING "DEL " DELIMITED BY SIZE
                  COMMAND-FROM-WS DELIMITED BY SPACE
               INTO COMMAND-WS.
           CALL "SYSTEM" USING COMMAND-WS.

       292-NAME-DATED-ARCHIVE.
           MOVE SPACES TO COMMAND-TO-WS.
           STRING ARCHIVE-STEM-WS DELIMITED BY SPACE
                  CUTOFF-DATE-WS DELIMITED BY SIZE
                  ".ARC" DELIMITED BY SIZE
               INTO COMMAND-TO-WS.
           CALL "SITECFG" USING COMMAND-TO-WS, SITE-REGION-WS.

       END PROGRAM FYCLOSE.
