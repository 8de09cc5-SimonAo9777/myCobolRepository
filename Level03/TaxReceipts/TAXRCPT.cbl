      *            shared EXCEPTIONS.TXT layout the way COLLLTR
      *            handles that gap.
      * Tectonics: cobc
      * 2026/10/15 SA  Ancillary fee charges (audit lines flagged "X")
      *                 are left out of the year's net like late fees:
      *                 they are charges, not money paid.
      * 2026/10/15 SA  NSF fee charges (audit lines flagged "N") are
      *                 left out of the year's net the same way.
      * 2026/10/15 SA  Bad-debt write-offs ("B") and agency recoveries
      *                 ("Y") are not tuition paid by the student and
      *                 are left out of the receipt amount.
      * 2026/10/15 SA  A deposit taken from an applicant ("D") is not
      *                 tuition paid until STULOAD applies it to the
      *                 account; the "E" line it applies under counts
      *                 as paid in the year it is applied.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRCPT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUITION-AUDIT-FILE
                ASSIGN USING TUITIONAUDIT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS-WS.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT RECEIPT-FILE-OUT
                ASSIGN USING TAXRCPTS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE-OUT
                ASSIGN USING TAXREG-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SERIAL-FILE
                ASSIGN USING TAXRCPTNO-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SERIAL-STATUS-WS.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TUITIONAUDIT-PATH-WS        PIC X(80)
               VALUE "TUITIONAUDIT.TXT".
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  TAXRCPTS-PATH-WS            PIC X(80)
               VALUE "TAXRCPTS.TXT".
       01  TAXREG-PATH-WS              PIC X(80)
               VALUE "TAXREG.TXT".
       01  TAXRCPTNO-PATH-WS           PIC X(80)
               VALUE "TAXRCPTNO.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  AUDIT-STATUS-WS             PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  SERIAL-STATUS-WS            PIC X(2).
           05 FILLER  PIC X(33)
               VALUE "OFFICIAL TUITION TAX RECEIPT FOR ".
           05 RCPT-YEAR-OUT          PIC X(4).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 RCPT-REGION-OUT        PIC X(8).
       01  RECEIPT-SERIAL-LINE.
           05 FILLER                 PIC X(16)
               VALUE "RECEIPT SERIAL: ".

       PROCEDURE DIVISION.
       100-PRODUCE-TAX-RECEIPTS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-RECEIPT-YEAR.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING TUITIONAUDIT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TAXRCPTS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TAXREG-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TAXRCPTNO-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO RCPT-REGION-OUT.

       200-ACCEPT-RECEIPT-YEAR.
           DISPLAY "Enter calendar year for the receipts (CCYY): ".
           ACCEPT RECEIPT-YEAR-WS.
                       OR AUDIT-TXN-TYPE = "L"
                       OR AUDIT-TXN-TYPE = "M"
                       OR AUDIT-TXN-TYPE = "C"
                       OR AUDIT-TXN-TYPE = "X"
                       OR AUDIT-TXN-TYPE = "N"
                       OR AUDIT-TXN-TYPE = "B"
                       OR AUDIT-TXN-TYPE = "Y"
                       OR AUDIT-TXN-TYPE = "D"
                   CONTINUE
               ELSE
                   PERFORM 300-FIND-NET-ENTRY
