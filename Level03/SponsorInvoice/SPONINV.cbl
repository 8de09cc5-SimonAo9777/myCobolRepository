      *                 number PLUS term (like STUHIST.TXT's
      *                 HIST-KEY); a covered student's invoiced
      *                 balance is the SUM of their term records.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region. The region SITE.CFG names now
      *                 prints on the report heading.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPONINV.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVER-FILE
                ASSIGN USING SPONCOVER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COV-STUDENT-NUMBER
                  FILE STATUS IS COVER-STATUS-WS.

           SELECT STUDENT-IN
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT SPONSOR-FILE
                ASSIGN USING SPONSOR-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SPON-CODE
                  FILE STATUS IS SPONSOR-STATUS-WS.

           SELECT INVOICE-FILE-OUT
                ASSIGN USING SPONINV-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

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
       01  SPONCOVER-PATH-WS           PIC X(80)
               VALUE "SPONCOVER.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  SPONSOR-PATH-WS             PIC X(80)
               VALUE "SPONSOR.TXT".
       01  SPONINV-PATH-WS             PIC X(80)
               VALUE "SPONINV.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  COVER-STATUS-WS             PIC X(2).
       01  STATUS-FIELD                PIC X(2).
       01  SPONSOR-STATUS-WS           PIC X(2).
       01  INVOICE-TITLE-LINE.
           05 FILLER  PIC X(21) VALUE "SPONSOR INVOICE  -  ".
           05 TITLE-DATE-OUT         PIC 9(8).
           05 FILLER  PIC X(10) VALUE "  REGION: ".
           05 TITLE-REGION-OUT       PIC X(8).
       01  INVOICE-SPONSOR-LINE.
           05 INV-SPONSOR-CODE-OUT   PIC X(5).
           05 FILLER                 PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRODUCE-INVOICES.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 210-READ-COVER-RECORD
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING SPONCOVER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONSOR-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING SPONINV-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.
           MOVE SITE-REGION-WS TO TITLE-REGION-OUT.

       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT COVER-FILE.
