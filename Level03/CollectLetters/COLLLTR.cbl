      *            A student past the bucket with no contact record
      *            is logged to the shared EXCEPTIONS.TXT layout.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLLTR.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-REPORT-IN
                ASSIGN USING AGINGREPORT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS AGING-STATUS-WS.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT LETTER-FILE-OUT
                ASSIGN USING COLLLETTERS-PATH-WS
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
       01  AGINGREPORT-PATH-WS         PIC X(80)
               VALUE "AGINGREPORT.TXT".
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  COLLLETTERS-PATH-WS         PIC X(80)
               VALUE "COLLLETTERS.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  AGING-STATUS-WS             PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  EOF-AGING-SW                PIC X(3)   VALUE "NO".

       PROCEDURE DIVISION.
       100-PRODUCE-LETTER-FILE.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-ACCEPT-CUTOFF-BUCKET.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING AGINGREPORT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COLLLETTERS-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.

       200-ACCEPT-CUTOFF-BUCKET.
           PERFORM 201-PROMPT-CUTOFF-BUCKET
               UNTIL CUTOFF-BUCKET-WS > 0 AND CUTOFF-BUCKET-WS < 5.
