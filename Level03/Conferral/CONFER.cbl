      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Credential conferral for a convocation.  The operator
      *            keys the convocation date and confirms; every
      *            approved graduate on GRADAUDT's GRADLIST.TXT is
      *            issued the next diploma number from DIPLOMANO.TXT
      *            (rewritten after every number, the way RECEIPTNO.TXT
      *            is, so a crash never reuses one) and written to the
      *            permanent CREDENTIAL.TXT register - student,
      *            program, conferral date, diploma number.  That
      *            register is what marks the student graduated:
      *            TRANSCRPT prints CREDENTIAL CONFERRED from it.  A
      *            student already conferred in that program is
      *            skipped and counted, never numbered twice.  Each
      *            new credential gets a parchment-printing merge line
      *            on PARCHMENT.TXT with the name and address from
      *            STUCONTACT.TXT; a graduate with no contact record
      *            still gets the line, address blank, and is logged
      *            to EXCEPTIONS.TXT so the address is chased down
      *            before the parchment is mailed.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: graduates
      *                 listed, credentials conferred, graduates
      *                 already conferred, the diplomas numbered as
      *                 control total and the return code, including a
      *                 conferral cancelled at the prompt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADUATE-LIST-IN
                ASSIGN USING GRADLIST-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS LIST-STATUS-WS.

           SELECT CREDENTIAL-FILE
                ASSIGN USING CREDENTIAL-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CRD-KEY
                  FILE STATUS IS CREDENTIAL-STATUS-WS.

           SELECT DIPLOMA-NUMBER-FILE
                ASSIGN USING DIPLOMANO-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS NUMBER-STATUS-WS.

           SELECT CONTACT-FILE
                ASSIGN USING STUCONTACT-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CONT-STUDENT-NUMBER
                  FILE STATUS IS CONTACT-STATUS-WS.

           SELECT PROGRAM-IN
                ASSIGN USING PROGRAM-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARCHMENT-FILE-OUT
                ASSIGN USING PARCHMENT-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      *GRADAUDT's ready-to-graduate line; its heading line carries no
      *student number and is passed over
      *-----------------------------------------------------------------
       FD  GRADUATE-LIST-IN.
       01  GRADUATE-RECORD-IN.
           05 GRD-NUMBER-IN          PIC X(6).
           05 FILLER                 PIC X(3).
           05 GRD-NAME-IN            PIC X(40).
           05 FILLER                 PIC X(2).
           05 GRD-PROGRAM-IN         PIC X(5).
           05 FILLER                 PIC X(4).
           05 GRD-TERM-IN            PIC X(4).
       01  GRADUATE-NUMBER-VIEW.
           05 GRD-NUMBER-NUM         PIC 9(6).
           05 FILLER                 PIC X(58).

       FD  CREDENTIAL-FILE.
           COPY "CREDENTIAL-REGISTER.TXT".

      *-----------------------------------------------------------------
      *Last diploma number issued; rewritten after every credential
      *-----------------------------------------------------------------
       FD  DIPLOMA-NUMBER-FILE.
       01  DIPLOMA-NUMBER-RECORD     PIC 9(6).

       FD  CONTACT-FILE.
           COPY "STUDENT-CONTACT.TXT".

       FD  PROGRAM-IN.
           COPY "PROGRAM-INFOR.TXT".

      *-----------------------------------------------------------------
      *Parchment-printing merge line: every field the parchment and
      *its mailing envelope need in fixed columns
      *-----------------------------------------------------------------
       FD  PARCHMENT-FILE-OUT.
       01  PARCHMENT-RECORD-OUT.
           05 PAR-DIPLOMA-NUMBER-OUT PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-STUDENT-NUMBER-OUT PIC 9(6).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-STUDENT-NAME-OUT   PIC X(40).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-PROGRAM-CODE-OUT   PIC X(5).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-PROGRAM-NAME-OUT   PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-CONFERRAL-DATE-OUT PIC 9(8).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-ADDRESS-1-OUT      PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-ADDRESS-2-OUT      PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-CITY-OUT           PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 PAR-POSTAL-CODE-OUT    PIC X(7).

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
       01  GRADLIST-PATH-WS            PIC X(80)
               VALUE "GRADLIST.TXT".
       01  CREDENTIAL-PATH-WS          PIC X(80)
               VALUE "CREDENTIAL.TXT".
       01  DIPLOMANO-PATH-WS           PIC X(80)
               VALUE "DIPLOMANO.TXT".
       01  STUCONTACT-PATH-WS          PIC X(80)
               VALUE "STUCONTACT.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  PARCHMENT-PATH-WS           PIC X(80)
               VALUE "PARCHMENT.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  LIST-STATUS-WS              PIC X(2).
       01  CREDENTIAL-STATUS-WS        PIC X(2).
       01  NUMBER-STATUS-WS            PIC X(2).
       01  CONTACT-STATUS-WS           PIC X(2).
       01  EOF-LIST-SW                 PIC X(3)   VALUE "NO".
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  CONTACTS-AVAILABLE-SW       PIC X(1)   VALUE "N".
       01  CONTACT-FOUND-SW            PIC X(1)   VALUE "N".
       01  ALREADY-CONFERRED-SW        PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

      *-----------------------------------------------------------------
      *The convocation being conferred
      *-----------------------------------------------------------------
       01  CONVOCATION-DATE-WS         PIC 9(8)   VALUE ZERO.
       01  CONFIRM-ENTRY               PIC X(1).
       01  DIPLOMA-NUMBER-WS           PIC 9(6)   VALUE ZERO.

      *-----------------------------------------------------------------
      *Program-of-study table loaded from PROGRAM.TXT, for the program
      *name printed on the parchment
      *-----------------------------------------------------------------
       01  PROGRAM-TBL.
           05 PROGRAM-VALUES-TBL OCCURS 50 TIMES.
               10 PROGRAM-CODE-TBL     PIC X(5).
               10 PROGRAM-NAME-TBL     PIC X(20).
       01  EOF-PROGRAM                 PIC X(3)   VALUE "NO".
       01  PROGRAM-SUB                 PIC 9(2)   VALUE ZERO.
       01  PROGRAM-COUNT-WS            PIC 9(2)   VALUE ZERO.
       01  FOUND-TBL                   PIC X(3)   VALUE "NO".
       01  PROGRAM-NAME-WS             PIC X(20).

       01  RUN-COUNTS-WS.
           05 LISTED-COUNT-WS        PIC 9(5)   VALUE ZERO.
           05 CONFERRED-COUNT-WS     PIC 9(5)   VALUE ZERO.
           05 SKIPPED-COUNT-WS       PIC 9(5)   VALUE ZERO.
           05 MISSING-CONTACT-WS     PIC 9(5)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).

       PROCEDURE DIVISION.
       100-CONFER-CREDENTIALS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 200-ACCEPT-CONVOCATION.
           IF CONFIRM-ENTRY NOT = "Y"
               DISPLAY "CONFERRAL CANCELLED"
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.
           PERFORM 210-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 220-LOAD-PROGRAM-TABLE
                   UNTIL EOF-PROGRAM = "YES"
               PERFORM 300-READ-DIPLOMA-NUMBER
               PERFORM 230-READ-GRADUATE-RECORD
               PERFORM 240-CONFER-ONE-GRADUATE
                   UNTIL EOF-LIST-SW = "YES"
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
           CALL "SITECFG" USING GRADLIST-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING CREDENTIAL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING DIPLOMANO-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING STUCONTACT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PARCHMENT-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; a graduate already conferred
      * counts as rejected, and the control total is the number of
      * diplomas numbered this run
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "CONFER" TO RL-PROGRAM.
           MOVE "CONFER" TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE LISTED-COUNT-WS TO RL-RECORDS-READ.
           MOVE CONFERRED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE SKIPPED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE CONFERRED-COUNT-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       200-ACCEPT-CONVOCATION.
           DISPLAY "Convocation (conferral) date YYYYMMDD: ".
           ACCEPT CONVOCATION-DATE-WS.
           DISPLAY "Confer every graduate on GRADLIST.TXT as of "
                   CONVOCATION-DATE-WS "? (Y/N): ".
           ACCEPT CONFIRM-ENTRY.

      *-----------------------------------------------------------------
      * The register not yet on disk is created by the first
      * convocation; no contact master means every parchment goes out
      * unaddressed and is logged
      *-----------------------------------------------------------------
       210-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT GRADUATE-LIST-IN.
           IF LIST-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "GRADLIST.TXT NOT AVAILABLE - STATUS "
                       LIST-STATUS-WS
               DISPLAY "RUN THE GRADAUDT GRADUATION AUDIT FIRST"
           ELSE
               OPEN I-O CREDENTIAL-FILE
               IF CREDENTIAL-STATUS-WS = "35"
                   OPEN OUTPUT CREDENTIAL-FILE
                   CLOSE CREDENTIAL-FILE
                   OPEN I-O CREDENTIAL-FILE
               END-IF
               IF CREDENTIAL-STATUS-WS NOT = "00"
                   MOVE "Y" TO ABORT-SW
                   DISPLAY "CREDENTIAL.TXT NOT AVAILABLE - STATUS "
                           CREDENTIAL-STATUS-WS
                   CLOSE GRADUATE-LIST-IN
               ELSE
                   OPEN INPUT CONTACT-FILE
                   IF CONTACT-STATUS-WS = "00"
                       MOVE "Y" TO CONTACTS-AVAILABLE-SW
                   ELSE
                       MOVE "N" TO CONTACTS-AVAILABLE-SW
                   END-IF
                   OPEN INPUT PROGRAM-IN
                   OPEN OUTPUT PARCHMENT-FILE-OUT
                   OPEN EXTEND EXCEPTION-FILE-OUT
               END-IF
           END-IF.

       220-LOAD-PROGRAM-TABLE.
           READ PROGRAM-IN
               AT END
                   MOVE "YES" TO EOF-PROGRAM
               NOT AT END
                   IF PROGRAM-COUNT-WS < 50
                       ADD 1 TO PROGRAM-COUNT-WS
                       MOVE PROGRAM-CODE
                           TO PROGRAM-CODE-TBL(PROGRAM-COUNT-WS)
                       MOVE PROGRAM-NAME
                           TO PROGRAM-NAME-TBL(PROGRAM-COUNT-WS)
                   ELSE
                       MOVE "YES" TO EOF-PROGRAM
                   END-IF
           END-READ.

       230-READ-GRADUATE-RECORD.
           READ GRADUATE-LIST-IN
               AT END
                   MOVE "YES" TO EOF-LIST-SW
           END-READ.

      *-----------------------------------------------------------------
      * Confer one graduate: a credential already on the register for
      * the same program is never re-issued
      *-----------------------------------------------------------------
       240-CONFER-ONE-GRADUATE.
           IF GRD-NUMBER-IN IS NUMERIC
               ADD 1 TO LISTED-COUNT-WS
               MOVE "Y" TO ALREADY-CONFERRED-SW
               MOVE GRD-NUMBER-NUM TO CRD-STUDENT-NUMBER
               MOVE GRD-PROGRAM-IN TO CRD-PROGRAM-CODE
               READ CREDENTIAL-FILE
                   INVALID KEY
                       MOVE "N" TO ALREADY-CONFERRED-SW
               END-READ
               IF ALREADY-CONFERRED-SW = "Y"
                   ADD 1 TO SKIPPED-COUNT-WS
               ELSE
                   PERFORM 250-WRITE-CREDENTIAL
               END-IF
           END-IF.
           PERFORM 230-READ-GRADUATE-RECORD.

       250-WRITE-CREDENTIAL.
           ADD 1 TO DIPLOMA-NUMBER-WS.
           PERFORM 301-WRITE-DIPLOMA-NUMBER.
           MOVE GRD-NUMBER-NUM      TO CRD-STUDENT-NUMBER.
           MOVE GRD-PROGRAM-IN      TO CRD-PROGRAM-CODE.
           MOVE GRD-NAME-IN         TO CRD-STUDENT-NAME.
           MOVE CONVOCATION-DATE-WS TO CRD-CONFERRAL-DATE.
           MOVE DIPLOMA-NUMBER-WS   TO CRD-DIPLOMA-NUMBER.
           MOVE TODAYS-DATE-WS      TO CRD-RUN-DATE.
           WRITE CREDENTIAL-REGISTER
               INVALID KEY
                   DISPLAY "CREDENTIAL WRITE FAILED FOR "
                           GRD-NUMBER-IN " - STATUS "
                           CREDENTIAL-STATUS-WS
               NOT INVALID KEY
                   ADD 1 TO CONFERRED-COUNT-WS
                   PERFORM 260-WRITE-PARCHMENT-LINE
           END-WRITE.

      *-----------------------------------------------------------------
      * Merge the credential with the contact master and the program
      * name for the parchment printer
      *-----------------------------------------------------------------
       260-WRITE-PARCHMENT-LINE.
           MOVE "NO" TO FOUND-TBL.
           MOVE "PROGRAM NOT FOUND" TO PROGRAM-NAME-WS.
           PERFORM 261-LOOKUP-PROGRAM-NAME
               VARYING PROGRAM-SUB FROM 1 BY 1
               UNTIL FOUND-TBL = "YES"
                   OR PROGRAM-SUB > PROGRAM-COUNT-WS.
           MOVE "N" TO CONTACT-FOUND-SW.
           IF CONTACTS-AVAILABLE-SW = "Y"
               MOVE "Y" TO CONTACT-FOUND-SW
               MOVE GRD-NUMBER-NUM TO CONT-STUDENT-NUMBER
               READ CONTACT-FILE
                   INVALID KEY
                       MOVE "N" TO CONTACT-FOUND-SW
               END-READ
           END-IF.
           MOVE SPACES TO PARCHMENT-RECORD-OUT.
           MOVE DIPLOMA-NUMBER-WS   TO PAR-DIPLOMA-NUMBER-OUT.
           MOVE GRD-NUMBER-NUM      TO PAR-STUDENT-NUMBER-OUT.
           MOVE GRD-NAME-IN         TO PAR-STUDENT-NAME-OUT.
           MOVE GRD-PROGRAM-IN      TO PAR-PROGRAM-CODE-OUT.
           MOVE PROGRAM-NAME-WS     TO PAR-PROGRAM-NAME-OUT.
           MOVE CONVOCATION-DATE-WS TO PAR-CONFERRAL-DATE-OUT.
           IF CONTACT-FOUND-SW = "Y"
               MOVE CONT-ADDRESS-1   TO PAR-ADDRESS-1-OUT
               MOVE CONT-ADDRESS-2   TO PAR-ADDRESS-2-OUT
               MOVE CONT-CITY        TO PAR-CITY-OUT
               MOVE CONT-POSTAL-CODE TO PAR-POSTAL-CODE-OUT
           ELSE
               PERFORM 270-WRITE-MISSING-CONTACT
           END-IF.
           WRITE PARCHMENT-RECORD-OUT.

       261-LOOKUP-PROGRAM-NAME.
           IF GRD-PROGRAM-IN = PROGRAM-CODE-TBL(PROGRAM-SUB)
               MOVE PROGRAM-NAME-TBL(PROGRAM-SUB) TO PROGRAM-NAME-WS
               MOVE "YES" TO FOUND-TBL
           END-IF.

       270-WRITE-MISSING-CONTACT.
           ADD 1 TO MISSING-CONTACT-WS.
           MOVE SPACES TO EXCEPTION-RECORD-OUT.
           MOVE GRD-NUMBER-NUM TO STUDENT-NUMBER-EXC.
           MOVE GRD-PROGRAM-IN TO PROGRAM-CODE-EXC.
           MOVE "NO CONTACT ON FILE" TO EXCEPTION-REASON-EXC.
           MOVE "CONFER" TO EXCEPTION-SOURCE-EXC.
           MOVE TODAYS-DATE-WS TO EXCEPTION-DATE-EXC.
           MOVE "O" TO EXCEPTION-STATUS-EXC.
           WRITE EXCEPTION-RECORD-OUT.

      *-----------------------------------------------------------------
      * Pick up the last diploma number issued; a missing register
      * starts the numbering from zero
      *-----------------------------------------------------------------
       300-READ-DIPLOMA-NUMBER.
           MOVE ZERO TO DIPLOMA-NUMBER-WS.
           OPEN INPUT DIPLOMA-NUMBER-FILE.
           IF NUMBER-STATUS-WS = "00"
               READ DIPLOMA-NUMBER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DIPLOMA-NUMBER-RECORD
                           TO DIPLOMA-NUMBER-WS
               END-READ
               CLOSE DIPLOMA-NUMBER-FILE
           END-IF.

      *-----------------------------------------------------------------
      * Record the diploma number just issued as the high-water mark
      *-----------------------------------------------------------------
       301-WRITE-DIPLOMA-NUMBER.
           OPEN OUTPUT DIPLOMA-NUMBER-FILE.
           MOVE DIPLOMA-NUMBER-WS TO DIPLOMA-NUMBER-RECORD.
           WRITE DIPLOMA-NUMBER-RECORD.
           CLOSE DIPLOMA-NUMBER-FILE.

       280-DISPLAY-RUN-SUMMARY.
           DISPLAY "CREDENTIAL CONFERRAL SUMMARY - CONVOCATION "
                   CONVOCATION-DATE-WS.
           DISPLAY LISTED-COUNT-WS " GRADUATES WERE ON GRADLIST.TXT. ".
           DISPLAY CONFERRED-COUNT-WS " CREDENTIALS WERE CONFERRED. ".
           DISPLAY SKIPPED-COUNT-WS " WERE ALREADY CONFERRED AND "
                   "SKIPPED. ".
           DISPLAY MISSING-CONTACT-WS " PARCHMENTS HAVE NO ADDRESS. ".
           DISPLAY "LAST DIPLOMA NUMBER ISSUED: " DIPLOMA-NUMBER-WS.

       290-CLOSE-FILES.
           CLOSE GRADUATE-LIST-IN.
           CLOSE CREDENTIAL-FILE.
           IF CONTACTS-AVAILABLE-SW = "Y"
               CLOSE CONTACT-FILE
           END-IF.
           CLOSE PROGRAM-IN.
           CLOSE PARCHMENT-FILE-OUT.
           CLOSE EXCEPTION-FILE-OUT.

       END PROGRAM CONFER.
