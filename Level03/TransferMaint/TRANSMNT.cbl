      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Maintain the TRANSFER.TXT transfer-credit file - one
      *            record per course a student took elsewhere and was
      *            granted credit for, keyed on student number plus
      *            the source course code - in the style of
      *            SPONMAINT's add/change/delete menu against an
      *            indexed file.  A record is refused when the student
      *            number fails the shared check digit or the granted
      *            equivalent is not on COURSE.TXT.  Credit hours keyed
      *            as zero take the equivalent course's own hours, and
      *            an approval date keyed as zero takes today's date.
      *            L lists one student's transfer credits.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE
                ASSIGN USING TRANSFER-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TRC-KEY
                  FILE STATUS IS TRANSFER-STATUS-WS.

           SELECT COURSE-FILE-IN
                ASSIGN USING COURSE-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
           COPY "TRANSFER-CREDIT.TXT".

       FD  COURSE-FILE-IN.
           COPY "COURSE-INFOR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  TRANSFER-PATH-WS            PIC X(80)
               VALUE "TRANSFER.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".

       01  TRANSFER-STATUS-WS          PIC X(2).
       01  ABORT-SW                    PIC X(1)   VALUE "N".
       01  NUMBER-CHECK-SW             PIC X(1)   VALUE "N".
       01  TODAYS-DATE-WS              PIC 9(8).

      *-----------------------------------------------------------------
      *Course master codes and credit hours, loaded at start-up
      *-----------------------------------------------------------------
       01  COURSE-TBL.
           05 COURSE-TABLE-COUNT     PIC 9(3)  VALUE ZERO.
           05 COURSE-VALUES-TBL OCCURS 200 TIMES.
               10 COURSE-CODE-TBL      PIC X(7).
               10 COURSE-HOURS-TBL     PIC 9(2).
       01  EOF-COURSE                  PIC X(3)   VALUE "NO".
       01  SUB                         PIC 9(3)   VALUE ZERO.
       01  COURSE-VALID-SW             PIC X(1)   VALUE "N".
       01  COURSE-HOURS-FOUND-WS       PIC 9(2)   VALUE ZERO.

       01  EOF-TRANSFER-SW             PIC X(3)   VALUE "NO".
       01  LISTED-COUNT-WS             PIC 9(3)   VALUE ZERO.

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  STUDENT-NUMBER-ENTRY PIC 9(6).
           05  SOURCE-COURSE-ENTRY  PIC X(7).
           05  INSTITUTION-ENTRY    PIC X(30).
           05  EQUIV-COURSE-ENTRY   PIC X(7).
           05  CREDIT-HOURS-ENTRY   PIC 9(2).
           05  APPROVAL-DATE-ENTRY  PIC 9(8).

       01  MENU-TEXT-1.
           05 FILLER PIC X(50) VALUE
              "A-Add credit  C-Change credit  D-Delete credit".
       01  MENU-TEXT-2.
           05 FILLER PIC X(50) VALUE
              "L-List student  X-Exit  Choice:".

       01  LIST-DETAIL-LINE.
           05 LIST-SOURCE-OUT        PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-INSTITUTION-OUT   PIC X(30).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-EQUIV-OUT         PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-HOURS-OUT         PIC Z9.
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-DATE-OUT          PIC 9(8).

       PROCEDURE DIVISION.
       100-MAINTAIN-TRANSFER-CREDITS.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
               PERFORM 201-LOAD-COURSE-TABLE
                   UNTIL EOF-COURSE = "YES"
               MOVE SPACES TO MENU-CHOICE-WS
               PERFORM 210-MENU-PROCESS
                   UNTIL MENU-CHOICE-WS = "X"
               CLOSE TRANSFER-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING TRANSFER-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * The transfer file not yet on disk is created, since the first
      * maintenance session starts it
      *-----------------------------------------------------------------
       200-OPEN-FILES.
           ACCEPT TODAYS-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O TRANSFER-FILE.
           IF TRANSFER-STATUS-WS = "35"
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.
           IF TRANSFER-STATUS-WS NOT = "00"
               MOVE "Y" TO ABORT-SW
               DISPLAY "TRANSFER.TXT NOT AVAILABLE - STATUS "
                       TRANSFER-STATUS-WS
           ELSE
               OPEN INPUT COURSE-FILE-IN
           END-IF.

       201-LOAD-COURSE-TABLE.
           READ COURSE-FILE-IN
               AT END
                   MOVE "YES" TO EOF-COURSE
                   CLOSE COURSE-FILE-IN
               NOT AT END
                   IF COURSE-TABLE-COUNT < 200
                       ADD 1 TO COURSE-TABLE-COUNT
                       MOVE COURSE-CODE
                           TO COURSE-CODE-TBL(COURSE-TABLE-COUNT)
                       MOVE COURSE-CREDIT-HOURS
                           TO COURSE-HOURS-TBL(COURSE-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-COURSE
                       CLOSE COURSE-FILE-IN
                       DISPLAY "COURSE.TXT HAS MORE THAN 200 ROWS - "
                               "COURSE TABLE OVERFLOW"
                   END-IF
           END-READ.

       210-MENU-PROCESS.
           DISPLAY MENU-TEXT-1.
           DISPLAY MENU-TEXT-2.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-TRANSFER-CREDIT
           ELSE
               IF MENU-CHOICE-WS = "C"
                   PERFORM 230-CHANGE-TRANSFER-CREDIT
               ELSE
                   IF MENU-CHOICE-WS = "D"
                       PERFORM 240-DELETE-TRANSFER-CREDIT
                   ELSE
                       IF MENU-CHOICE-WS = "L"
                           PERFORM 250-LIST-STUDENT-CREDITS
                       ELSE
                           IF MENU-CHOICE-WS NOT = "X"
                               DISPLAY "Invalid selection, "
                                       "try again"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add a transfer credit, refusing one already on file for the
      * same student and source course
      *-----------------------------------------------------------------
       220-ADD-TRANSFER-CREDIT.
           PERFORM 300-PROMPT-KEY-FIELDS.
           IF NUMBER-CHECK-SW = "N"
               DISPLAY "Check digit does not verify - credit refused"
           ELSE
               PERFORM 310-PROMPT-CREDIT-FIELDS
               IF COURSE-VALID-SW = "N"
                   DISPLAY "Equivalent course not on COURSE.TXT - "
                           "credit refused"
               ELSE
                   PERFORM 320-BUILD-TRANSFER-RECORD
                   WRITE TRANSFER-CREDIT
                       INVALID KEY
                           DISPLAY "That transfer credit already "
                                   "exists"
                       NOT INVALID KEY
                           DISPLAY "Transfer credit added"
                   END-WRITE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key every field of an existing transfer credit
      *-----------------------------------------------------------------
       230-CHANGE-TRANSFER-CREDIT.
           PERFORM 300-PROMPT-KEY-FIELDS.
           MOVE STUDENT-NUMBER-ENTRY TO TRC-STUDENT-NUMBER.
           MOVE SOURCE-COURSE-ENTRY  TO TRC-COURSE-CODE.
           READ TRANSFER-FILE
               INVALID KEY
                   DISPLAY "Transfer credit not found"
               NOT INVALID KEY
                   PERFORM 310-PROMPT-CREDIT-FIELDS
                   IF COURSE-VALID-SW = "N"
                       DISPLAY "Equivalent course not on COURSE.TXT "
                               "- change refused"
                   ELSE
                       PERFORM 320-BUILD-TRANSFER-RECORD
                       REWRITE TRANSFER-CREDIT
                           INVALID KEY
                               DISPLAY "Update failed"
                           NOT INVALID KEY
                               DISPLAY "Transfer credit changed"
                       END-REWRITE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Delete a transfer credit by student and source course
      *-----------------------------------------------------------------
       240-DELETE-TRANSFER-CREDIT.
           PERFORM 300-PROMPT-KEY-FIELDS.
           MOVE STUDENT-NUMBER-ENTRY TO TRC-STUDENT-NUMBER.
           MOVE SOURCE-COURSE-ENTRY  TO TRC-COURSE-CODE.
           DELETE TRANSFER-FILE RECORD
               INVALID KEY
                   DISPLAY "Transfer credit not found"
               NOT INVALID KEY
                   DISPLAY "Transfer credit deleted"
           END-DELETE.

      *-----------------------------------------------------------------
      * List every transfer credit on file for one student
      *-----------------------------------------------------------------
       250-LIST-STUDENT-CREDITS.
           DISPLAY "Enter student number: ".
           ACCEPT STUDENT-NUMBER-ENTRY.
           MOVE ZERO TO LISTED-COUNT-WS.
           MOVE "NO" TO EOF-TRANSFER-SW.
           MOVE STUDENT-NUMBER-ENTRY TO TRC-STUDENT-NUMBER.
           MOVE LOW-VALUES TO TRC-COURSE-CODE.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRC-KEY
               INVALID KEY
                   MOVE "YES" TO EOF-TRANSFER-SW
           END-START.
           PERFORM 251-LIST-ONE-CREDIT
               UNTIL EOF-TRANSFER-SW = "YES".
           DISPLAY LISTED-COUNT-WS " TRANSFER CREDITS LISTED".

       251-LIST-ONE-CREDIT.
           READ TRANSFER-FILE NEXT
               AT END
                   MOVE "YES" TO EOF-TRANSFER-SW
           END-READ.
           IF EOF-TRANSFER-SW = "NO"
               IF TRC-STUDENT-NUMBER NOT = STUDENT-NUMBER-ENTRY
                   MOVE "YES" TO EOF-TRANSFER-SW
               ELSE
                   MOVE TRC-COURSE-CODE   TO LIST-SOURCE-OUT
                   MOVE TRC-INSTITUTION   TO LIST-INSTITUTION-OUT
                   MOVE TRC-EQUIV-COURSE  TO LIST-EQUIV-OUT
                   MOVE TRC-CREDIT-HOURS  TO LIST-HOURS-OUT
                   MOVE TRC-APPROVAL-DATE TO LIST-DATE-OUT
                   DISPLAY LIST-DETAIL-LINE
                   ADD 1 TO LISTED-COUNT-WS
               END-IF
           END-IF.

       300-PROMPT-KEY-FIELDS.
           DISPLAY "Enter student number: ".
           ACCEPT STUDENT-NUMBER-ENTRY.
           CALL "STUNUMCK" USING STUDENT-NUMBER-ENTRY, NUMBER-CHECK-SW.
           DISPLAY "Source course code (as taken elsewhere): ".
           ACCEPT SOURCE-COURSE-ENTRY.

      *-----------------------------------------------------------------
      * The equivalent must be on the course master; zero hours take
      * the master's hours and a zero date takes today's
      *-----------------------------------------------------------------
       310-PROMPT-CREDIT-FIELDS.
           DISPLAY "Source institution: ".
           ACCEPT INSTITUTION-ENTRY.
           DISPLAY "Granted COURSE.TXT equivalent: ".
           ACCEPT EQUIV-COURSE-ENTRY.
           PERFORM 330-CHECK-EQUIVALENT-COURSE.
           IF COURSE-VALID-SW = "Y"
               DISPLAY "Credit hours (0 = course's own hours): "
               ACCEPT CREDIT-HOURS-ENTRY
               IF CREDIT-HOURS-ENTRY = ZERO
                   MOVE COURSE-HOURS-FOUND-WS TO CREDIT-HOURS-ENTRY
               END-IF
               DISPLAY "Approval date YYYYMMDD (0 = today): "
               ACCEPT APPROVAL-DATE-ENTRY
               IF APPROVAL-DATE-ENTRY = ZERO
                   MOVE TODAYS-DATE-WS TO APPROVAL-DATE-ENTRY
               END-IF
           END-IF.

       320-BUILD-TRANSFER-RECORD.
           MOVE STUDENT-NUMBER-ENTRY TO TRC-STUDENT-NUMBER.
           MOVE SOURCE-COURSE-ENTRY  TO TRC-COURSE-CODE.
           MOVE INSTITUTION-ENTRY    TO TRC-INSTITUTION.
           MOVE EQUIV-COURSE-ENTRY   TO TRC-EQUIV-COURSE.
           MOVE CREDIT-HOURS-ENTRY   TO TRC-CREDIT-HOURS.
           MOVE APPROVAL-DATE-ENTRY  TO TRC-APPROVAL-DATE.

       330-CHECK-EQUIVALENT-COURSE.
           MOVE "N" TO COURSE-VALID-SW.
           MOVE ZERO TO COURSE-HOURS-FOUND-WS.
           PERFORM 331-COMPARE-COURSE-CODE
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > COURSE-TABLE-COUNT
                   OR COURSE-VALID-SW = "Y".

       331-COMPARE-COURSE-CODE.
           IF EQUIV-COURSE-ENTRY = COURSE-CODE-TBL(SUB)
               MOVE "Y" TO COURSE-VALID-SW
               MOVE COURSE-HOURS-TBL(SUB) TO COURSE-HOURS-FOUND-WS
           END-IF.

       END PROGRAM TRANSMNT.
