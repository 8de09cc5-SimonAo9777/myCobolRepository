      ******************************************************************
      * Author: Simon Ao
      * Date: 2026/10/15
      * Purpose: Add, change, delete and list the ancillary fees in
      *            FEESCHED.TXT - lab fees, the student association
      *            and technology fees, course materials - maintained
      *            the way ROOMMNT maintains ROOM.TXT.  Each fee has a
      *            two-character code, a basis (per program, per
      *            course or flat per student), an amount and the GL
      *            revenue account CASHJRNL credits for it.  A program
      *            or course fee must name a code on PROGRAM.TXT or
      *            COURSE.TXT.  FEEASSES charges the fees to a term.
      * Tectonics: cobc
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-FILE
                ASSIGN USING FEESCHED-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS FEE-STATUS-WS.
           SELECT PROGRAM-CHECK-FILE
                ASSIGN USING PROGRAM-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PROGRAM-STATUS-WS.
           SELECT COURSE-CHECK-FILE
                ASSIGN USING COURSE-PATH-WS
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS COURSE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEE-FILE.
           COPY "FEE-SCHEDULE.TXT".

       FD  PROGRAM-CHECK-FILE.
           COPY "PROGRAM-INFOR.TXT".

       FD  COURSE-CHECK-FILE.
           COPY "COURSE-INFOR.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  FEESCHED-PATH-WS            PIC X(80)
               VALUE "FEESCHED.TXT".
       01  PROGRAM-PATH-WS             PIC X(80)
               VALUE "PROGRAM.TXT".
       01  COURSE-PATH-WS              PIC X(80)
               VALUE "COURSE.TXT".

       01  FEE-STATUS-WS               PIC X(2).
       01  PROGRAM-STATUS-WS           PIC X(2).
       01  COURSE-STATUS-WS            PIC X(2).

       01  FEE-TBL.
           05 FEE-VALUES-TBL OCCURS 100 TIMES.
               10 FEE-CODE-TBL             PIC X(2).
               10 FEE-DESCRIPTION-TBL      PIC X(20).
               10 FEE-BASIS-TBL            PIC X(1).
               10 FEE-APPLIES-TO-TBL       PIC X(7).
               10 FEE-AMOUNT-TBL           PIC 9(4)V99.
               10 FEE-GL-ACCOUNT-TBL       PIC X(4).

       01  CONTROL-FIELDS.
           05  EOF-FEE             PIC X(3).
           05  EOF-CHECK           PIC X(3).
           05  SUB                 PIC 9(3).
           05  TABLE-COUNT         PIC 9(3)    VALUE ZERO.
           05  FOUND-SW            PIC X(1)    VALUE "N".
           05  FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  ON-MASTER-SW        PIC X(1)    VALUE "N".
           05  TABLE-OVERFLOW-SW   PIC X(1)    VALUE "N".

       01  MAINT-FIELDS.
           05  MENU-CHOICE-WS       PIC X(1).
           05  FEE-CODE-ENTRY       PIC X(2).
           05  FEE-DESCRIPTION-ENTRY PIC X(20).
           05  FEE-BASIS-ENTRY      PIC X(1).
               88 FEE-BASIS-ENTRY-VALID VALUE "P" "C" "F".
           05  FEE-APPLIES-TO-ENTRY PIC X(7).
           05  FEE-AMOUNT-ENTRY     PIC 9(4)V99.
           05  FEE-GL-ACCOUNT-ENTRY PIC X(4).

       01  MENU-TEXT.
           05 FILLER PIC X(50) VALUE
              "A-Add  C-Change  D-Delete  L-List  X-Exit  Choice:".

       01  LIST-DETAIL-LINE.
           05 LIST-CODE-OUT          PIC X(2).
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-DESCRIPTION-OUT   PIC X(20).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-BASIS-OUT         PIC X(1).
           05 FILLER                 PIC X(4)  VALUE SPACES.
           05 LIST-APPLIES-TO-OUT    PIC X(7).
           05 FILLER                 PIC X(2)  VALUE SPACES.
           05 LIST-AMOUNT-OUT        PIC Z,ZZ9.99.
           05 FILLER                 PIC X(3)  VALUE SPACES.
           05 LIST-GL-ACCOUNT-OUT    PIC X(4).

       PROCEDURE DIVISION.
       100-MAINTAIN-FEES.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 200-LOAD-FEE-TABLE.
           IF TABLE-OVERFLOW-SW = "Y"
               DISPLAY "FEESCHED.TXT HAS MORE THAN 100 ROWS - "
                       "MAINTENANCE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MENU-CHOICE-WS.
           PERFORM 210-MENU-PROCESS
               UNTIL MENU-CHOICE-WS = "X".
           PERFORM 290-SAVE-FEE-TABLE.
           STOP RUN.

      *-----------------------------------------------------------------
      * Every data file name through SITECFG first, so the run
      * works on whichever region SITE.CFG names
      *-----------------------------------------------------------------
       170-RESOLVE-DATA-FILES.
           CALL "SITECFG" USING FEESCHED-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING PROGRAM-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING COURSE-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Load every existing fee row; a file not yet on disk starts
      * the session empty, since the first fee starts it
      *-----------------------------------------------------------------
       200-LOAD-FEE-TABLE.
           OPEN INPUT FEE-FILE.
           MOVE ZERO  TO TABLE-COUNT.
           MOVE "NO"  TO EOF-FEE.
           IF FEE-STATUS-WS NOT = "00"
               MOVE "YES" TO EOF-FEE
           ELSE
               PERFORM 201-READ-FEE-RECORD
                   UNTIL EOF-FEE = "YES"
               CLOSE FEE-FILE
           END-IF.

       201-READ-FEE-RECORD.
           READ FEE-FILE
               AT END
                   MOVE "YES" TO EOF-FEE
               NOT AT END
                   IF TABLE-COUNT < 100
                       ADD 1 TO TABLE-COUNT
                       MOVE FEE-SCHEDULE TO FEE-VALUES-TBL(TABLE-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SW
                       MOVE "YES" TO EOF-FEE
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * One pass through the maintenance menu
      *-----------------------------------------------------------------
       210-MENU-PROCESS.
           DISPLAY MENU-TEXT.
           ACCEPT MENU-CHOICE-WS.

           IF MENU-CHOICE-WS = "A"
               PERFORM 220-ADD-FEE
           ELSE
               IF MENU-CHOICE-WS = "C"
                   PERFORM 230-CHANGE-FEE
               ELSE
                   IF MENU-CHOICE-WS = "D"
                       PERFORM 240-DELETE-FEE
                   ELSE
                       IF MENU-CHOICE-WS = "L"
                           PERFORM 250-LIST-FEES
                       ELSE
                           IF MENU-CHOICE-WS NOT = "X"
                               DISPLAY "Invalid selection, try again"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Add a fee, refusing a code already on file
      *-----------------------------------------------------------------
       220-ADD-FEE.
           DISPLAY "Enter fee code (2 characters): ".
           ACCEPT FEE-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "Y"
               DISPLAY "Fee code already exists"
           ELSE
               IF FEE-CODE-ENTRY = SPACES
                   DISPLAY "Fee code cannot be blank"
               ELSE
                   IF TABLE-COUNT = 100
                       DISPLAY "Fee table is full - cannot add"
                   ELSE
                       PERFORM 320-PROMPT-FEE-FIELDS
                       ADD 1 TO TABLE-COUNT
                       MOVE TABLE-COUNT TO FOUND-SUB
                       MOVE FEE-CODE-ENTRY
                           TO FEE-CODE-TBL(FOUND-SUB)
                       PERFORM 330-STORE-FEE-FIELDS
                       DISPLAY "Fee added"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * Re-key an existing fee; the code itself stays, since audit
      * lines already written carry it as their reason code
      *-----------------------------------------------------------------
       230-CHANGE-FEE.
           DISPLAY "Enter fee code to change: ".
           ACCEPT FEE-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "Y"
               PERFORM 320-PROMPT-FEE-FIELDS
               PERFORM 330-STORE-FEE-FIELDS
               DISPLAY "Fee changed"
           ELSE
               DISPLAY "Fee code not found"
           END-IF.

      *-----------------------------------------------------------------
      * Delete a fee row; fees already charged stay on the audit trail
      *-----------------------------------------------------------------
       240-DELETE-FEE.
           DISPLAY "Enter fee code to delete: ".
           ACCEPT FEE-CODE-ENTRY.
           PERFORM 300-FIND-CODE-IN-TABLE.

           IF FOUND-SW = "N"
               DISPLAY "Fee code not found"
           ELSE
               PERFORM 241-REMOVE-TABLE-ENTRY
               DISPLAY "Fee deleted"
           END-IF.

       241-REMOVE-TABLE-ENTRY.
           PERFORM 242-SHIFT-ENTRY-DOWN
               VARYING SUB FROM FOUND-SUB BY 1
               UNTIL SUB >= TABLE-COUNT.
           SUBTRACT 1 FROM TABLE-COUNT.

       242-SHIFT-ENTRY-DOWN.
           MOVE FEE-VALUES-TBL(SUB + 1) TO FEE-VALUES-TBL(SUB).

      *-----------------------------------------------------------------
      * List every fee on file
      *-----------------------------------------------------------------
       250-LIST-FEES.
           DISPLAY "CODE DESCRIPTION          BASIS APPLIES    "
                   "AMOUNT  GL".
           PERFORM 251-LIST-ONE-ROW
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           IF TABLE-COUNT = ZERO
               DISPLAY "No fees on file"
           END-IF.

       251-LIST-ONE-ROW.
           MOVE FEE-CODE-TBL(SUB)        TO LIST-CODE-OUT.
           MOVE FEE-DESCRIPTION-TBL(SUB) TO LIST-DESCRIPTION-OUT.
           MOVE FEE-BASIS-TBL(SUB)       TO LIST-BASIS-OUT.
           MOVE FEE-APPLIES-TO-TBL(SUB)  TO LIST-APPLIES-TO-OUT.
           MOVE FEE-AMOUNT-TBL(SUB)      TO LIST-AMOUNT-OUT.
           MOVE FEE-GL-ACCOUNT-TBL(SUB)  TO LIST-GL-ACCOUNT-OUT.
           DISPLAY LIST-DETAIL-LINE.

       320-PROMPT-FEE-FIELDS.
           DISPLAY "Description: ".
           ACCEPT FEE-DESCRIPTION-ENTRY.
           MOVE SPACES TO FEE-BASIS-ENTRY.
           PERFORM 321-PROMPT-FEE-BASIS
               UNTIL FEE-BASIS-ENTRY-VALID.
           IF FEE-BASIS-ENTRY = "F"
               MOVE SPACES TO FEE-APPLIES-TO-ENTRY
           ELSE
               MOVE "N" TO ON-MASTER-SW
               PERFORM 322-PROMPT-APPLIES-TO
                   UNTIL ON-MASTER-SW = "Y"
           END-IF.
           DISPLAY "Fee amount: ".
           ACCEPT FEE-AMOUNT-ENTRY.
           MOVE SPACES TO FEE-GL-ACCOUNT-ENTRY.
           PERFORM 323-PROMPT-GL-ACCOUNT
               UNTIL FEE-GL-ACCOUNT-ENTRY NOT = SPACES.

       321-PROMPT-FEE-BASIS.
           DISPLAY "Basis (P per program, C per course, "
                   "F flat per student): ".
           ACCEPT FEE-BASIS-ENTRY.
           IF NOT FEE-BASIS-ENTRY-VALID
               DISPLAY "Basis must be P, C or F"
           END-IF.

       322-PROMPT-APPLIES-TO.
           IF FEE-BASIS-ENTRY = "P"
               DISPLAY "Program code: "
               ACCEPT FEE-APPLIES-TO-ENTRY
               PERFORM 310-CHECK-PROGRAM-ON-MASTER
               IF ON-MASTER-SW = "N"
                   DISPLAY "Program code not on PROGRAM.TXT"
               END-IF
           ELSE
               DISPLAY "Course code: "
               ACCEPT FEE-APPLIES-TO-ENTRY
               PERFORM 315-CHECK-COURSE-ON-MASTER
               IF ON-MASTER-SW = "N"
                   DISPLAY "Course code not on COURSE.TXT"
               END-IF
           END-IF.

       323-PROMPT-GL-ACCOUNT.
           DISPLAY "GL revenue account: ".
           ACCEPT FEE-GL-ACCOUNT-ENTRY.
           IF FEE-GL-ACCOUNT-ENTRY = SPACES
               DISPLAY "GL account is required"
           END-IF.

       330-STORE-FEE-FIELDS.
           MOVE FEE-DESCRIPTION-ENTRY
               TO FEE-DESCRIPTION-TBL(FOUND-SUB).
           MOVE FEE-BASIS-ENTRY      TO FEE-BASIS-TBL(FOUND-SUB).
           MOVE FEE-APPLIES-TO-ENTRY TO FEE-APPLIES-TO-TBL(FOUND-SUB).
           MOVE FEE-AMOUNT-ENTRY     TO FEE-AMOUNT-TBL(FOUND-SUB).
           MOVE FEE-GL-ACCOUNT-ENTRY TO FEE-GL-ACCOUNT-TBL(FOUND-SUB).

      *-----------------------------------------------------------------
      * Search the in-memory table for FEE-CODE-ENTRY
      *-----------------------------------------------------------------
       300-FIND-CODE-IN-TABLE.
           MOVE "N" TO FOUND-SW.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 301-COMPARE-TABLE-ENTRY
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT OR FOUND-SW = "Y".

       301-COMPARE-TABLE-ENTRY.
           IF FEE-CODE-ENTRY = FEE-CODE-TBL(SUB)
               MOVE "Y"  TO FOUND-SW
               MOVE SUB  TO FOUND-SUB
           END-IF.

      *-----------------------------------------------------------------
      * Scan the program or course master for the code keyed
      *-----------------------------------------------------------------
       310-CHECK-PROGRAM-ON-MASTER.
           MOVE "N"  TO ON-MASTER-SW.
           MOVE "NO" TO EOF-CHECK.
           OPEN INPUT PROGRAM-CHECK-FILE.
           IF PROGRAM-STATUS-WS = "00"
               PERFORM 311-SCAN-PROGRAM-RECORD
                   UNTIL EOF-CHECK = "YES" OR ON-MASTER-SW = "Y"
               CLOSE PROGRAM-CHECK-FILE
           END-IF.

       311-SCAN-PROGRAM-RECORD.
           READ PROGRAM-CHECK-FILE
               AT END
                   MOVE "YES" TO EOF-CHECK
               NOT AT END
                   IF FEE-APPLIES-TO-ENTRY = PROGRAM-CODE
                       MOVE "Y" TO ON-MASTER-SW
                   END-IF
           END-READ.

       315-CHECK-COURSE-ON-MASTER.
           MOVE "N"  TO ON-MASTER-SW.
           MOVE "NO" TO EOF-CHECK.
           OPEN INPUT COURSE-CHECK-FILE.
           IF COURSE-STATUS-WS = "00"
               PERFORM 316-SCAN-COURSE-RECORD
                   UNTIL EOF-CHECK = "YES" OR ON-MASTER-SW = "Y"
               CLOSE COURSE-CHECK-FILE
           END-IF.

       316-SCAN-COURSE-RECORD.
           READ COURSE-CHECK-FILE
               AT END
                   MOVE "YES" TO EOF-CHECK
               NOT AT END
                   IF FEE-APPLIES-TO-ENTRY = COURSE-CODE
                       MOVE "Y" TO ON-MASTER-SW
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * Rewrite FEESCHED.TXT from the (possibly changed) table
      *-----------------------------------------------------------------
       290-SAVE-FEE-TABLE.
           OPEN OUTPUT FEE-FILE.
           PERFORM 291-WRITE-FEE-RECORD
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > TABLE-COUNT.
           CLOSE FEE-FILE.

       291-WRITE-FEE-RECORD.
           MOVE FEE-VALUES-TBL(SUB) TO FEE-SCHEDULE.
           WRITE FEE-SCHEDULE.

       END PROGRAM FEEMNT.
