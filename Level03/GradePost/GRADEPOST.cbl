      *                 term, so the student's term records are
      *                 walked and the mark lands on the first record
      *                 actually carrying the course.
      * 2026/10/15 SA  A grade transaction now carries the ID of the
      *                 instructor submitting it, and a mark is only
      *                 posted when that ID is the instructor assigned
      *                 to the course's TIMETABL.TXT section; anything
      *                 else is rejected as INSTR NOT ASSIGNED.  The
      *                 run is refused without the timetable, since no
      *                 mark could then be verified.
      * 2026/10/15 SA  Every run now leaves a standard RUNLOG.TXT
      *                 record through the RUNLOG subprogram: grade
      *                 transactions read, posted and rejected, the
      *                 hash total of marks posted as control total
      *                 and the return code, including a run refused
      *                 at the lock.
      * 2026/10/15 SA  Data file names now go through SITECFG, which
      *                 prefixes the data directory SITE.CFG gives, so
      *                 the same program runs against production or a
      *                 test region.
      * 2026/10/15 SA  The run-log record is now written before the
      *                 master lock is released, and the return code
      *                 is put back after the release, so both the log
      *                 and the job step carry the run's own code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADEPOST.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-TXN-FILE-IN
                ASSIGN USING GRADETXN-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TXN-STATUS-WS.

           SELECT INDEXED-STUDENT-FILE
                ASSIGN USING INDEXSTUFILE3-PATH-WS
                  ORGANISATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS STUDENT-KEY-IN
                  FILE STATUS IS STATUS-FIELD.

           SELECT TIMETABLE-FILE
                ASSIGN USING TIMETABL-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS TIMETABLE-STATUS-WS.

           SELECT EXCEPTION-FILE-OUT
                ASSIGN USING EXCEPTIONS-PATH-WS
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           05 STUDENT-NUMBER-TXN     PIC 9(6).
           05 COURSE-CODE-TXN        PIC X(7).
           05 MARK-TXN               PIC 9(3).
           05 INSTRUCTOR-ID-TXN      PIC X(6).

       FD  INDEXED-STUDENT-FILE.
       01  STUDENT-RECORD-IN.
           05 COURSE-CODE-5-IN   PIC X(7).
           05 AVERAGE-5-IN       PIC 9(3).

       FD  TIMETABLE-FILE.
           COPY "COURSE-SECTION.TXT".

      *-----------------------------------------------------------------
      *Shared EXCEPTIONS.TXT layout
      *-----------------------------------------------------------------
           COPY "EXCEPTION-RECORD.TXT".

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *Data file names, each prefixed by SITECFG with the data
      *directory SITE.CFG names for the region before anything
      *is opened
      *-----------------------------------------------------------------
       01  SITE-REGION-WS              PIC X(8).
       01  GRADETXN-PATH-WS            PIC X(80)
               VALUE "GRADETXN.TXT".
       01  INDEXSTUFILE3-PATH-WS       PIC X(80)
               VALUE "INDEXSTUFILE3.TXT".
       01  TIMETABL-PATH-WS            PIC X(80)
               VALUE "TIMETABL.TXT".
       01  EXCEPTIONS-PATH-WS          PIC X(80)
               VALUE "EXCEPTIONS.TXT".

       01  STATUS-FIELD                PIC X(2).
       01  TXN-STATUS-WS               PIC X(2).
       01  TODAYS-DATE-WS              PIC 9(8).
       01  WITHDRAWN-SEEN-SW           PIC X(1)   VALUE "N".
       01  POSTED-COUNT-WS             PIC 9(4)   VALUE ZERO.
       01  REJECTED-COUNT-WS           PIC 9(4)   VALUE ZERO.
       01  READ-COUNT-WS               PIC 9(4)   VALUE ZERO.
       01  MARK-TOTAL-WS               PIC 9(7)   VALUE ZERO.
           COPY "RUN-LOG.TXT".
       01  RUN-LOG-ACTION-WS           PIC X(1).
       01  EXCEPTION-REASON-WS         PIC X(20).
       01  EXC-PROGRAM-CODE-WS         PIC X(5)   VALUE SPACES.
      *-----------------------------------------------------------------
           05 FILLER                 PIC X(13) VALUE "NOT ENROLLED ".
           05 NOT-ENROLLED-COURSE-WS PIC X(7).

      *-----------------------------------------------------------------
      *Section instructors, loaded at start-up
      *-----------------------------------------------------------------
       01  TIMETABLE-STATUS-WS         PIC X(2).
       01  EOF-TIMETABLE-SW            PIC X(3)   VALUE "NO".
       01  SECTION-TBL.
           05 SECT-TABLE-COUNT       PIC 9(3)  VALUE ZERO.
           05 SECT-VALUES-TBL OCCURS 100 TIMES.
               10 SECT-COURSE-CODE-TBL PIC X(7).
               10 SECT-INSTRUCTOR-TBL  PIC X(6).
       01  SECT-SUB                    PIC 9(3)   VALUE ZERO.
       01  INSTRUCTOR-OK-SW            PIC X(1)   VALUE "N".

       01  LOCK-ACTION-WS              PIC X(1)   VALUE "A".
       01  LOCK-GRANTED-SW             PIC X(1)   VALUE "N".
       01  LOCK-HOLDER-WS              PIC X(10)  VALUE "GRADEPOST".

       PROCEDURE DIVISION.
       100-POST-GRADES.
           PERFORM 170-RESOLVE-DATA-FILES.
           PERFORM 180-START-RUN-LOG.
           PERFORM 190-ACQUIRE-MASTER-LOCK.
           PERFORM 200-OPEN-FILES.
           IF ABORT-SW = "N"
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
           CALL "SITECFG" USING GRADETXN-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING INDEXSTUFILE3-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING TIMETABL-PATH-WS, SITE-REGION-WS.
           CALL "SITECFG" USING EXCEPTIONS-PATH-WS, SITE-REGION-WS.

      *-----------------------------------------------------------------
      * Standard run log through RUNLOG; the control total is the
      * hash total of the marks posted
      *-----------------------------------------------------------------
       180-START-RUN-LOG.
           MOVE "GRADEPOST" TO RL-PROGRAM.
           MOVE LOCK-HOLDER-WS TO RL-OPERATOR.
           MOVE "S" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

       185-WRITE-RUN-LOG.
           MOVE READ-COUNT-WS TO RL-RECORDS-READ.
           MOVE POSTED-COUNT-WS TO RL-RECORDS-WRITTEN.
           MOVE REJECTED-COUNT-WS TO RL-RECORDS-REJECTED.
           MOVE MARK-TOTAL-WS TO RL-CONTROL-TOTAL.
           MOVE RETURN-CODE TO RL-COMPLETION-CODE.
           MOVE "E" TO RUN-LOG-ACTION-WS.
           CALL "RUNLOG" USING RUN-LOG-ACTION-WS, RUN-LOG-REC.

      *-----------------------------------------------------------------
      * One shared lock over the master, through FILELOCK; a lock
      * held elsewhere (and not overridden) refuses the run
           IF LOCK-GRANTED-SW NOT = "Y"
               DISPLAY "MASTER FILE LOCKED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 185-WRITE-RUN-LOG
               STOP RUN
           END-IF.

                           STATUS-FIELD
                   CLOSE GRADE-TXN-FILE-IN
               ELSE
                   OPEN INPUT TIMETABLE-FILE
                   IF TIMETABLE-STATUS-WS NOT = "00"
                       MOVE "Y" TO ABORT-SW
                       DISPLAY "TIMETABL.TXT NOT AVAILABLE - STATUS "
                               TIMETABLE-STATUS-WS
                       DISPLAY "INSTRUCTORS CANNOT BE VERIFIED - "
                               "RUN REFUSED"
                       CLOSE GRADE-TXN-FILE-IN
                       CLOSE INDEXED-STUDENT-FILE
                   ELSE
                       PERFORM 201-LOAD-SECTION-TABLE
                           UNTIL EOF-TIMETABLE-SW = "YES"
                       CLOSE TIMETABLE-FILE
                       OPEN EXTEND EXCEPTION-FILE-OUT
                   END-IF
               END-IF
           END-IF.

       201-LOAD-SECTION-TABLE.
           READ TIMETABLE-FILE
               AT END
                   MOVE "YES" TO EOF-TIMETABLE-SW
               NOT AT END
                   IF SECT-TABLE-COUNT < 100
                       ADD 1 TO SECT-TABLE-COUNT
                       MOVE SECT-COURSE-CODE
                           TO SECT-COURSE-CODE-TBL(SECT-TABLE-COUNT)
                       MOVE SECT-INSTRUCTOR-ID
                           TO SECT-INSTRUCTOR-TBL(SECT-TABLE-COUNT)
                   ELSE
                       MOVE "YES" TO EOF-TIMETABLE-SW
                   END-IF
           END-READ.

       210-READ-GRADE-TXN.
           READ GRADE-TXN-FILE-IN
               AT END
                   MOVE "YES" TO TXN-EOF-SW
               NOT AT END
                   ADD 1 TO READ-COUNT-WS
           END-READ.

      *-----------------------------------------------------------------
               MOVE "BAD GRADE TXN" TO EXCEPTION-REASON-WS
               PERFORM 310-WRITE-GRADE-EXCEPTION
           ELSE
               PERFORM 240-CHECK-INSTRUCTOR
               IF INSTRUCTOR-OK-SW = "N"
                   MOVE SPACES TO EXC-PROGRAM-CODE-WS
                   MOVE "INSTR NOT ASSIGNED" TO EXCEPTION-REASON-WS
                   PERFORM 310-WRITE-GRADE-EXCEPTION
               ELSE
                   PERFORM 350-POST-ACROSS-TERMS
               END-IF
           END-IF
           END-IF.
           PERFORM 210-READ-GRADE-TXN.

      *-----------------------------------------------------------------
      * The submitting instructor must be the one on the course's
      * section; a course with no section, or no instructor on it,
      * cannot take a mark from anyone
      *-----------------------------------------------------------------
       240-CHECK-INSTRUCTOR.
           MOVE "N" TO INSTRUCTOR-OK-SW.
           IF INSTRUCTOR-ID-TXN NOT = SPACES
               PERFORM 241-COMPARE-SECTION-ROW
                   VARYING SECT-SUB FROM 1 BY 1
                   UNTIL SECT-SUB > SECT-TABLE-COUNT
                       OR INSTRUCTOR-OK-SW = "Y"
           END-IF.

       241-COMPARE-SECTION-ROW.
           IF COURSE-CODE-TXN = SECT-COURSE-CODE-TBL(SECT-SUB)
                   AND INSTRUCTOR-ID-TXN = SECT-INSTRUCTOR-TBL(SECT-SUB)
               MOVE "Y" TO INSTRUCTOR-OK-SW
           END-IF.

      *-----------------------------------------------------------------
      * Walk the student's term records for the transaction's course:
      * the first record carrying it (not withdrawn) takes the mark;
                       PERFORM 310-WRITE-GRADE-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO POSTED-COUNT-WS
                       ADD MARK-TXN TO MARK-TOTAL-WS
               END-REWRITE
           END-IF
           END-IF.
