       program-id. PROJECT31.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program is the degree audit the registrar runs each
      * spring in place of checking graduation candidates by hand
      * against transcript printouts. Every student registered on
      * STUDENTFILE.TXT is audited against the requirements kept
      * on PGMREQ.TXT (maintained by PROJECT30) for the program
      * code on their registration. The student's record of study
      * is every term PROJECT24's rollover has filed on
      * TERMHIST.TXT plus the current STUFILE3.TXT course slots. A
      * course taken more than once counts once, at its best mark,
      * and it is passed when that mark reaches the program's pass
      * mark; credits earned are the COURSE-CREDITS-MAST credit
      * hours of the passed courses (a code that will not resolve
      * counts one credit, the way PROJECT24 weighs it). The
      * cumulative average is worked exactly as PROJECT14's
      * transcript works it, over every term and the current one.
      * DEGAUDIT.TXT lists each student with their credits and
      * cumulative average against the program's, followed by each
      * requirement still outstanding: a required course not taken
      * or not passed, credits short, or a cumulative average below
      * the minimum. A nonzero TUITION-OWED-IN is flagged on the
      * audit, because diplomas are not released to students who
      * still owe tuition. GRADLIST.TXT is the separate list of
      * students with no requirement outstanding: those owing
      * nothing are cleared to graduate, those still owing are
      * listed as held. Counts of students audited, cleared, held
      * and with requirements outstanding close both reports.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE-IN
               ASSIGN TO "C:\COBOL\STUDENTFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-NUMBER-OUT
                   FILE STATUS IS REG-FILE-IN-STATUS.
           SELECT STU3-FILE-IN
               ASSIGN TO "C:\COBOL\STUFILE3.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER-IN
                   FILE STATUS IS STU3-FILE-IN-STATUS.
           SELECT TERM-HIST-FILE
               ASSIGN TO "C:\COBOL\TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TERM-HIST-KEY
                   FILE STATUS IS TERM-HIST-FILE-STATUS.
           SELECT CRS-MAST-IN
               ASSIGN TO "C:\COBOL\CRSMAST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS COURSE-CODE-MAST
                   FILE STATUS IS CRS-MAST-IN-STATUS.
           SELECT PGM-REQ-FILE
               ASSIGN TO "C:\COBOL\PGMREQ.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REQ-PROGRAM-CODE
                   FILE STATUS IS PGM-REQ-FILE-STATUS.
           SELECT AUDIT-FILE-OUT
               ASSIGN TO "C:\COBOL\DEGAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRAD-FILE-OUT
               ASSIGN TO "C:\COBOL\GRADLIST.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD REG-FILE-IN.
           COPY STU1FD.

       FD STU3-FILE-IN.
           COPY STU3FD.

       FD TERM-HIST-FILE.
           COPY TRMHFD.

       FD CRS-MAST-IN.
           COPY CRSMFD.

       FD PGM-REQ-FILE.
           COPY PGMRQFD.

       FD  AUDIT-FILE-OUT.
       01  AUDIT-RECORD-OUT    PIC X(80).

       FD  GRAD-FILE-OUT.
       01  GRAD-RECORD-OUT     PIC X(80).

       working-storage section.
       01  AUDIT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(26)   VALUE   "NAME".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(3)    VALUE   "PGM".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "CREDITS".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(13)   VALUE   "CUM AVG / MIN".

       01  STUDENT-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  AUD-STU-NUMBER  PIC 9(9).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  AUD-LNAME       PIC X(15).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  AUD-FNAME       PIC X(10).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  AUD-PROGRAM     PIC X(3).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  AUD-CREDITS     PIC ZZ9.
           05  FILLER          PIC X(1)    VALUE   "/".
           05  AUD-REQ-CREDITS PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  AUD-CUM-AVG     PIC ZZ9.99.
           05  FILLER          PIC X(3)    VALUE   " / ".
           05  AUD-MIN-AVG     PIC ZZ9.99.

       01  OUTSTANDING-LINE-RECORD.
           05  FILLER          PIC X(6)    VALUE   SPACES.
           05  OUT-MESSAGE     PIC X(36).
           05  OUT-DETAIL      PIC X(10).

       01  GRAD-TITLE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(35)
                   VALUE   "GRADUATION LIST - AUDITED RUN DATE ".
           05  TITLE-RUN-DATE  PIC 9(8).

       01  GRAD-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(26)   VALUE   "NAME".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(3)    VALUE   "PGM".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "CUM AVG".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "STATUS".

       01  GRAD-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  GRAD-STU-NUMBER PIC 9(9).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  GRAD-LNAME      PIC X(15).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  GRAD-FNAME      PIC X(10).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  GRAD-PROGRAM    PIC X(3).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  GRAD-CUM-AVG    PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  GRAD-STATUS     PIC X(20).

       01  AUDIT-MESSAGES.
           05  NO-REQ-MSG      PIC X(36)
                   VALUE   "NO REQUIREMENTS ON FILE FOR PROGRAM ".
           05  NOT-TAKEN-MSG   PIC X(36)
                   VALUE   "REQUIRED COURSE NOT TAKEN           ".
           05  NOT-PASSED-MSG  PIC X(36)
                   VALUE   "REQUIRED COURSE NOT PASSED          ".
           05  CREDITS-SHORT-MSG   PIC X(36)
                   VALUE   "CREDITS SHORT OF PROGRAM TOTAL BY   ".
           05  LOW-AVERAGE-MSG PIC X(36)
                   VALUE   "CUM AVERAGE BELOW PROGRAM MINIMUM   ".
           05  TUITION-OWED-MSG    PIC X(36)
                   VALUE   "** TUITION OWED - DIPLOMA HELD      ".
           05  NO-STU3-MSG     PIC X(36)
                   VALUE   "** NOT ON STUFILE3 - BALANCE UNKNOWN".
           05  ALL-MET-MSG     PIC X(36)
                   VALUE   "ALL REQUIREMENTS MET                ".
           05  CLEARED-STATUS  PIC X(20)
                   VALUE   "CLEARED TO GRADUATE ".
           05  HELD-STATUS     PIC X(20)
                   VALUE   "HELD - TUITION OWED ".
           05  UNKNOWN-STATUS  PIC X(20)
                   VALUE   "HELD - NO BALANCE   ".

       01  AUDIT-COUNTERS.
           05  FILLER          PIC X(17)
                   VALUE "STUDENTS AUDITED ".
           05  AUDITED-CTR     PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(10)   VALUE "  CLEARED ".
           05  CLEARED-CTR     PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(7)    VALUE "  HELD ".
           05  HELD-CTR        PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(14)   VALUE "  OUTSTANDING ".
           05  OUTSTANDING-CTR PIC 9(6)    VALUE ZERO.

       01  FLAGS.
           05  REG-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  HIST-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  HIST-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  STU3-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  REQ-FOUND-FLAG  PIC X(1)    VALUE   "N".
           05  STU3-FOUND-FLAG PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  REG-FILE-IN-STATUS      PIC X(2)    VALUE "00".
           05  STU3-FILE-IN-STATUS     PIC X(2)    VALUE "00".
           05  TERM-HIST-FILE-STATUS   PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  PGM-REQ-FILE-STATUS     PIC X(2)    VALUE "00".

       01  AUDIT-WS.
           05  OUTSTANDING-COUNT   PIC 9(2)    VALUE ZERO.
           05  EARNED-CREDITS-WS   PIC 9(4)    VALUE ZERO.
           05  CREDITS-SHORT-WS    PIC 9(4)    VALUE ZERO.
           05  SHORT-EDIT-WS       PIC ZZZ9.
           05  OWED-EDIT-WS        PIC ZZZ9.99.
           05  CUM-WEIGHTED-WS     PIC 9(8)V99 VALUE ZERO.
           05  CUM-CREDITS-WS      PIC 9(4)    VALUE ZERO.
           05  CUM-AVERAGE-WS      PIC 9(3)V99 VALUE ZERO.

      *The distinct courses on the student's record of study, each
      *at the best mark it was given; sized for every slot of
      *ten terms.
       01  EARNED-COURSE-TABLE.
           05  EARNED-COUNT        PIC 9(2)    VALUE ZERO.
           05  EARNED-ENTRY        OCCURS 60 TIMES.
               10  EARNED-CODE-T       PIC X(7).
               10  EARNED-BEST-T       PIC 9(3)V99.

       01  REQUIRED-COURSE-TABLE.
           05  REQ-COURSE-T        PIC X(7)    OCCURS 8 TIMES.

       01 OTHER-VAR.
           05  SUB1        PIC 9(1)    VALUE 1.
           05  REQ-SUB     PIC 9(1)    VALUE 1.
           05  EARNED-SUB  PIC 9(2)    VALUE 1.
           05  FOUND-SUB   PIC 9(2)    VALUE ZERO.
           05  SEARCH-CODE-WS      PIC X(7)    VALUE SPACES.
           05  WEIGHTED-TOTAL-WS   PIC 9(6)V99 VALUE ZERO.
           05  TOTAL-CREDITS-WS    PIC 9(3)    VALUE ZERO.
           05  SLOT-CREDITS-WS     PIC 9(2)    VALUE ZERO.

           05  STU-COURSE-TABLE    OCCURS 6 TIMES.
               10  STU-COURSE-CODE-T      PIC X(7).
               10  STU-COURSE-AVER-T      PIC 9(3)V99.

       procedure division.

       *>Main module for the project.
       100-AUDIT-DEGREES.
           PERFORM 201-INIT-AUDIT-DEGREES.
           PERFORM 202-AUDIT-ONE-STUDENT
               UNTIL REG-EOF-FLAG = "Y" OR "y".
           PERFORM 203-TERM-AUDIT-DEGREES.
           STOP RUN.

       *>Initialization:
       *>Open the files, write the report headers, read the first
       *>registration record.
       201-INIT-AUDIT-DEGREES.
           PERFORM 701-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TITLE-RUN-DATE.
           WRITE AUDIT-RECORD-OUT FROM AUDIT-HEADER.
           WRITE GRAD-RECORD-OUT FROM GRAD-TITLE.
           WRITE GRAD-RECORD-OUT FROM GRAD-HEADER.
           PERFORM 703-READ-REG-RECORD.

       *>Audit module:
       *>Gather this student's record of study, check it against
       *>their program's requirements, write the audit and, when
       *>nothing is outstanding, the graduation list line; repeat
       *>until the last registration.
       202-AUDIT-ONE-STUDENT.
           ADD 1 TO AUDITED-CTR.
           PERFORM 704-READ-STUDENT-MASTERS.
           PERFORM 705-GATHER-RECORD-OF-STUDY.
           PERFORM 709-COMPUTE-EARNED-CREDITS.
           PERFORM 711-WRITE-STUDENT-LINE.
           PERFORM 712-CHECK-REQUIREMENTS.
           PERFORM 715-CHECK-TUITION.
           PERFORM 716-WRITE-GRAD-DISPOSITION.
           PERFORM 703-READ-REG-RECORD.

       *>Termination module:
       *>Write the counts to both reports, display them, close
       *>the files.
       203-TERM-AUDIT-DEGREES.
           WRITE AUDIT-RECORD-OUT FROM AUDIT-COUNTERS
               AFTER 2 LINES.
           WRITE GRAD-RECORD-OUT FROM AUDIT-COUNTERS
               AFTER 2 LINES.
           DISPLAY AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Open the registrations, the student master, the course
       *>master and the requirements for input, and the reports.
       *>Without registrations or requirements there is nothing to
       *>audit against, so the run ends with a message. With no
       *>term history on file the audit runs over the current term
       *>alone, and says so. With no student master every student
       *>is audited as not on STUFILE3, and held.
       701-OPEN-FILES.
           OPEN INPUT REG-FILE-IN
                INPUT STU3-FILE-IN
                INPUT CRS-MAST-IN
                INPUT PGM-REQ-FILE
                OUTPUT AUDIT-FILE-OUT
                OUTPUT GRAD-FILE-OUT.
           IF REG-FILE-IN-STATUS NOT = "00"
               DISPLAY "STUDENTFILE OPEN FAILED, STATUS "
                   REG-FILE-IN-STATUS
               MOVE "Y" TO REG-EOF-FLAG
           END-IF.
           IF PGM-REQ-FILE-STATUS NOT = "00"
               DISPLAY "PROGRAM REQUIREMENTS OPEN FAILED, STATUS "
                   PGM-REQ-FILE-STATUS
               DISPLAY "NOTHING TO AUDIT AGAINST - RUN ENDED"
               MOVE "Y" TO REG-EOF-FLAG
           END-IF.
           IF STU3-FILE-IN-STATUS NOT = "00"
               DISPLAY "WARNING: STUFILE3 OPEN FAILED, STATUS "
                   STU3-FILE-IN-STATUS
               DISPLAY "CURRENT TERM AND BALANCES WILL NOT AUDIT"
               MOVE "N" TO STU3-AVAIL-FLAG
           END-IF.
           IF CRS-MAST-IN-STATUS NOT = "00"
               DISPLAY "WARNING: COURSE MASTER OPEN FAILED, STATUS "
                   CRS-MAST-IN-STATUS
               DISPLAY "EVERY COURSE COUNTS AT ONE CREDIT"
           END-IF.
           OPEN INPUT TERM-HIST-FILE.
           IF TERM-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO TERM HISTORY ON FILE"
               DISPLAY "AUDIT COVERS THE CURRENT TERM ONLY"
               MOVE "N" TO HIST-AVAIL-FLAG
           END-IF.

       *>Read the next registration record.
       703-READ-REG-RECORD.
           IF REG-EOF-FLAG NOT = "Y"
               READ REG-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO REG-EOF-FLAG
               END-READ
           END-IF.

       *>Read this student's program requirements and their
       *>STUFILE3 record at random. With no student master the
       *>student is taken as not on STUFILE3.
       704-READ-STUDENT-MASTERS.
           MOVE "Y" TO REQ-FOUND-FLAG.
           MOVE PROGRAM-CODE-OUT TO REQ-PROGRAM-CODE.
           READ PGM-REQ-FILE
               INVALID KEY
                   MOVE "N" TO REQ-FOUND-FLAG
                   MOVE ZERO TO REQ-TOTAL-CREDITS
                   MOVE ZERO TO REQ-MIN-AVERAGE
                   MOVE ZERO TO REQ-PASS-MARK
           END-READ.
           PERFORM 724-LOAD-REQUIRED-TABLE.
           MOVE STU3-AVAIL-FLAG TO STU3-FOUND-FLAG.
           MOVE STU-NUMBER-OUT TO STUDENT-NUMBER-IN.
           IF STU3-AVAIL-FLAG = "Y"
               READ STU3-FILE-IN
                   INVALID KEY
                       MOVE "N" TO STU3-FOUND-FLAG
               END-READ
           END-IF.
           IF STU3-FOUND-FLAG = "N"
               MOVE SPACES TO STUDENT-FNAME-IN
               MOVE SPACES TO STUDENT-LNAME-IN
               MOVE ZERO TO TUITION-OWED-IN
           END-IF.

       *>Gather the record of study: every rolled term in term
       *>order, then the current slots, each course folded into the
       *>earned table and each term into the cumulative average.
       705-GATHER-RECORD-OF-STUDY.
           MOVE ZERO TO EARNED-COUNT.
           MOVE ZERO TO CUM-WEIGHTED-WS.
           MOVE ZERO TO CUM-CREDITS-WS.
           PERFORM 720-WALK-TERM-HISTORY.
           IF STU3-FOUND-FLAG = "Y"
               PERFORM 706-LOAD-CURRENT-SLOTS
               PERFORM 707-COMPUTE-CURRENT-AVER
               COMPUTE CUM-WEIGHTED-WS = CUM-WEIGHTED-WS +
                   WEIGHTED-TOTAL-WS
               ADD TOTAL-CREDITS-WS TO CUM-CREDITS-WS
               PERFORM 726-FOLD-ONE-SLOT
                   VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6
           END-IF.
           IF CUM-CREDITS-WS > ZERO
               COMPUTE CUM-AVERAGE-WS ROUNDED =
                   CUM-WEIGHTED-WS / CUM-CREDITS-WS
           ELSE
               MOVE ZERO TO CUM-AVERAGE-WS
           END-IF.

       *>Copy the current STUFILE3 slots into the working table,
       *>the same record-to-table mapping PROJECT3 uses.
       706-LOAD-CURRENT-SLOTS.
           MOVE COURSE1-CODE-IN TO STU-COURSE-CODE-T(1).
           MOVE COURSE2-CODE-IN TO STU-COURSE-CODE-T(2).
           MOVE COURSE3-CODE-IN TO STU-COURSE-CODE-T(3).
           MOVE COURSE4-CODE-IN TO STU-COURSE-CODE-T(4).
           MOVE COURSE5-CODE-IN TO STU-COURSE-CODE-T(5).
           MOVE COURSE6-CODE-IN TO STU-COURSE-CODE-T(6).
           MOVE COURSE1-AVERAGE-IN TO STU-COURSE-AVER-T(1).
           MOVE COURSE2-AVERAGE-IN TO STU-COURSE-AVER-T(2).
           MOVE COURSE3-AVERAGE-IN TO STU-COURSE-AVER-T(3).
           MOVE COURSE4-AVERAGE-IN TO STU-COURSE-AVER-T(4).
           MOVE COURSE5-AVERAGE-IN TO STU-COURSE-AVER-T(5).
           MOVE COURSE6-AVERAGE-IN TO STU-COURSE-AVER-T(6).

       *>Compute the current term's credit-weighted total the way
       *>PROJECT14 does before folding it into the cumulative.
       707-COMPUTE-CURRENT-AVER.
           MOVE ZERO TO WEIGHTED-TOTAL-WS.
           MOVE ZERO TO TOTAL-CREDITS-WS.
           PERFORM 717-ACCUM-WEIGHTED-SLOT
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6.

       *>Weigh one populated course slot into the running weighted
       *>total.
       717-ACCUM-WEIGHTED-SLOT.
           IF STU-COURSE-CODE-T(SUB1) NOT = SPACES
               MOVE STU-COURSE-CODE-T(SUB1) TO COURSE-CODE-MAST
               PERFORM 710-READ-COURSE-CREDITS
               COMPUTE WEIGHTED-TOTAL-WS = WEIGHTED-TOTAL-WS +
                   (STU-COURSE-AVER-T(SUB1) * SLOT-CREDITS-WS)
               ADD SLOT-CREDITS-WS TO TOTAL-CREDITS-WS
           END-IF.

       *>Read the credit hours of the course in COURSE-CODE-MAST;
       *>a code that will not resolve, or carries no credits,
       *>counts one credit.
       710-READ-COURSE-CREDITS.
           MOVE ZERO TO SLOT-CREDITS-WS.
           READ CRS-MAST-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COURSE-CREDITS-MAST TO SLOT-CREDITS-WS
           END-READ.
           IF SLOT-CREDITS-WS = ZERO
               MOVE 1 TO SLOT-CREDITS-WS
           END-IF.

       *>Walk every term PROJECT24's rollover filed for this
       *>student, in term order off the composite key.
       720-WALK-TERM-HISTORY.
           IF HIST-AVAIL-FLAG = "Y"
               MOVE "N" TO HIST-EOF-FLAG
               MOVE STU-NUMBER-OUT TO HIST-STUDENT-NUMBER
               MOVE ZERO TO HIST-TERM-ID
               START TERM-HIST-FILE
                   KEY IS NOT LESS THAN TERM-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO HIST-EOF-FLAG
               END-START
               PERFORM 721-READ-ONE-HIST-TERM
                   UNTIL HIST-EOF-FLAG = "Y"
           END-IF.

       *>Read the next history term; the walk ends at end of file
       *>or at the first record keyed to another student.
       721-READ-ONE-HIST-TERM.
           READ TERM-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF-FLAG
               NOT AT END
                   IF HIST-STUDENT-NUMBER NOT = STU-NUMBER-OUT
                       MOVE "Y" TO HIST-EOF-FLAG
                   ELSE
                       PERFORM 722-FOLD-ONE-HIST-TERM
                   END-IF
           END-READ.

       *>Fold one rolled term into the cumulative average with its
       *>stored term average and credit hours, as PROJECT14 does,
       *>and its courses into the earned table.
       722-FOLD-ONE-HIST-TERM.
           COMPUTE CUM-WEIGHTED-WS = CUM-WEIGHTED-WS +
               (HIST-TERM-AVERAGE * HIST-TERM-CREDITS).
           ADD HIST-TERM-CREDITS TO CUM-CREDITS-WS.
           PERFORM 723-LOAD-HIST-SLOTS.
           PERFORM 726-FOLD-ONE-SLOT
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6.

       *>Copy one history term's course pairs into the working
       *>table.
       723-LOAD-HIST-SLOTS.
           MOVE HIST-COURSE1-CODE TO STU-COURSE-CODE-T(1).
           MOVE HIST-COURSE2-CODE TO STU-COURSE-CODE-T(2).
           MOVE HIST-COURSE3-CODE TO STU-COURSE-CODE-T(3).
           MOVE HIST-COURSE4-CODE TO STU-COURSE-CODE-T(4).
           MOVE HIST-COURSE5-CODE TO STU-COURSE-CODE-T(5).
           MOVE HIST-COURSE6-CODE TO STU-COURSE-CODE-T(6).
           MOVE HIST-COURSE1-AVER TO STU-COURSE-AVER-T(1).
           MOVE HIST-COURSE2-AVER TO STU-COURSE-AVER-T(2).
           MOVE HIST-COURSE3-AVER TO STU-COURSE-AVER-T(3).
           MOVE HIST-COURSE4-AVER TO STU-COURSE-AVER-T(4).
           MOVE HIST-COURSE5-AVER TO STU-COURSE-AVER-T(5).
           MOVE HIST-COURSE6-AVER TO STU-COURSE-AVER-T(6).

       *>Fold one populated slot into the earned table: a course
       *>already there keeps the better of its two marks, so a
       *>repeated course is never counted twice; a new course
       *>takes the next entry.
       726-FOLD-ONE-SLOT.
           IF STU-COURSE-CODE-T(SUB1) NOT = SPACES
               MOVE STU-COURSE-CODE-T(SUB1) TO SEARCH-CODE-WS
               PERFORM 727-FIND-EARNED-COURSE
               IF FOUND-SUB > ZERO
                   IF STU-COURSE-AVER-T(SUB1) >
                           EARNED-BEST-T(FOUND-SUB)
                       MOVE STU-COURSE-AVER-T(SUB1)
                           TO EARNED-BEST-T(FOUND-SUB)
                   END-IF
               ELSE
                   IF EARNED-COUNT < 60
                       ADD 1 TO EARNED-COUNT
                       MOVE STU-COURSE-CODE-T(SUB1)
                           TO EARNED-CODE-T(EARNED-COUNT)
                       MOVE STU-COURSE-AVER-T(SUB1)
                           TO EARNED-BEST-T(EARNED-COUNT)
                   END-IF
               END-IF
           END-IF.

       *>Find the course in SEARCH-CODE-WS in the earned table;
       *>FOUND-SUB is zero when it is not there.
       727-FIND-EARNED-COURSE.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 728-MATCH-ONE-EARNED
               VARYING EARNED-SUB FROM 1 BY 1
               UNTIL EARNED-SUB > EARNED-COUNT OR FOUND-SUB > ZERO.

       *>Match one earned entry against the course searched for.
       728-MATCH-ONE-EARNED.
           IF EARNED-CODE-T(EARNED-SUB) = SEARCH-CODE-WS
               MOVE EARNED-SUB TO FOUND-SUB
           END-IF.

       *>Total the credit hours of every course passed at the
       *>program's pass mark.
       709-COMPUTE-EARNED-CREDITS.
           MOVE ZERO TO EARNED-CREDITS-WS.
           PERFORM 729-ACCUM-EARNED-COURSE
               VARYING EARNED-SUB FROM 1 BY 1
               UNTIL EARNED-SUB > EARNED-COUNT.

       *>Add one earned course's credits when it was passed.
       729-ACCUM-EARNED-COURSE.
           IF EARNED-BEST-T(EARNED-SUB) NOT < REQ-PASS-MARK
                   AND REQ-FOUND-FLAG = "Y"
               MOVE EARNED-CODE-T(EARNED-SUB) TO COURSE-CODE-MAST
               PERFORM 710-READ-COURSE-CREDITS
               ADD SLOT-CREDITS-WS TO EARNED-CREDITS-WS
           END-IF.

       *>Write the student's audit heading line: credits earned
       *>against the program total, cumulative average against the
       *>program minimum.
       711-WRITE-STUDENT-LINE.
           MOVE ZERO TO OUTSTANDING-COUNT.
           MOVE STU-NUMBER-OUT TO AUD-STU-NUMBER.
           MOVE STUDENT-LNAME-IN TO AUD-LNAME.
           MOVE STUDENT-FNAME-IN TO AUD-FNAME.
           MOVE PROGRAM-CODE-OUT TO AUD-PROGRAM.
           MOVE EARNED-CREDITS-WS TO AUD-CREDITS.
           MOVE REQ-TOTAL-CREDITS TO AUD-REQ-CREDITS.
           MOVE CUM-AVERAGE-WS TO AUD-CUM-AVG.
           MOVE REQ-MIN-AVERAGE TO AUD-MIN-AVG.
           WRITE AUDIT-RECORD-OUT FROM STUDENT-LINE-RECORD
               AFTER 2 LINES.

       *>Check each requirement of the program, writing a line
       *>for every one still outstanding. A program with no
       *>requirements on file cannot be cleared at all.
       712-CHECK-REQUIREMENTS.
           IF REQ-FOUND-FLAG = "N"
               MOVE NO-REQ-MSG TO OUT-MESSAGE
               MOVE PROGRAM-CODE-OUT TO OUT-DETAIL
               PERFORM 730-WRITE-OUTSTANDING-LINE
           ELSE
               PERFORM 713-CHECK-ONE-REQUIRED
                   VARYING REQ-SUB FROM 1 BY 1 UNTIL REQ-SUB > 8
               IF EARNED-CREDITS-WS < REQ-TOTAL-CREDITS
                   COMPUTE CREDITS-SHORT-WS =
                       REQ-TOTAL-CREDITS - EARNED-CREDITS-WS
                   MOVE CREDITS-SHORT-WS TO SHORT-EDIT-WS
                   MOVE CREDITS-SHORT-MSG TO OUT-MESSAGE
                   MOVE SHORT-EDIT-WS TO OUT-DETAIL
                   PERFORM 730-WRITE-OUTSTANDING-LINE
               END-IF
               IF CUM-AVERAGE-WS < REQ-MIN-AVERAGE
                   MOVE LOW-AVERAGE-MSG TO OUT-MESSAGE
                   MOVE SPACES TO OUT-DETAIL
                   PERFORM 730-WRITE-OUTSTANDING-LINE
               END-IF
           END-IF.
           IF OUTSTANDING-COUNT > ZERO
               ADD 1 TO OUTSTANDING-CTR
           END-IF.

       *>A required course must be in the earned table at a mark
       *>reaching the pass mark.
       713-CHECK-ONE-REQUIRED.
           IF REQ-COURSE-T(REQ-SUB) NOT = SPACES
               MOVE REQ-COURSE-T(REQ-SUB) TO SEARCH-CODE-WS
               PERFORM 727-FIND-EARNED-COURSE
               IF FOUND-SUB = ZERO
                   MOVE NOT-TAKEN-MSG TO OUT-MESSAGE
                   MOVE REQ-COURSE-T(REQ-SUB) TO OUT-DETAIL
                   PERFORM 730-WRITE-OUTSTANDING-LINE
               ELSE
                   IF EARNED-BEST-T(FOUND-SUB) < REQ-PASS-MARK
                       MOVE NOT-PASSED-MSG TO OUT-MESSAGE
                       MOVE REQ-COURSE-T(REQ-SUB) TO OUT-DETAIL
                       PERFORM 730-WRITE-OUTSTANDING-LINE
                   END-IF
               END-IF
           END-IF.

       *>Flag any tuition still owed, or a balance that cannot be
       *>known because the student is not on STUFILE3. Neither is
       *>an academic requirement, so neither counts as outstanding.
       715-CHECK-TUITION.
           IF STU3-FOUND-FLAG = "N"
               MOVE NO-STU3-MSG TO OUT-MESSAGE
               MOVE SPACES TO OUT-DETAIL
               WRITE AUDIT-RECORD-OUT FROM OUTSTANDING-LINE-RECORD
           ELSE
               IF TUITION-OWED-IN > ZERO
                   MOVE TUITION-OWED-IN TO OWED-EDIT-WS
                   MOVE TUITION-OWED-MSG TO OUT-MESSAGE
                   MOVE OWED-EDIT-WS TO OUT-DETAIL
                   WRITE AUDIT-RECORD-OUT
                       FROM OUTSTANDING-LINE-RECORD
               END-IF
           END-IF.

       *>A student with nothing outstanding goes on the graduation
       *>list: cleared when they owe nothing, otherwise held.
       716-WRITE-GRAD-DISPOSITION.
           IF OUTSTANDING-COUNT = ZERO
               MOVE ALL-MET-MSG TO OUT-MESSAGE
               MOVE SPACES TO OUT-DETAIL
               WRITE AUDIT-RECORD-OUT FROM OUTSTANDING-LINE-RECORD
               MOVE STU-NUMBER-OUT TO GRAD-STU-NUMBER
               MOVE STUDENT-LNAME-IN TO GRAD-LNAME
               MOVE STUDENT-FNAME-IN TO GRAD-FNAME
               MOVE PROGRAM-CODE-OUT TO GRAD-PROGRAM
               MOVE CUM-AVERAGE-WS TO GRAD-CUM-AVG
               IF STU3-FOUND-FLAG = "N"
                   MOVE UNKNOWN-STATUS TO GRAD-STATUS
                   ADD 1 TO HELD-CTR
               ELSE
                   IF TUITION-OWED-IN > ZERO
                       MOVE HELD-STATUS TO GRAD-STATUS
                       ADD 1 TO HELD-CTR
                   ELSE
                       MOVE CLEARED-STATUS TO GRAD-STATUS
                       ADD 1 TO CLEARED-CTR
                   END-IF
               END-IF
               WRITE GRAD-RECORD-OUT FROM GRAD-LINE-RECORD
           END-IF.

       *>Copy the program's required courses into the working
       *>table; with no requirements on file the table is blank.
       724-LOAD-REQUIRED-TABLE.
           IF REQ-FOUND-FLAG = "Y"
               MOVE REQ1-COURSE-CODE TO REQ-COURSE-T(1)
               MOVE REQ2-COURSE-CODE TO REQ-COURSE-T(2)
               MOVE REQ3-COURSE-CODE TO REQ-COURSE-T(3)
               MOVE REQ4-COURSE-CODE TO REQ-COURSE-T(4)
               MOVE REQ5-COURSE-CODE TO REQ-COURSE-T(5)
               MOVE REQ6-COURSE-CODE TO REQ-COURSE-T(6)
               MOVE REQ7-COURSE-CODE TO REQ-COURSE-T(7)
               MOVE REQ8-COURSE-CODE TO REQ-COURSE-T(8)
           ELSE
               MOVE SPACES TO REQUIRED-COURSE-TABLE
           END-IF.

       *>Write one outstanding requirement line and count it.
       730-WRITE-OUTSTANDING-LINE.
           WRITE AUDIT-RECORD-OUT FROM OUTSTANDING-LINE-RECORD.
           ADD 1 TO OUTSTANDING-COUNT.

      *Close all the files to finish this function. The term
      *history and the student master are only closed if they
      *opened.
       708-CLOSE-FILES.
           CLOSE REG-FILE-IN CRS-MAST-IN PGM-REQ-FILE
                 AUDIT-FILE-OUT GRAD-FILE-OUT.
           IF HIST-AVAIL-FLAG = "Y"
               CLOSE TERM-HIST-FILE
           END-IF.
           IF STU3-AVAIL-FLAG = "Y"
               CLOSE STU3-FILE-IN
           END-IF.

       end program PROJECT31.
