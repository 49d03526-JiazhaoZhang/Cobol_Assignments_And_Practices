       program-id. PROJECT29.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program posts grade amendments against terms already
      * closed by PROJECT24's rollover. Once a term is on
      * TERMHIST.TXT its marks are out of PROJECT20's reach, so a
      * re-mark on appeal or a clerical error found after the term
      * closed had no way back onto the record. Each amendment
      * transaction on GRDCHG.TXT carries a student number, the
      * term (YYMM) and course code to amend, the new course
      * average, a reason code and the name of the instructor who
      * approved it. The term record is read by its composite key,
      * the mark is replaced in the slot carrying the course, and
      * the term's credit-weighted average and credit hours are
      * recalculated the way PROJECT24 first computed them before
      * the record is rewritten. Every amendment applied is written
      * to the GRDAUDIT.TXT audit file with the term record's
      * before and after images, and listed on the GRDCHGRG.TXT
      * grade-change register for the academic council with the
      * old and new mark and term average, the reason and the
      * approving instructor. The register is appended to run
      * after run, each run under its own dated heading, so the
      * council keeps every change listed. An amendment that
      * cannot be applied (mark outside 0-100, unknown reason
      * code, no approving instructor, no such closed term, a
      * course not taken that term, a mark no different from the
      * one on file, or a term record that will not rewrite) is
      * written to the GCHGEDIT.TXT edit report in the PROJECT20
      * style, with the applied/rejected control counts at the end.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHG-IN
               ASSIGN TO "C:\COBOL\GRDCHG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GRADE-CHG-IN-STATUS.
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
           SELECT GRADE-AUDIT-FILE
               ASSIGN TO "C:\COBOL\GRDAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS GRADE-AUDIT-STATUS.
           SELECT REGISTER-FILE-OUT
               ASSIGN TO "C:\COBOL\GRDCHGRG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT EDIT-RPT-FILE-OUT
               ASSIGN TO "C:\COBOL\GCHGEDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD GRADE-CHG-IN.
       01  GRADE-CHG-RECORD.
           05  CHG-STU-NUMBER-IN    PIC 9(9).
           05  CHG-TERM-ID-IN       PIC 9(4).
           05  CHG-COURSE-CODE-IN   PIC X(7).
           05  CHG-AVERAGE-IN       PIC 9(3)V99.
           05  CHG-REASON-CODE-IN   PIC X(2).
           05  CHG-INSTRUCTOR-IN    PIC X(20).

       FD TERM-HIST-FILE.
           COPY TRMHFD.

       FD CRS-MAST-IN.
           COPY CRSMFD.

       FD GRADE-AUDIT-FILE.
           COPY GAUDFD.

       FD  REGISTER-FILE-OUT.
       01  REGISTER-RECORD-OUT PIC X(110).

       FD  EDIT-RPT-FILE-OUT.
       01  EDIT-RPT-RECORD-OUT PIC X(80).

       working-storage section.
       01  REGISTER-TITLE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(32)
                   VALUE   "GRADE CHANGE REGISTER - RUN DATE".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  TITLE-RUN-DATE  PIC 9(8).

       01  REGISTER-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(4)    VALUE   "TERM".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "COURSE ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "  OLD ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "  NEW ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "OLDAVG".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "NEWAVG".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(22)   VALUE   "REASON".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(20)   VALUE   "APPROVED BY".

       01  REGISTER-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-STU-NUMBER  PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  REG-TERM-ID     PIC 9(4).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-COURSE-CODE PIC X(7).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-OLD-AVER    PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-NEW-AVER    PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-OLD-TERM-AVG    PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-NEW-TERM-AVG    PIC ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-REASON-CODE PIC X(2).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  REG-REASON-DESC PIC X(19).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  REG-INSTRUCTOR  PIC X(20).

       01  EDIT-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(4)    VALUE   "TERM".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "COURSE ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "AVERAGE".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(11)   VALUE   "DISPOSITION".

       01  EDIT-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EDIT-STU-NUMBER PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  EDIT-TERM-ID    PIC 9(4).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EDIT-COURSE-CODE    PIC X(7).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EDIT-AVERAGE    PIC ZZ9.99.
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  EDIT-DISPOSITION    PIC X(9).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  EDIT-REASON     PIC X(29).

       01  EDIT-WS.
           05  EDIT-MSG-WS     PIC X(29)   VALUE SPACES.

       01  EDIT-MESSAGES.
           05  BAD-MARK-MSG    PIC X(29)
                   VALUE   "MARK MUST BE 0 THRU 100      ".
           05  BAD-REASON-MSG  PIC X(29)
                   VALUE   "INVALID REASON CODE          ".
           05  NO-INSTRUCTOR-MSG   PIC X(29)
                   VALUE   "NO APPROVING INSTRUCTOR      ".
           05  NO-TERM-MSG     PIC X(29)
                   VALUE   "NO CLOSED TERM ON HISTORY    ".
           05  NOT-TAKEN-MSG   PIC X(29)
                   VALUE   "COURSE NOT TAKEN THAT TERM   ".
           05  NO-CHANGE-MSG   PIC X(29)
                   VALUE   "MARK SAME AS MARK ON FILE    ".
           05  REWRITE-FAIL-MSG    PIC X(29)
                   VALUE   "TERM RECORD NOT UPDATED      ".

      *Reason codes an amendment may carry, with the wording the
      *register prints for the council.
       01  REASON-VALUES.
           05  FILLER          PIC X(21)
                   VALUE   "CECLERICAL ERROR     ".
           05  FILLER          PIC X(21)
                   VALUE   "RARE-MARK ON APPEAL  ".
           05  FILLER          PIC X(21)
                   VALUE   "ICINCOMPLETE FINISHED".
           05  FILLER          PIC X(21)
                   VALUE   "DFDEFERRED EXAM      ".
           05  FILLER          PIC X(21)
                   VALUE   "APACADEMIC PENALTY   ".
       01  REASON-TABLE REDEFINES REASON-VALUES.
           05  REASON-ENTRY    OCCURS 5 TIMES.
               10  REASON-CODE-T   PIC X(2).
               10  REASON-DESC-T   PIC X(19).

       01  BATCH-COUNTERS.
           05  FILLER          PIC X(21)
                   VALUE "AMENDMENTS APPLIED   ".
           05  APPLIED-CTR     PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(11)   VALUE "  REJECTED ".
           05  REJECTED-CTR    PIC 9(6)    VALUE ZERO.

       01  AUDIT-WS.
           05  BEFORE-IMAGE-WS PIC X(93)   VALUE SPACES.
           05  OLD-AVER-WS     PIC 9(3)V99 VALUE ZERO.
           05  OLD-TERM-AVG-WS PIC 9(3)V99 VALUE ZERO.

       01  FLAGS.
           05  TRANS-EOF-FLAG  PIC X(1)    VALUE   "N".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  GRADE-CHG-IN-STATUS     PIC X(2)    VALUE "00".
           05  TERM-HIST-FILE-STATUS   PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  GRADE-AUDIT-STATUS      PIC X(2)    VALUE "00".
           05  REGISTER-FILE-STATUS    PIC X(2)    VALUE "00".

       01 OTHER-VAR.
           05  SUB1        PIC 9(1)    VALUE 1.
           05  MATCH-SUB   PIC 9(1)    VALUE ZERO.
           05  REASON-SUB  PIC 9(1)    VALUE ZERO.
           05  REASON-MATCH-SUB    PIC 9(1)    VALUE ZERO.
           05  WEIGHTED-TOTAL-WS   PIC 9(6)V99 VALUE ZERO.
           05  TOTAL-CREDITS-WS    PIC 9(3)    VALUE ZERO.
           05  SLOT-CREDITS-WS     PIC 9(2)    VALUE ZERO.
           05  TERM-AVERAGE-WS     PIC 9(3)V99 VALUE ZERO.

           05  STU-COURSE-TABLE    OCCURS 6 TIMES.
               10  STU-COURSE-CODE-T      PIC X(7).
               10  STU-COURSE-AVER-T      PIC 9(3)V99.

       procedure division.

       *>Main module for the project.
       100-AMEND-GRADES.
           PERFORM 201-INIT-AMEND-GRADES.
           PERFORM 202-AMEND-ONE-GRADE
               UNTIL TRANS-EOF-FLAG = "Y" OR "y".
           PERFORM 203-TERM-AMEND-GRADES.
           STOP RUN.

       *>Initialization:
       *>Open files, write the register and edit report headers,
       *>read the first amendment.
       201-INIT-AMEND-GRADES.
           PERFORM 701-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TITLE-RUN-DATE.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-TITLE.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-HEADER.
           WRITE EDIT-RPT-RECORD-OUT FROM EDIT-RPT-HEADER.
           PERFORM 703-READ-GRADE-CHG.

       *>Amendment module:
       *>Apply this amendment to its closed term or reject it,
       *>repeat until the last transaction.
       202-AMEND-ONE-GRADE.
           PERFORM 704-APPLY-GRADE-CHG.
           PERFORM 703-READ-GRADE-CHG.

       *>Termination module:
       *>Write the control counts, display the audit trail, close
       *>the files.
       203-TERM-AMEND-GRADES.
           WRITE EDIT-RPT-RECORD-OUT FROM BATCH-COUNTERS.
           WRITE REGISTER-RECORD-OUT FROM BATCH-COUNTERS.
           DISPLAY BATCH-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Open the amendment input, the term history for update, the
       *>course master for the credit weighting, the audit file and
       *>the register for append (each created on the first
       *>amendment run) and the edit report. With no amendments, no
       *>term history, or no course master to weight by, the run
       *>ends with a message rather than an abort: an average
       *>weighted short is worse than no amendment.
       701-OPEN-FILES.
           OPEN INPUT GRADE-CHG-IN.
           IF GRADE-CHG-IN-STATUS NOT = "00"
               DISPLAY "AMENDMENT FILE NOT FOUND - NOTHING TO POST"
               MOVE "Y" TO TRANS-EOF-FLAG
           END-IF.
           OPEN I-O TERM-HIST-FILE.
           IF TERM-HIST-FILE-STATUS NOT = "00"
               DISPLAY "TERM HISTORY OPEN FAILED, STATUS "
                   TERM-HIST-FILE-STATUS
               MOVE "Y" TO TRANS-EOF-FLAG
           END-IF.
           OPEN INPUT CRS-MAST-IN.
           IF CRS-MAST-IN-STATUS NOT = "00"
               DISPLAY "COURSE MASTER OPEN FAILED, STATUS "
                   CRS-MAST-IN-STATUS
               DISPLAY "TERM AVERAGES CANNOT BE WEIGHTED - RUN ENDED"
               MOVE "Y" TO TRANS-EOF-FLAG
           END-IF.
           OPEN EXTEND GRADE-AUDIT-FILE.
           IF GRADE-AUDIT-STATUS = "35"
               OPEN OUTPUT GRADE-AUDIT-FILE
           END-IF.
           OPEN EXTEND REGISTER-FILE-OUT.
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE-OUT
           END-IF.
           OPEN OUTPUT EDIT-RPT-FILE-OUT.

       *>Read the next amendment transaction record.
       703-READ-GRADE-CHG.
           IF TRANS-EOF-FLAG NOT = "Y"
               READ GRADE-CHG-IN
               AT END MOVE "Y" TO TRANS-EOF-FLAG
               END-READ
           END-IF.

       *>Run this amendment through the edits and apply it. The
       *>mark, reason and instructor are edited first, then the
       *>closed term read by key, then the course found on it; the
       *>first failing edit leaves its message in EDIT-MSG-WS for
       *>the reject line, the same pattern PROJECT20 uses.
       704-APPLY-GRADE-CHG.
           MOVE "Y" TO DATA-VALID-FLAG.
           MOVE SPACES TO EDIT-MSG-WS.
           PERFORM 705-EDIT-MARK.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 706-EDIT-APPROVAL
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 709-READ-TERM-BY-KEY
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 710-FIND-TERM-SLOT
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 711-AMEND-TERM-RECORD
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 714-WRITE-AUDIT-REC
               PERFORM 715-WRITE-REGISTER-LINE
           ELSE
               PERFORM 716-WRITE-REJECT-LINE
           END-IF.

       *>The new mark must be a course average 0 thru 100.
       705-EDIT-MARK.
           IF CHG-AVERAGE-IN NOT NUMERIC
                   OR CHG-AVERAGE-IN > 100
               MOVE BAD-MARK-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>The reason code must be one of the council's codes, and
       *>the amendment must name the instructor who approved it.
       706-EDIT-APPROVAL.
           MOVE ZERO TO REASON-MATCH-SUB.
           PERFORM 720-MATCH-ONE-REASON
               VARYING REASON-SUB FROM 1 BY 1
               UNTIL REASON-MATCH-SUB > ZERO OR REASON-SUB > 5.
           IF REASON-MATCH-SUB = ZERO
               MOVE BAD-REASON-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "Y" AND CHG-INSTRUCTOR-IN = SPACES
               MOVE NO-INSTRUCTOR-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>Match one reason code against the transaction's.
       720-MATCH-ONE-REASON.
           IF REASON-CODE-T(REASON-SUB) = CHG-REASON-CODE-IN
               MOVE REASON-SUB TO REASON-MATCH-SUB
           END-IF.

       *>Read the closed term by student number plus term; a term
       *>the rollover never wrote is not closed and cannot be
       *>amended here.
       709-READ-TERM-BY-KEY.
           MOVE CHG-STU-NUMBER-IN TO HIST-STUDENT-NUMBER.
           MOVE CHG-TERM-ID-IN TO HIST-TERM-ID.
           READ TERM-HIST-FILE
               INVALID KEY
                   MOVE NO-TERM-MSG TO EDIT-MSG-WS
                   MOVE "N" TO DATA-VALID-FLAG
           END-READ.

       *>Find the slot on the term record carrying the course; a
       *>course not taken that term, or a mark no different from
       *>the one on file, rejects the amendment.
       710-FIND-TERM-SLOT.
           PERFORM 717-MOVE-HIST-TO-TABLE.
           MOVE ZERO TO MATCH-SUB.
           PERFORM 721-MATCH-ONE-SLOT
               VARYING SUB1 FROM 6 BY -1 UNTIL SUB1 < 1.
           IF MATCH-SUB = ZERO
               MOVE NOT-TAKEN-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
           ELSE
               IF STU-COURSE-AVER-T(MATCH-SUB) = CHG-AVERAGE-IN
                   MOVE NO-CHANGE-MSG TO EDIT-MSG-WS
                   MOVE "N" TO DATA-VALID-FLAG
               END-IF
           END-IF.

       *>Match one slot's code against the transaction's code; the
       *>scan runs last to first so the first match wins.
       721-MATCH-ONE-SLOT.
           IF STU-COURSE-CODE-T(SUB1) = CHG-COURSE-CODE-IN
               MOVE SUB1 TO MATCH-SUB
           END-IF.

       *>Replace the mark, recalculate the term's weighted average
       *>and credit hours, and rewrite the term record. A term
       *>record that will not rewrite rejects the amendment, so it
       *>is neither counted nor audited nor listed.
       711-AMEND-TERM-RECORD.
           MOVE TERM-HIST-REC TO BEFORE-IMAGE-WS.
           MOVE STU-COURSE-AVER-T(MATCH-SUB) TO OLD-AVER-WS.
           MOVE HIST-TERM-AVERAGE TO OLD-TERM-AVG-WS.
           MOVE CHG-AVERAGE-IN TO STU-COURSE-AVER-T(MATCH-SUB).
           PERFORM 712-COMPUTE-TERM-AVERAGE.
           PERFORM 718-MOVE-TABLE-TO-HIST.
           MOVE TERM-AVERAGE-WS TO HIST-TERM-AVERAGE.
           MOVE TOTAL-CREDITS-WS TO HIST-TERM-CREDITS.
           REWRITE TERM-HIST-REC.
           IF TERM-HIST-FILE-STATUS = "00"
               ADD 1 TO APPLIED-CTR
           ELSE
               MOVE REWRITE-FAIL-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>Compute the term's credit-weighted overall average exactly
       *>as PROJECT24's rollover did when it closed the term:
       *>credit hours read at random from the course master, a code
       *>that will not resolve weighted at one credit.
       712-COMPUTE-TERM-AVERAGE.
           MOVE ZERO TO WEIGHTED-TOTAL-WS.
           MOVE ZERO TO TOTAL-CREDITS-WS.
           PERFORM 713-ACCUM-WEIGHTED-SLOT
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6.
           IF TOTAL-CREDITS-WS > ZERO
               COMPUTE TERM-AVERAGE-WS ROUNDED =
                   WEIGHTED-TOTAL-WS / TOTAL-CREDITS-WS
           ELSE
               MOVE ZERO TO TERM-AVERAGE-WS
           END-IF.

       *>Weigh one populated course slot into the running weighted
       *>total.
       713-ACCUM-WEIGHTED-SLOT.
           IF STU-COURSE-CODE-T(SUB1) NOT = SPACES
               MOVE ZERO TO SLOT-CREDITS-WS
               MOVE STU-COURSE-CODE-T(SUB1) TO COURSE-CODE-MAST
               READ CRS-MAST-IN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COURSE-CREDITS-MAST TO SLOT-CREDITS-WS
               END-READ
               IF SLOT-CREDITS-WS = ZERO
                   MOVE 1 TO SLOT-CREDITS-WS
               END-IF
               COMPUTE WEIGHTED-TOTAL-WS = WEIGHTED-TOTAL-WS +
                   (STU-COURSE-AVER-T(SUB1) * SLOT-CREDITS-WS)
               ADD SLOT-CREDITS-WS TO TOTAL-CREDITS-WS
           END-IF.

       *>Append the amendment to the audit file with the term
       *>record's before and after images. An audit record that
       *>cannot be written means a changed mark with no trace, so
       *>it is not allowed to pass silently.
       714-WRITE-AUDIT-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GAUD-TIMESTAMP.
           MOVE CHG-STU-NUMBER-IN  TO GAUD-STUDENT-NUMBER.
           MOVE CHG-TERM-ID-IN     TO GAUD-TERM-ID.
           MOVE CHG-COURSE-CODE-IN TO GAUD-COURSE-CODE.
           MOVE OLD-AVER-WS        TO GAUD-OLD-AVER.
           MOVE CHG-AVERAGE-IN     TO GAUD-NEW-AVER.
           MOVE CHG-REASON-CODE-IN TO GAUD-REASON-CODE.
           MOVE CHG-INSTRUCTOR-IN  TO GAUD-INSTRUCTOR.
           MOVE BEFORE-IMAGE-WS    TO GAUD-BEFORE-IMAGE.
           MOVE TERM-HIST-REC      TO GAUD-AFTER-IMAGE.
           WRITE GRADE-AUDIT-REC.
           IF GRADE-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: AUDIT WRITE FAILED, STATUS "
                   GRADE-AUDIT-STATUS
           END-IF.

       *>List the amendment on the council's grade-change register.
       715-WRITE-REGISTER-LINE.
           MOVE CHG-STU-NUMBER-IN  TO REG-STU-NUMBER.
           MOVE CHG-TERM-ID-IN     TO REG-TERM-ID.
           MOVE CHG-COURSE-CODE-IN TO REG-COURSE-CODE.
           MOVE OLD-AVER-WS        TO REG-OLD-AVER.
           MOVE CHG-AVERAGE-IN     TO REG-NEW-AVER.
           MOVE OLD-TERM-AVG-WS    TO REG-OLD-TERM-AVG.
           MOVE HIST-TERM-AVERAGE  TO REG-NEW-TERM-AVG.
           MOVE CHG-REASON-CODE-IN TO REG-REASON-CODE.
           MOVE REASON-DESC-T(REASON-MATCH-SUB) TO REG-REASON-DESC.
           MOVE CHG-INSTRUCTOR-IN  TO REG-INSTRUCTOR.
           WRITE REGISTER-RECORD-OUT FROM REGISTER-LINE-RECORD.

       *>Write this amendment's edit report line as rejected, with
       *>the reason the edit left in EDIT-MSG-WS. A transaction
       *>rejected for a bad mark may carry junk in the average
       *>field; it prints zero rather than aborting the line.
       716-WRITE-REJECT-LINE.
           MOVE CHG-STU-NUMBER-IN  TO EDIT-STU-NUMBER.
           MOVE CHG-TERM-ID-IN     TO EDIT-TERM-ID.
           MOVE CHG-COURSE-CODE-IN TO EDIT-COURSE-CODE.
           IF CHG-AVERAGE-IN NUMERIC
               MOVE CHG-AVERAGE-IN TO EDIT-AVERAGE
           ELSE
               MOVE ZERO TO EDIT-AVERAGE
           END-IF.
           MOVE "REJECTED " TO EDIT-DISPOSITION.
           MOVE EDIT-MSG-WS TO EDIT-REASON.
           WRITE EDIT-RPT-RECORD-OUT FROM EDIT-LINE-RECORD.
           ADD 1 TO REJECTED-CTR.

       *>Copy the term record's six pairs into the working table.
       717-MOVE-HIST-TO-TABLE.
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

       *>Move the amended marks back into the term record; the key
       *>and the course codes are already in place from the READ.
       718-MOVE-TABLE-TO-HIST.
           MOVE STU-COURSE-AVER-T(1) TO HIST-COURSE1-AVER.
           MOVE STU-COURSE-AVER-T(2) TO HIST-COURSE2-AVER.
           MOVE STU-COURSE-AVER-T(3) TO HIST-COURSE3-AVER.
           MOVE STU-COURSE-AVER-T(4) TO HIST-COURSE4-AVER.
           MOVE STU-COURSE-AVER-T(5) TO HIST-COURSE5-AVER.
           MOVE STU-COURSE-AVER-T(6) TO HIST-COURSE6-AVER.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE GRADE-CHG-IN TERM-HIST-FILE CRS-MAST-IN
                 GRADE-AUDIT-FILE REGISTER-FILE-OUT
                 EDIT-RPT-FILE-OUT.

       end program PROJECT29.
