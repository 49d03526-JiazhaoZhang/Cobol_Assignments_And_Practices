      * record, and the applied/rejected control counts at the end.
      * Every posted rewrite is journalled to STU3JRNL.TXT with its
      * before and after images so PROJECT19 can rebuild the file.
      * Marks keyed onto PROJECT38's mark sheet turnaround carry the
      * sheet's control number. Before anything is posted, every
      * sheet on MRKCTL.TXT is proved: the count and the hash total
      * of the student numbers returned under its number must
      * equal the figures printed on the sheet. The proof heads the
      * edit report, and every line of a sheet that is out of
      * balance, not on the control file, or returned under another
      * course is rejected, so a student missed off or added to a
      * sheet posts nothing until the sheet is put right. A mark
      * left blank on the sheet is rejected as a bad mark.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "C:\COBOL\STU3JRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL3-FILE-STATUS.
           SELECT MARK-CONTROL-FILE
               ASSIGN TO "C:\COBOL\MRKCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MARK-CONTROL-STATUS.

       data division.
       FILE SECTION.
       FD GRADE-TRANS-IN.
           COPY GRDTFD.

       FD STUDENT-FILE-IO.
           COPY STU3FD.
       FD JOURNAL3-FILE.
           COPY JRN3FD.

       FD MARK-CONTROL-FILE.
           COPY MRKCFD.

       working-storage section.
       01  EDIT-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
                   VALUE   "COURSE CODE NOT ON MASTER    ".
           05  NOT-ENROLLED-MSG    PIC X(29)
                   VALUE   "COURSE NOT ON STUDENT RECORD ".
           05  NO-SHEET-MSG    PIC X(29)
                   VALUE   "SHEET NOT ON CONTROL FILE    ".
           05  SHEET-OUT-MSG   PIC X(29)
                   VALUE   "SHEET OUT OF BALANCE         ".
           05  WRONG-SHEET-MSG PIC X(29)
                   VALUE   "COURSE NOT ON THIS SHEET     ".

       01  SHEET-PROOF-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "SHEET NO ".
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "COURSE ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "EXPECTED".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "RETURNED".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(11)   VALUE   "SHEET PROOF".

       01  SHEET-PROOF-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SPL-SHEET-NO    PIC X(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  SPL-COURSE-CODE PIC X(7).
           05  FILLER          PIC X(6)    VALUE   SPACES.
           05  SPL-EXP-COUNT   PIC ZZZ9.
           05  FILLER          PIC X(6)    VALUE   SPACES.
           05  SPL-RET-COUNT   PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SPL-PROOF       PIC X(22).

       01  SHEET-PROOF-MESSAGES.
           05  IN-BALANCE-MSG  PIC X(22)
                   VALUE   "IN BALANCE            ".
           05  COUNT-OUT-MSG   PIC X(22)
                   VALUE   "OUT OF BALANCE - COUNT".
           05  HASH-OUT-MSG    PIC X(22)
                   VALUE   "OUT OF BALANCE - HASH ".
           05  NOT-RETURNED-MSG    PIC X(22)
                   VALUE   "NOT RETURNED          ".

       01  SHEET-COUNTERS.
           05  FILLER          PIC X(18)   VALUE "SHEETS IN BALANCE ".
           05  SHEETS-IN-BAL-CTR   PIC 9(3)    VALUE ZERO.
           05  FILLER          PIC X(18)   VALUE "  OUT OF BALANCE  ".
           05  SHEETS-OUT-CTR  PIC 9(3)    VALUE ZERO.
           05  FILLER          PIC X(16)   VALUE "  NOT RETURNED  ".
           05  SHEETS-NOT-RET-CTR  PIC 9(3)    VALUE ZERO.

       01  BATCH-COUNTERS.
           05  FILLER          PIC X(21)
       01  FLAGS.
           05  TRANS-EOF-FLAG  PIC X(1)    VALUE   "N".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  PROOF-EOF-FLAG  PIC X(1)    VALUE   "N".
           05  CTL-EOF-FLAG    PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  GRADE-TRANS-IN-STATUS   PIC X(2)    VALUE "00".
           05  STUDENT-FILE-IO-STATUS  PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  JOURNAL3-FILE-STATUS    PIC X(2)    VALUE "00".
           05  MARK-CONTROL-STATUS     PIC X(2)    VALUE "00".

       01 OTHER-VAR.
           05  SUB1        PIC 9(1)    VALUE 1.
               10  STU-COURSE-CODE-T      PIC X(7).
               10  STU-COURSE-AVER-T      PIC 9(3)V99.

       01  SHEET-CONTROL-WS.
           05  SHEET-CTL-COUNT PIC 9(4)    VALUE ZERO.
           05  SHEET-SUB       PIC 9(4)    VALUE ZERO.
           05  MATCH-SHEET     PIC 9(4)    VALUE ZERO.

           05  SHEET-CONTROL-TABLE OCCURS 999 TIMES.
               10  SHEET-NO-T             PIC X(9).
               10  SHEET-COURSE-T         PIC X(7).
               10  SHEET-EXP-COUNT-T      PIC 9(4).
               10  SHEET-EXP-HASH-T       PIC 9(13).
               10  SHEET-RET-COUNT-T      PIC 9(4).
               10  SHEET-RET-HASH-T       PIC 9(13).
               10  SHEET-PROOF-T          PIC X(1).

       procedure division.

       *>Main module for the project.
           STOP RUN.

       *>Initialization:
       *>Open files, prove the returned mark sheets, write the edit
       *>report header, read the first grade transaction.
       201-INIT-POST-GRADES.
           PERFORM 701-OPEN-FILES.
           IF TRANS-EOF-FLAG NOT = "Y"
               PERFORM 720-PROVE-MARK-SHEETS
           END-IF.
           WRITE EDIT-RPT-RECORD-OUT FROM EDIT-RPT-HEADER.
           PERFORM 703-READ-GRADE-TRANS.

               END-READ
           END-IF.

       *>Run this transaction through the edits and post it. A
       *>mark returned on a sheet must come from a sheet that
       *>proved; the mark is edited next, then the student read by
       *>key, then the course code against the master, then against the
       *>student's own slots; the first failing edit leaves its
       *>message in EDIT-MSG-WS for the reject line, the same
       *>pattern PROJECT1's batch edits use.
       704-APPLY-GRADE-TRANS.
           MOVE "Y" TO DATA-VALID-FLAG.
           MOVE SPACES TO EDIT-MSG-WS.
           PERFORM 710-EDIT-MARK-SHEET.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 705-EDIT-MARK
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 706-READ-STUDENT-BY-KEY
           END-IF.
               PERFORM 714-WRITE-REJECT-LINE
           END-IF.

       *>A mark carrying a sheet number posts only from a sheet on
       *>the control file that proved in balance, and only for the
       *>course that sheet was printed for. A mark keyed without a
       *>sheet number is not a sheet mark and passes.
       710-EDIT-MARK-SHEET.
           IF TRANS-SHEET-NO-IN NOT = SPACES
               PERFORM 725-FIND-SHEET
               EVALUATE TRUE
                   WHEN MATCH-SHEET = ZERO
                       MOVE NO-SHEET-MSG TO EDIT-MSG-WS
                       MOVE "N" TO DATA-VALID-FLAG
                   WHEN SHEET-PROOF-T(MATCH-SHEET) NOT = "B"
                       MOVE SHEET-OUT-MSG TO EDIT-MSG-WS
                       MOVE "N" TO DATA-VALID-FLAG
                   WHEN SHEET-COURSE-T(MATCH-SHEET)
                           NOT = TRANS-COURSE-CODE-IN
                       MOVE WRONG-SHEET-MSG TO EDIT-MSG-WS
                       MOVE "N" TO DATA-VALID-FLAG
               END-EVALUATE
           END-IF.

       *>The posted mark must be a course average 0 thru 100.
       705-EDIT-MARK.
           IF TRANS-AVERAGE-IN NOT NUMERIC
           MOVE BEFORE-IMAGE-WS TO JRN3-BEFORE-IMAGE.
           MOVE STUDENT-RECORD-IN TO JRN3-AFTER-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE "PROJ20" TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
               MOVE ZERO TO EDIT-AVERAGE
           END-IF.

       *>Prove the returned mark sheets before any mark is posted:
       *>load the sheets printed on MRKCTL.TXT, run through the
       *>grade transactions once adding each sheet's returned count
       *>and hash, then reopen the transactions for posting, the
       *>same close-and-reopen PROJECT12 uses on the ledger. With
       *>no control file no sheet can prove, and every sheet mark is
       *>rejected.
       720-PROVE-MARK-SHEETS.
           PERFORM 721-LOAD-SHEET-CONTROL.
           PERFORM 722-READ-PROOF-TRANS.
           PERFORM 723-ADD-ONE-RETURNED-MARK
               UNTIL PROOF-EOF-FLAG = "Y".
           CLOSE GRADE-TRANS-IN.
           OPEN INPUT GRADE-TRANS-IN.
           IF SHEET-CTL-COUNT > ZERO
               WRITE EDIT-RPT-RECORD-OUT FROM SHEET-PROOF-HEADER
               PERFORM 724-PROVE-ONE-SHEET
                   VARYING SHEET-SUB FROM 1 BY 1
                   UNTIL SHEET-SUB > SHEET-CTL-COUNT
               WRITE EDIT-RPT-RECORD-OUT FROM SHEET-COUNTERS
               DISPLAY SHEET-COUNTERS
               MOVE SPACES TO EDIT-RPT-RECORD-OUT
               WRITE EDIT-RPT-RECORD-OUT
           END-IF.

       *>Load every sheet control record into the sheet table.
       721-LOAD-SHEET-CONTROL.
           OPEN INPUT MARK-CONTROL-FILE.
           IF MARK-CONTROL-STATUS = "00"
               PERFORM 726-READ-SHEET-CONTROL
               PERFORM 727-LOAD-ONE-SHEET
                   UNTIL CTL-EOF-FLAG = "Y"
               CLOSE MARK-CONTROL-FILE
           END-IF.

       *>Read the next sheet control record.
       726-READ-SHEET-CONTROL.
           READ MARK-CONTROL-FILE
           AT END MOVE "Y" TO CTL-EOF-FLAG
           END-READ.

       *>Add this sheet to the table with nothing yet returned
       *>against it, read the next. A control file longer than the
       *>table leaves the rest of its sheets unproved.
       727-LOAD-ONE-SHEET.
           IF SHEET-CTL-COUNT < 999
               ADD 1 TO SHEET-CTL-COUNT
               MOVE MCTL-SHEET-NO TO SHEET-NO-T(SHEET-CTL-COUNT)
               MOVE MCTL-COURSE-CODE
                   TO SHEET-COURSE-T(SHEET-CTL-COUNT)
               MOVE MCTL-STUDENT-COUNT
                   TO SHEET-EXP-COUNT-T(SHEET-CTL-COUNT)
               MOVE MCTL-STUDENT-HASH
                   TO SHEET-EXP-HASH-T(SHEET-CTL-COUNT)
               MOVE ZERO TO SHEET-RET-COUNT-T(SHEET-CTL-COUNT)
                            SHEET-RET-HASH-T(SHEET-CTL-COUNT)
               MOVE "N" TO SHEET-PROOF-T(SHEET-CTL-COUNT)
               PERFORM 726-READ-SHEET-CONTROL
           ELSE
               DISPLAY "WARNING: SHEET TABLE FULL AT 999 SHEETS"
               MOVE "Y" TO CTL-EOF-FLAG
           END-IF.

       *>Read the next grade transaction for the sheet proof.
       722-READ-PROOF-TRANS.
           READ GRADE-TRANS-IN
           AT END MOVE "Y" TO PROOF-EOF-FLAG
           END-READ.

       *>Add a returned sheet mark into its sheet's count and hash,
       *>read the next. A student number that is not numeric is
       *>counted but cannot add into the hash, so its sheet fails.
       723-ADD-ONE-RETURNED-MARK.
           IF TRANS-SHEET-NO-IN NOT = SPACES
               PERFORM 725-FIND-SHEET
               IF MATCH-SHEET NOT = ZERO
                   ADD 1 TO SHEET-RET-COUNT-T(MATCH-SHEET)
                   IF TRANS-STU-NUMBER-IN NUMERIC
                       ADD TRANS-STU-NUMBER-IN
                           TO SHEET-RET-HASH-T(MATCH-SHEET)
                   END-IF
               END-IF
           END-IF.
           PERFORM 722-READ-PROOF-TRANS.

       *>Prove one sheet's returned count and hash against the
       *>figures printed on it, and write its proof line.
       724-PROVE-ONE-SHEET.
           EVALUATE TRUE
               WHEN SHEET-RET-COUNT-T(SHEET-SUB) = ZERO
                   MOVE "N" TO SHEET-PROOF-T(SHEET-SUB)
                   MOVE NOT-RETURNED-MSG TO SPL-PROOF
                   ADD 1 TO SHEETS-NOT-RET-CTR
               WHEN SHEET-RET-COUNT-T(SHEET-SUB)
                       NOT = SHEET-EXP-COUNT-T(SHEET-SUB)
                   MOVE "O" TO SHEET-PROOF-T(SHEET-SUB)
                   MOVE COUNT-OUT-MSG TO SPL-PROOF
                   ADD 1 TO SHEETS-OUT-CTR
               WHEN SHEET-RET-HASH-T(SHEET-SUB)
                       NOT = SHEET-EXP-HASH-T(SHEET-SUB)
                   MOVE "O" TO SHEET-PROOF-T(SHEET-SUB)
                   MOVE HASH-OUT-MSG TO SPL-PROOF
                   ADD 1 TO SHEETS-OUT-CTR
               WHEN OTHER
                   MOVE "B" TO SHEET-PROOF-T(SHEET-SUB)
                   MOVE IN-BALANCE-MSG TO SPL-PROOF
                   ADD 1 TO SHEETS-IN-BAL-CTR
           END-EVALUATE.
           MOVE SHEET-NO-T(SHEET-SUB)        TO SPL-SHEET-NO.
           MOVE SHEET-COURSE-T(SHEET-SUB)    TO SPL-COURSE-CODE.
           MOVE SHEET-EXP-COUNT-T(SHEET-SUB) TO SPL-EXP-COUNT.
           MOVE SHEET-RET-COUNT-T(SHEET-SUB) TO SPL-RET-COUNT.
           WRITE EDIT-RPT-RECORD-OUT FROM SHEET-PROOF-LINE.

       *>Find the sheet this transaction was returned under; zero
       *>when its number is not on the control file.
       725-FIND-SHEET.
           MOVE ZERO TO MATCH-SHEET.
           PERFORM 728-MATCH-ONE-SHEET
               VARYING SHEET-SUB FROM 1 BY 1
               UNTIL SHEET-SUB > SHEET-CTL-COUNT.

       *>Match one sheet's number against the transaction's.
       728-MATCH-ONE-SHEET.
           IF SHEET-NO-T(SHEET-SUB) = TRANS-SHEET-NO-IN
               MOVE SHEET-SUB TO MATCH-SHEET
           END-IF.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE GRADE-TRANS-IN STUDENT-FILE-IO CRS-MAST-IN
