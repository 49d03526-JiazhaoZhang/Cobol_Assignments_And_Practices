       program-id. PROJECT35.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program is the month-end ledger-to-balance proof the
      * bursar signs off on. The balance on STUFILE3.TXT is meant
      * to be the running total of the student's STULEDG.TXT
      * entries, but PROJECT10, PROJECT12, PROJECT18 and PROJECT19's
      * journal replay can each change TUITION-OWED-IN, and PROJECT13
      * only compares registration against STUFILE3. The ledger is
      * sorted by student and posting date - entries posted the
      * same day keep the order they were posted in, since a
      * payment is posted under its receipt date - and each
      * student's entries are replayed in that order, the way the
      * posting programs apply them: a charge or a re-keyed
      * balance sets the balance to its amount; a payment comes
      * off the balance, any excess going to credit on account; a
      * returned payment or returned-item fee comes out of the
      * credit first and only the rest goes on the balance; credit
      * used comes off the balance. Every LEDG-NEW-BALANCE must
      * follow from the entry before it, and a break is reported
      * and the replay carries on from the balance the ledger
      * shows. The sorted ledger is matched against STUFILE3.TXT
      * by student number: the final ledger balance must equal
      * TUITION-OWED-IN, a master balance with no ledger history
      * is reported, and so is a student with ledger entries who
      * is no longer on STUFILE3. A chain that opens on anything
      * but a charge or a re-key has no starting balance to prove
      * from and is reported too. The proof closes with the
      * file-level totals - master balances less final ledger
      * balances, less each class of exception - whose
      * unexplained remainder must net to zero, and the exception
      * counts. The report is LEDGPROF.TXT.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE-IN
               ASSIGN TO "C:\COBOL\STULEDG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-IN-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO "C:\COBOL\LEDGSORT.WRK".
           SELECT SORTED-LEDGER-FILE
               ASSIGN TO "C:\COBOL\LEDGSRTD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SORTED-LEDGER-STATUS.
           SELECT STUDENT-FILE-IN
               ASSIGN TO "C:\COBOL\STUFILE3.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STUDENT-NUMBER-IN
                   FILE STATUS IS STUDENT-FILE-IN-STATUS.
           SELECT PROOF-RPT-FILE-OUT
               ASSIGN TO "C:\COBOL\LEDGPROF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD  LEDGER-FILE-IN.
       01  LEDGER-IN-RECORD    PIC X(53).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STUDENT-NUMBER  PIC 9(9).
           05  SRT-POST-DATE       PIC 9(8).
           05  FILLER              PIC X(36).

       FD SORTED-LEDGER-FILE.
           COPY LEDGFD.

       FD STUDENT-FILE-IN.
           COPY STU3FD.

       FD  PROOF-RPT-FILE-OUT.
       01  PROOF-RPT-RECORD-OUT PIC X(90).

       working-storage section.
       01  PROOF-TITLE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(36)
                   VALUE   "LEDGER TO BALANCE PROOF - RUN DATE  ".
           05  TITLE-RUN-DATE  PIC 9(8).

       01  EXCEPTION-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "POSTED  ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(4)    VALUE   "TYPE".
           05  FILLER          PIC X(9)    VALUE   "   AMOUNT".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   " EXPECTED".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "  FOUND".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "EXCEPTION".

       01  EXCEPTION-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EXC-STUDENT-NUMBER  PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  EXC-POST-DATE   PIC 9(8).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  EXC-TYPE        PIC X(1).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EXC-AMOUNT      PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EXC-EXPECTED    PIC -Z,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EXC-FOUND       PIC ZZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EXC-MESSAGE     PIC X(30).

       01  EXCEPTION-MESSAGES.
           05  CHAIN-BREAK-MSG     PIC X(30)
                   VALUE   "BALANCE CHAIN BROKEN          ".
           05  NO-OPENING-MSG      PIC X(30)
                   VALUE   "CHAIN OPENS WITHOUT A BALANCE ".
           05  UNKNOWN-TYPE-MSG    PIC X(30)
                   VALUE   "UNKNOWN LEDGER TYPE           ".
           05  DISAGREE-MSG        PIC X(30)
                   VALUE   "MASTER DISAGREES WITH LEDGER  ".
           05  NO-HISTORY-MSG      PIC X(30)
                   VALUE   "MASTER BALANCE - NO LEDGER    ".
           05  NOT-ON-MASTER-MSG   PIC X(30)
                   VALUE   "LEDGER STUDENT NOT ON STUFILE3".

       01  PROOF-TOTAL-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  PTL-LABEL       PIC X(40).
           05  PTL-AMOUNT      PIC -ZZ,ZZZ,ZZ9.99.

       01  PROOF-COUNT-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  PCL-LABEL       PIC X(40).
           05  PCL-COUNT       PIC ZZZ,ZZ9.

       01  PROOF-RESULT-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  PROOF-RESULT    PIC X(40)   VALUE   SPACES.

       01  FLAGS.
           05  LEDG-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  STU-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  LEDG-OPEN-FLAG  PIC X(1)    VALUE   "N".
           05  STU-OPEN-FLAG   PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  LEDGER-FILE-IN-STATUS   PIC X(2)    VALUE "00".
           05  SORTED-LEDGER-STATUS    PIC X(2)    VALUE "00".
           05  STUDENT-FILE-IN-STATUS  PIC X(2)    VALUE "00".

       01  MATCH-KEYS-WS.
           05  LEDG-KEY-WS     PIC X(9)    VALUE   LOW-VALUES.
           05  MAST-KEY-WS     PIC X(9)    VALUE   LOW-VALUES.
           05  CHAIN-KEY-WS    PIC X(9)    VALUE   SPACES.

       01  CHAIN-WS.
           05  CHAIN-ENTRY-CTR     PIC 9(6)    VALUE ZERO.
           05  CHAIN-BALANCE-WS    PIC 9(4)V99 VALUE ZERO.
           05  CHAIN-CREDIT-WS     PIC 9(4)V99 VALUE ZERO.
           05  EXPECTED-BALANCE-WS PIC S9(5)V99 VALUE ZERO.
           05  DIFFERENCE-WS       PIC S9(5)V99 VALUE ZERO.

       01  PROOF-TOTALS-WS.
           05  MASTER-TOTAL-WS     PIC S9(9)V99 VALUE ZERO.
           05  LEDGER-TOTAL-WS     PIC S9(9)V99 VALUE ZERO.
           05  NO-HISTORY-TOTAL-WS PIC S9(9)V99 VALUE ZERO.
           05  NOT-ON-MAST-TOTAL-WS    PIC S9(9)V99 VALUE ZERO.
           05  DISAGREE-TOTAL-WS   PIC S9(9)V99 VALUE ZERO.
           05  UNEXPLAINED-WS      PIC S9(9)V99 VALUE ZERO.

       01  COUNTERS.
           05  FILLER          PIC X(14)   VALUE "LEDGER READ   ".
           05  LEDGER-IN-CTR   PIC 9(8)    VALUE ZERO.
           05  FILLER          PIC X(16)   VALUE "  MASTERS READ  ".
           05  MASTERS-IN-CTR  PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(14)   VALUE "  EXCEPTIONS  ".
           05  EXCEPTION-CTR   PIC 9(6)    VALUE ZERO.

       01  EXCEPTION-COUNTERS.
           05  CHAIN-BREAK-CTR     PIC 9(6)    VALUE ZERO.
           05  NO-OPENING-CTR      PIC 9(6)    VALUE ZERO.
           05  UNKNOWN-TYPE-CTR    PIC 9(6)    VALUE ZERO.
           05  DISAGREE-CTR        PIC 9(6)    VALUE ZERO.
           05  NO-HISTORY-CTR      PIC 9(6)    VALUE ZERO.
           05  NOT-ON-MASTER-CTR   PIC 9(6)    VALUE ZERO.
           05  PROVED-CTR          PIC 9(6)    VALUE ZERO.
           05  ZERO-NO-HISTORY-CTR PIC 9(6)    VALUE ZERO.

       procedure division.

       *>Main module for the project.
       100-PROVE-LEDGER-BALANCES.
           PERFORM 201-INIT-LEDGER-PROOF.
           PERFORM 202-MATCH-ONE-STUDENT
               UNTIL LEDG-KEY-WS = HIGH-VALUES
                 AND MAST-KEY-WS = HIGH-VALUES.
           PERFORM 203-TERM-LEDGER-PROOF.
           STOP RUN.

       *>Initialization:
       *>Sort the ledger into student and date order, open the
       *>files, title the report, read the first sorted entry and
       *>the first student master.
       201-INIT-LEDGER-PROOF.
           PERFORM 709-SORT-LEDGER.
           PERFORM 701-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TITLE-RUN-DATE.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TITLE.
           WRITE PROOF-RPT-RECORD-OUT FROM EXCEPTION-HEADER
               AFTER 2 LINES.
           PERFORM 703-READ-LEDGER-REC.
           PERFORM 704-READ-STU-RECORD.

       *>Match module:
       *>Take the lower of the two student numbers. A student on
       *>both files has the ledger replayed and its final balance
       *>proved against the master; a student on the ledger alone
       *>is replayed and reported; a master alone has no ledger
       *>history. Repeat until both files are finished.
       202-MATCH-ONE-STUDENT.
           EVALUATE TRUE
               WHEN LEDG-KEY-WS = MAST-KEY-WS
                   PERFORM 705-REPLAY-STUDENT-LEDGER
                   PERFORM 712-PROVE-MASTER-BALANCE
                   PERFORM 704-READ-STU-RECORD
               WHEN LEDG-KEY-WS < MAST-KEY-WS
                   PERFORM 705-REPLAY-STUDENT-LEDGER
                   PERFORM 713-REPORT-NOT-ON-MASTER
               WHEN OTHER
                   PERFORM 714-REPORT-NO-HISTORY
                   PERFORM 704-READ-STU-RECORD
           END-EVALUATE.

       *>Termination module:
       *>Write the file-level proof and the exception counts,
       *>display the counters, close the files.
       203-TERM-LEDGER-PROOF.
           PERFORM 715-WRITE-PROOF-TOTALS.
           PERFORM 716-WRITE-EXCEPTION-COUNTS.
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Sort the ledger by student and posting date into a work
       *>file; entries posted under the same date keep the order
       *>they were posted in. With no ledger there is nothing to
       *>sort, and every master balance shows as having no ledger
       *>history.
       709-SORT-LEDGER.
           OPEN INPUT LEDGER-FILE-IN.
           IF LEDGER-FILE-IN-STATUS NOT = "00"
               DISPLAY "WARNING: NO LEDGER ON FILE"
               MOVE "Y" TO LEDG-EOF-FLAG
           ELSE
               CLOSE LEDGER-FILE-IN
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STUDENT-NUMBER
                                    SRT-POST-DATE
                   WITH DUPLICATES IN ORDER
                   USING LEDGER-FILE-IN
                   GIVING SORTED-LEDGER-FILE
           END-IF.

       *>Open the sorted ledger, the student master and the
       *>report. With no master on file every ledger student is
       *>reported as not on STUFILE3.
       701-OPEN-FILES.
           IF LEDG-EOF-FLAG NOT = "Y"
               OPEN INPUT SORTED-LEDGER-FILE
               IF SORTED-LEDGER-STATUS NOT = "00"
                   DISPLAY "SORTED LEDGER OPEN FAILED, STATUS "
                       SORTED-LEDGER-STATUS
                   MOVE "Y" TO LEDG-EOF-FLAG
               ELSE
                   MOVE "Y" TO LEDG-OPEN-FLAG
               END-IF
           END-IF.
           OPEN INPUT STUDENT-FILE-IN
                OUTPUT PROOF-RPT-FILE-OUT.
           IF STUDENT-FILE-IN-STATUS NOT = "00"
               DISPLAY "WARNING: STUFILE3 OPEN FAILED, STATUS "
                   STUDENT-FILE-IN-STATUS
               MOVE "Y" TO STU-EOF-FLAG
           ELSE
               MOVE "Y" TO STU-OPEN-FLAG
           END-IF.

       *>Read the next sorted ledger entry and set the ledger's
       *>match key; the end of the ledger sorts after every
       *>student.
       703-READ-LEDGER-REC.
           IF LEDG-EOF-FLAG NOT = "Y"
               READ SORTED-LEDGER-FILE
                   AT END
                       MOVE "Y" TO LEDG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO LEDGER-IN-CTR
               END-READ
           END-IF.
           IF LEDG-EOF-FLAG = "Y"
               MOVE HIGH-VALUES TO LEDG-KEY-WS
           ELSE
               MOVE LEDG-STUDENT-NUMBER TO LEDG-KEY-WS
           END-IF.

       *>Read the next student master and set the master's match
       *>key, adding the balance to the master total.
       704-READ-STU-RECORD.
           IF STU-EOF-FLAG NOT = "Y"
               READ STUDENT-FILE-IN NEXT RECORD
                   AT END
                       MOVE "Y" TO STU-EOF-FLAG
                   NOT AT END
                       ADD 1 TO MASTERS-IN-CTR
                       ADD TUITION-OWED-IN TO MASTER-TOTAL-WS
               END-READ
           END-IF.
           IF STU-EOF-FLAG = "Y"
               MOVE HIGH-VALUES TO MAST-KEY-WS
           ELSE
               MOVE STUDENT-NUMBER-IN TO MAST-KEY-WS
           END-IF.

       *>Replay every ledger entry for the student at the front of
       *>the sorted ledger, then add the final balance to the
       *>ledger total.
       705-REPLAY-STUDENT-LEDGER.
           MOVE LEDG-KEY-WS TO CHAIN-KEY-WS.
           MOVE ZERO TO CHAIN-ENTRY-CTR.
           MOVE ZERO TO CHAIN-BALANCE-WS.
           MOVE ZERO TO CHAIN-CREDIT-WS.
           PERFORM 706-REPLAY-ONE-ENTRY
               UNTIL LEDG-KEY-WS NOT = CHAIN-KEY-WS.
           ADD CHAIN-BALANCE-WS TO LEDGER-TOTAL-WS.

       *>Work out the balance this entry should leave from the one
       *>before it and report a break when the ledger shows
       *>another; the chain then carries on from what the ledger
       *>shows, so one break is reported once.
       706-REPLAY-ONE-ENTRY.
           ADD 1 TO CHAIN-ENTRY-CTR.
           PERFORM 710-COMPUTE-EXPECTED-BALANCE.
           MOVE LEDG-NEW-BALANCE TO CHAIN-BALANCE-WS.
           MOVE LEDG-CREDIT-BALANCE TO CHAIN-CREDIT-WS.
           PERFORM 703-READ-LEDGER-REC.

       *>Apply the entry the way the posting program that wrote it
       *>does. The first entry of a chain can only be proved when
       *>it sets the balance outright (a charge or a re-key);
       *>anything else has no balance before it to prove from.
       710-COMPUTE-EXPECTED-BALANCE.
           EVALUATE TRUE
               WHEN LEDG-TYPE = "C" OR LEDG-TYPE = "A"
                   MOVE LEDG-AMOUNT TO EXPECTED-BALANCE-WS
                   PERFORM 711-CHECK-CHAIN-LINK
               WHEN LEDG-TYPE NOT = "P" AND LEDG-TYPE NOT = "R"
                       AND LEDG-TYPE NOT = "F"
                       AND LEDG-TYPE NOT = "U"
                   MOVE ZERO TO EXPECTED-BALANCE-WS
                   MOVE UNKNOWN-TYPE-MSG TO EXC-MESSAGE
                   ADD 1 TO UNKNOWN-TYPE-CTR
                   PERFORM 717-WRITE-LEDGER-EXCEPTION
               WHEN CHAIN-ENTRY-CTR = 1
                   MOVE LEDG-NEW-BALANCE TO EXPECTED-BALANCE-WS
                   MOVE NO-OPENING-MSG TO EXC-MESSAGE
                   ADD 1 TO NO-OPENING-CTR
                   PERFORM 717-WRITE-LEDGER-EXCEPTION
               WHEN LEDG-TYPE = "P"
                   IF LEDG-AMOUNT > CHAIN-BALANCE-WS
                       MOVE ZERO TO EXPECTED-BALANCE-WS
                   ELSE
                       COMPUTE EXPECTED-BALANCE-WS =
                           CHAIN-BALANCE-WS - LEDG-AMOUNT
                   END-IF
                   PERFORM 711-CHECK-CHAIN-LINK
               WHEN LEDG-TYPE = "U"
                   COMPUTE EXPECTED-BALANCE-WS =
                       CHAIN-BALANCE-WS - LEDG-AMOUNT
                   PERFORM 711-CHECK-CHAIN-LINK
               WHEN OTHER
                   IF LEDG-AMOUNT NOT > CHAIN-CREDIT-WS
                       MOVE CHAIN-BALANCE-WS TO EXPECTED-BALANCE-WS
                   ELSE
                       COMPUTE EXPECTED-BALANCE-WS =
                           CHAIN-BALANCE-WS + LEDG-AMOUNT
                           - CHAIN-CREDIT-WS
                   END-IF
                   PERFORM 711-CHECK-CHAIN-LINK
           END-EVALUATE.

       *>Report a break when the ledger's new balance is not the
       *>one the entry should have left.
       711-CHECK-CHAIN-LINK.
           IF LEDG-NEW-BALANCE NOT = EXPECTED-BALANCE-WS
               MOVE CHAIN-BREAK-MSG TO EXC-MESSAGE
               ADD 1 TO CHAIN-BREAK-CTR
               PERFORM 717-WRITE-LEDGER-EXCEPTION
           END-IF.

       *>Prove the student's final ledger balance against the
       *>master balance.
       712-PROVE-MASTER-BALANCE.
           IF CHAIN-BALANCE-WS = TUITION-OWED-IN
               ADD 1 TO PROVED-CTR
           ELSE
               COMPUTE DIFFERENCE-WS =
                   TUITION-OWED-IN - CHAIN-BALANCE-WS
               ADD DIFFERENCE-WS TO DISAGREE-TOTAL-WS
               MOVE STUDENT-NUMBER-IN TO EXC-STUDENT-NUMBER
               MOVE ZERO TO EXC-POST-DATE
               MOVE SPACE TO EXC-TYPE
               MOVE ZERO TO EXC-AMOUNT
               MOVE CHAIN-BALANCE-WS TO EXC-EXPECTED
               MOVE TUITION-OWED-IN TO EXC-FOUND
               MOVE DISAGREE-MSG TO EXC-MESSAGE
               ADD 1 TO DISAGREE-CTR
               PERFORM 718-WRITE-EXCEPTION-LINE
           END-IF.

       *>Report a ledger student no longer on the master; their
       *>final ledger balance is carried in the proof as its own
       *>reconciling item.
       713-REPORT-NOT-ON-MASTER.
           ADD CHAIN-BALANCE-WS TO NOT-ON-MAST-TOTAL-WS.
           MOVE CHAIN-KEY-WS TO EXC-STUDENT-NUMBER.
           MOVE ZERO TO EXC-POST-DATE.
           MOVE SPACE TO EXC-TYPE.
           MOVE ZERO TO EXC-AMOUNT.
           MOVE CHAIN-BALANCE-WS TO EXC-EXPECTED.
           MOVE ZERO TO EXC-FOUND.
           MOVE NOT-ON-MASTER-MSG TO EXC-MESSAGE.
           ADD 1 TO NOT-ON-MASTER-CTR.
           PERFORM 718-WRITE-EXCEPTION-LINE.

       *>Report a master balance with no ledger history behind it.
       *>A master at zero with no history has nothing to prove and
       *>is only counted.
       714-REPORT-NO-HISTORY.
           IF TUITION-OWED-IN = ZERO
               ADD 1 TO ZERO-NO-HISTORY-CTR
           ELSE
               ADD TUITION-OWED-IN TO NO-HISTORY-TOTAL-WS
               MOVE STUDENT-NUMBER-IN TO EXC-STUDENT-NUMBER
               MOVE ZERO TO EXC-POST-DATE
               MOVE SPACE TO EXC-TYPE
               MOVE ZERO TO EXC-AMOUNT
               MOVE ZERO TO EXC-EXPECTED
               MOVE TUITION-OWED-IN TO EXC-FOUND
               MOVE NO-HISTORY-MSG TO EXC-MESSAGE
               ADD 1 TO NO-HISTORY-CTR
               PERFORM 718-WRITE-EXCEPTION-LINE
           END-IF.

       *>Fill an exception line from the ledger entry in hand; the
       *>caller has set the message and the expected balance.
       717-WRITE-LEDGER-EXCEPTION.
           MOVE LEDG-STUDENT-NUMBER TO EXC-STUDENT-NUMBER.
           MOVE LEDG-POST-DATE TO EXC-POST-DATE.
           MOVE LEDG-TYPE TO EXC-TYPE.
           MOVE LEDG-AMOUNT TO EXC-AMOUNT.
           MOVE EXPECTED-BALANCE-WS TO EXC-EXPECTED.
           MOVE LEDG-NEW-BALANCE TO EXC-FOUND.
           PERFORM 718-WRITE-EXCEPTION-LINE.

       *>Write one exception line and count it.
       718-WRITE-EXCEPTION-LINE.
           WRITE PROOF-RPT-RECORD-OUT FROM EXCEPTION-LINE-RECORD.
           ADD 1 TO EXCEPTION-CTR.

       *>Write the file-level proof: the master total less the
       *>final ledger total, less each class of reconciling item;
       *>what is left is unexplained and must be zero.
       715-WRITE-PROOF-TOTALS.
           COMPUTE UNEXPLAINED-WS =
               MASTER-TOTAL-WS - LEDGER-TOTAL-WS
               - NO-HISTORY-TOTAL-WS + NOT-ON-MAST-TOTAL-WS
               - DISAGREE-TOTAL-WS.
           MOVE "MASTER BALANCES ON STUFILE3" TO PTL-LABEL.
           MOVE MASTER-TOTAL-WS TO PTL-AMOUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TOTAL-LINE
               AFTER 2 LINES.
           MOVE "LESS FINAL LEDGER BALANCES" TO PTL-LABEL.
           COMPUTE PTL-AMOUNT = ZERO - LEDGER-TOTAL-WS.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TOTAL-LINE.
           MOVE "LESS MASTER BALANCES WITH NO LEDGER" TO PTL-LABEL.
           COMPUTE PTL-AMOUNT = ZERO - NO-HISTORY-TOTAL-WS.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TOTAL-LINE.
           MOVE "ADD LEDGER BALANCES NOT ON STUFILE3" TO PTL-LABEL.
           MOVE NOT-ON-MAST-TOTAL-WS TO PTL-AMOUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TOTAL-LINE.
           MOVE "LESS MASTER/LEDGER DIFFERENCES" TO PTL-LABEL.
           COMPUTE PTL-AMOUNT = ZERO - DISAGREE-TOTAL-WS.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TOTAL-LINE.
           MOVE "UNEXPLAINED - MUST BE ZERO" TO PTL-LABEL.
           MOVE UNEXPLAINED-WS TO PTL-AMOUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-TOTAL-LINE.

       *>Write the exception counts and the proof result: the
       *>accounts are proved only when there is no exception of
       *>any kind and nothing is unexplained.
       716-WRITE-EXCEPTION-COUNTS.
           MOVE "STUDENTS PROVED TO THE MASTER" TO PCL-LABEL.
           MOVE PROVED-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE
               AFTER 2 LINES.
           MOVE "BALANCE CHAIN BREAKS" TO PCL-LABEL.
           MOVE CHAIN-BREAK-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           MOVE "CHAINS OPENING WITHOUT A BALANCE" TO PCL-LABEL.
           MOVE NO-OPENING-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           MOVE "UNKNOWN LEDGER TYPES" TO PCL-LABEL.
           MOVE UNKNOWN-TYPE-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           MOVE "MASTERS DISAGREEING WITH LEDGER" TO PCL-LABEL.
           MOVE DISAGREE-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           MOVE "MASTER BALANCES WITH NO LEDGER" TO PCL-LABEL.
           MOVE NO-HISTORY-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           MOVE "LEDGER STUDENTS NOT ON STUFILE3" TO PCL-LABEL.
           MOVE NOT-ON-MASTER-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           MOVE "ZERO MASTERS WITH NO LEDGER" TO PCL-LABEL.
           MOVE ZERO-NO-HISTORY-CTR TO PCL-COUNT.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-COUNT-LINE.
           IF EXCEPTION-CTR = ZERO AND UNEXPLAINED-WS = ZERO
               MOVE "*** LEDGER AND MASTER PROVED ***"
                   TO PROOF-RESULT
           ELSE
               MOVE "*** NOT PROVED - SEE EXCEPTIONS ***"
                   TO PROOF-RESULT
           END-IF.
           WRITE PROOF-RPT-RECORD-OUT FROM PROOF-RESULT-LINE
               AFTER 2 LINES.
           DISPLAY PROOF-RESULT.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
           DISPLAY COUNTERS.

      *Close all the files to finish this function; the ledger
      *and the master only if they opened.
       708-CLOSE-FILES.
           IF LEDG-OPEN-FLAG = "Y"
               CLOSE SORTED-LEDGER-FILE
           END-IF.
           IF STU-OPEN-FLAG = "Y"
               CLOSE STUDENT-FILE-IN
           END-IF.
           CLOSE PROOF-RPT-FILE-OUT.

       end program PROJECT35.
