       program-id. PROJECT33.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program is the nightly financial holds run. It reads
      * STUFILE3.TXT the same way PROJECT6 does and holds each
      * balance against the overdue threshold on RUNPARM.TXT, the
      * same threshold that puts an account on PROJECT6's
      * TUITOVER.TXT call-out list. A student over the threshold
      * with no active financial hold on HOLDS.TXT has one placed,
      * under the name NIGHTLY, quoting the overdue balance. A
      * student whose balance PROJECT12's payment posting has since
      * brought back down to the threshold or below has the
      * NIGHTLY hold released. A financial hold an operator placed
      * by hand on PROJECT32 is left alone either way: it was
      * placed for a reason this run cannot see, so only the
      * operator may release it. Every hold placed or released is
      * listed on HOLDRUN.TXT under the parameter echo, and audit
      * counters for records read, holds placed, holds released
      * and NIGHTLY holds still standing close the run.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-IN
               ASSIGN TO "C:\COBOL\STUFILE3.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STUDENT-NUMBER-IN
                   FILE STATUS IS STUDENT-FILE-IN-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "C:\COBOL\HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
           SELECT HOLD-RPT-FILE-OUT
               ASSIGN TO "C:\COBOL\HOLDRUN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNPARM-FILE
               ASSIGN TO "C:\COBOL\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNPARM-FILE-STATUS.

       data division.
       FILE SECTION.
       FD STUDENT-FILE-IN.
           COPY STU3FD.

       FD HOLD-FILE.
           COPY HOLDFD.

       FD  HOLD-RPT-FILE-OUT.
       01  HOLD-RPT-RECORD-OUT PIC X(80).

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       working-storage section.
       01  HOLD-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(25)   VALUE   "NAME".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "BALANCE".
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "ACTION".

       01  HOLD-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  HRL-STUDENT-NUMBER  PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  HRL-LNAME       PIC X(14).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  HRL-FNAME       PIC X(10).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  HRL-BALANCE     PIC ZZZ9.99.
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  HRL-ACTION      PIC X(16).

       01  HOLD-REASON-WS.
           05  FILLER          PIC X(22)
                   VALUE   "TUITION OVERDUE - OWES".
           05  FILLER          PIC X(1)    VALUE   SPACE.
           05  REASON-BALANCE  PIC ZZZ9.99.

       01  BILLING-WS.
           05  TUITION-THRESHOLD   PIC 9(4)V99 VALUE 500.00.
           05  RUN-DATE-WS         PIC 9(8)    VALUE ZERO.

       01  RUN-PARM-WS.
           05  RUN-DATE-OVERRIDE   PIC 9(8)    VALUE ZERO.

       01  PARM-ECHO-RECORD.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(21)
                   VALUE "RUN PARMS: THRESHOLD ".
           05  ECHO-THRESHOLD      PIC ZZZ9.99.
           05  FILLER              PIC X(19)
                   VALUE "  RUN DATE OVERRIDE".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  ECHO-RUN-DATE       PIC 9(8).

       01  FLAGS.
           05  STU-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  HOLD-FOUND-FLAG PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  STUDENT-FILE-IN-STATUS  PIC X(2)    VALUE "00".
           05  HOLD-FILE-STATUS        PIC X(2)    VALUE "00".
           05  RUNPARM-FILE-STATUS     PIC X(2)    VALUE "00".

       01  COUNTERS.
           05  FILLER          PIC X(14)   VALUE "RECORDS READ  ".
           05  RECORDS-IN-CTR  PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(9)    VALUE "  PLACED ".
           05  PLACED-CTR      PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(11)   VALUE "  RELEASED ".
           05  RELEASED-CTR    PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(16)   VALUE "  STILL HELD    ".
           05  STILL-HELD-CTR  PIC 9(6)    VALUE ZERO.

       procedure division.

       *>Main module for the project.
       100-RUN-FINANCIAL-HOLDS.
           PERFORM 201-INIT-FINANCIAL-HOLDS.
           PERFORM 202-PROCESS-ONE-BALANCE
               UNTIL STU-EOF-FLAG = "Y" OR "y".
           PERFORM 203-TERM-FINANCIAL-HOLDS.
           STOP RUN.

       *>Initialization:
       *>Read the run parameters, open files, read the first
       *>record.
       201-INIT-FINANCIAL-HOLDS.
           PERFORM 709-READ-RUN-PARMS.
           PERFORM 701-OPEN-FILES.
           PERFORM 710-ECHO-RUN-PARMS.
           WRITE HOLD-RPT-RECORD-OUT FROM HOLD-RPT-HEADER.
           PERFORM 703-READ-STU-RECORD.

       *>Hold module:
       *>Place or release this student's financial hold against
       *>the threshold, repeat until the last record.
       202-PROCESS-ONE-BALANCE.
           PERFORM 704-READ-FINANCIAL-HOLD.
           IF TUITION-OWED-IN > TUITION-THRESHOLD
               PERFORM 705-PLACE-FINANCIAL-HOLD
           ELSE
               PERFORM 706-RELEASE-FINANCIAL-HOLD
           END-IF.
           PERFORM 703-READ-STU-RECORD.

       *>Termination module:
       *>Write and display the audit trail, close the files.
       203-TERM-FINANCIAL-HOLDS.
           WRITE HOLD-RPT-RECORD-OUT FROM COUNTERS.
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Read the run-control parameter file and edit the values
       *>this program runs with, the way PROJECT6 does: a missing
       *>file or a bad value stops the run rather than placing
       *>holds against the wrong threshold.
       709-READ-RUN-PARMS.
           OPEN INPUT RUNPARM-FILE.
           IF RUNPARM-FILE-STATUS NOT = "00"
               DISPLAY "RUN PARAMETER FILE RUNPARM.TXT MISSING"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           READ RUNPARM-FILE
               AT END
                   DISPLAY "RUN PARAMETER FILE RUNPARM.TXT EMPTY"
                   DISPLAY "RUN CANCELLED"
                   STOP RUN
           END-READ.
           IF PARM-TUITION-THRESHOLD NOT NUMERIC
               DISPLAY "BAD OVERDUE THRESHOLD IN RUNPARM.TXT"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           IF PARM-RUN-DATE-OVERRIDE NOT NUMERIC
               DISPLAY "BAD RUN DATE OVERRIDE IN RUNPARM.TXT"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           MOVE PARM-TUITION-THRESHOLD TO TUITION-THRESHOLD.
           MOVE PARM-RUN-DATE-OVERRIDE TO RUN-DATE-OVERRIDE.
           CLOSE RUNPARM-FILE.
           IF RUN-DATE-OVERRIDE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS
           ELSE
               MOVE RUN-DATE-OVERRIDE TO RUN-DATE-WS
           END-IF.

       *>Echo the parameter values this run is using onto the
       *>report so the run is self-documenting.
       710-ECHO-RUN-PARMS.
           MOVE TUITION-THRESHOLD TO ECHO-THRESHOLD.
           MOVE RUN-DATE-OVERRIDE TO ECHO-RUN-DATE.
           WRITE HOLD-RPT-RECORD-OUT FROM PARM-ECHO-RECORD.

       *>Open the student file and the report, and the holds master
       *>for update, creating it if no hold has ever been placed.
       701-OPEN-FILES.
           OPEN INPUT STUDENT-FILE-IN
                OUTPUT HOLD-RPT-FILE-OUT.
           IF STUDENT-FILE-IN-STATUS NOT = "00"
               DISPLAY "STUFILE3 OPEN FAILED, STATUS "
                   STUDENT-FILE-IN-STATUS
               MOVE "Y" TO STU-EOF-FLAG
           END-IF.
           OPEN I-O HOLD-FILE.
           IF HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF HOLD-FILE-STATUS NOT = "00"
               DISPLAY "HOLDS MASTER OPEN FAILED, STATUS "
                   HOLD-FILE-STATUS
               MOVE "Y" TO STU-EOF-FLAG
           END-IF.

       *>Read the next student record, add counter every time
       703-READ-STU-RECORD.
           IF STU-EOF-FLAG NOT = "Y"
               READ STUDENT-FILE-IN NEXT RECORD
               AT END MOVE "Y" TO STU-EOF-FLAG
               NOT AT END ADD 1 TO RECORDS-IN-CTR
               END-READ
           END-IF.

       *>Read this student's financial hold, if they have one.
       704-READ-FINANCIAL-HOLD.
           MOVE "Y" TO HOLD-FOUND-FLAG.
           MOVE STUDENT-NUMBER-IN TO HOLD-STUDENT-NUMBER.
           MOVE "F" TO HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   MOVE "N" TO HOLD-FOUND-FLAG
           END-READ.

       *>Place a NIGHTLY financial hold on a balance over the
       *>threshold unless a financial hold is already active; a
       *>released one is placed again over its old record.
       705-PLACE-FINANCIAL-HOLD.
           IF HOLD-FOUND-FLAG = "Y" AND HOLD-RELEASE-DATE = ZERO
               IF HOLD-PLACED-BY = "NIGHTLY"
                   ADD 1 TO STILL-HELD-CTR
               END-IF
           ELSE
               MOVE STUDENT-NUMBER-IN TO HOLD-STUDENT-NUMBER
               MOVE "F" TO HOLD-TYPE
               MOVE RUN-DATE-WS TO HOLD-DATE-PLACED
               MOVE "NIGHTLY" TO HOLD-PLACED-BY
               MOVE TUITION-OWED-IN TO REASON-BALANCE
               MOVE HOLD-REASON-WS TO HOLD-REASON
               MOVE ZERO TO HOLD-RELEASE-DATE
               MOVE SPACES TO HOLD-RELEASED-BY
               IF HOLD-FOUND-FLAG = "Y"
                   REWRITE HOLD-REC
               ELSE
                   WRITE HOLD-REC
               END-IF
               IF HOLD-FILE-STATUS = "00"
                   ADD 1 TO PLACED-CTR
                   MOVE "HOLD PLACED     " TO HRL-ACTION
                   PERFORM 711-WRITE-HOLD-LINE
               ELSE
                   DISPLAY "WARNING: HOLD WRITE FAILED, STATUS "
                       HOLD-FILE-STATUS
               END-IF
           END-IF.

       *>Release an active NIGHTLY financial hold once the balance
       *>is back at or under the threshold. A hold an operator
       *>placed stays until the operator releases it.
       706-RELEASE-FINANCIAL-HOLD.
           IF HOLD-FOUND-FLAG = "Y" AND HOLD-RELEASE-DATE = ZERO
                   AND HOLD-PLACED-BY = "NIGHTLY"
               MOVE RUN-DATE-WS TO HOLD-RELEASE-DATE
               MOVE "NIGHTLY" TO HOLD-RELEASED-BY
               REWRITE HOLD-REC
               IF HOLD-FILE-STATUS = "00"
                   ADD 1 TO RELEASED-CTR
                   MOVE "HOLD RELEASED   " TO HRL-ACTION
                   PERFORM 711-WRITE-HOLD-LINE
               ELSE
                   DISPLAY "WARNING: HOLD REWRITE FAILED, STATUS "
                       HOLD-FILE-STATUS
               END-IF
           END-IF.

       *>Write this student's line to the holds run report.
       711-WRITE-HOLD-LINE.
           MOVE STUDENT-NUMBER-IN  TO HRL-STUDENT-NUMBER.
           MOVE STUDENT-LNAME-IN   TO HRL-LNAME.
           MOVE STUDENT-FNAME-IN   TO HRL-FNAME.
           MOVE TUITION-OWED-IN    TO HRL-BALANCE.
           WRITE HOLD-RPT-RECORD-OUT FROM HOLD-LINE-RECORD.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
           DISPLAY COUNTERS.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE STUDENT-FILE-IN HOLD-FILE HOLD-RPT-FILE-OUT.

       end program PROJECT33.
