      * applied rewrite is journalled to STU3JRNL.TXT with its
      * before and after images so PROJECT19 can rebuild the file,
      * and appended to the permanent STULEDG.TXT account ledger
      * that PROJECT22's statement-of-account inquiry reads. A
      * student holding credit on account on ACCTCRED.TXT - an
      * overpayment PROJECT12 kept rather than rejected - has it
      * applied against the newly assessed charge, as far as the
      * charge goes, and the credit used is shown on the register
      * and written to the ledger as its own entry.
      * Audit counters are kept for records read, variances found,
      * unpriced students, charges applied and credits used. These
      * are displayed at the end of the job.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "C:\COBOL\STULEDG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT CREDIT-FILE
               ASSIGN TO "C:\COBOL\ACCTCRED.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-STUDENT-NUMBER
                   FILE STATUS IS CREDIT-FILE-STATUS.

       data division.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY LEDGFD.

       FD CREDIT-FILE.
           COPY CREDFD.

       working-storage section.
       01  REGISTER-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "COMPUTED".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(11)   VALUE   "DISPOSITION".
           05  FILLER          PIC X(5)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "CREDIT".

       01  REGISTER-RECORD.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  REG-COMPUTED-CHARGE PIC ZZZZ9.99.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  REG-DISPOSITION     PIC X(12).
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  REG-CREDIT-USED     PIC ZZZ9.99.

       01  VARIANCE-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  COMPUTED-CHARGE     PIC 9(5)V99 VALUE ZERO.
           05  CHARGE-DIFFERENCE   PIC S9(5)V99 VALUE ZERO.
           05  UNPRICED-SLOT-CTR   PIC 9(1)    VALUE ZERO.
           05  CREDIT-USED         PIC 9(4)V99 VALUE ZERO.

       01  FLAGS.
           05  STU-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  CRED-AVAIL-FLAG PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  STUDENT-FILE-IO-STATUS  PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  JOURNAL3-FILE-STATUS    PIC X(2)    VALUE "00".
           05  LEDGER-FILE-STATUS      PIC X(2)    VALUE "00".
           05  CREDIT-FILE-STATUS      PIC X(2)    VALUE "00".

       01  JOURNAL-WS.
           05  BEFORE-IMAGE-WS PIC X(127) VALUE SPACES.
           05  UNPRICED-CTR    PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(9)    VALUE "  APPLIED".
           05  APPLIED-CTR     PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(14)   VALUE "  CREDITS USED".
           05  CREDIT-USED-CTR PIC 9(6)    VALUE ZERO.

       01 OTHER-VAR.
           05  SUB1 PIC 9(1)    VALUE 1.
       *>course master for random fee lookups, and the two reports.
       *>With no student file there is nothing to assess, and with
       *>no course master nothing can be priced, so either way the
       *>run ends with a message instead of an abort. In Apply mode
       *>the credit file is opened for update; with no credit file
       *>nobody holds any credit.
       701-OPEN-FILES.
           IF MODE-CODE = "A" OR "a"
               OPEN I-O STUDENT-FILE-IO
               IF LEDGER-FILE-STATUS = "35"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               OPEN I-O CREDIT-FILE
               IF CREDIT-FILE-STATUS = "00"
                   MOVE "Y" TO CRED-AVAIL-FLAG
               END-IF
           END-IF.

       *>Write the register and variance column header lines.
       *>student with an unpriced course, or a computed charge the
       *>balance field cannot hold, is flagged and never applied.
       705-WRITE-ASSESSMENT.
           MOVE ZERO TO CREDIT-USED.
           MOVE STUDENT-NUMBER-IN TO REG-STUDENT-NUMBER.
           MOVE TUITION-OWED-IN   TO REG-STORED-CHARGE.
           MOVE COMPUTED-CHARGE   TO REG-COMPUTED-CHARGE.
                       MOVE VARIANCE-MSG TO REG-DISPOSITION
                   END-IF
           END-EVALUATE.
           MOVE CREDIT-USED TO REG-CREDIT-USED.
           WRITE ASSESS-RECORD-OUT FROM REGISTER-RECORD.

       *>Write the variance line the bursar works from: the stored
           MOVE COMPUTED-CHARGE TO TUITION-OWED-IN.
           REWRITE STUDENT-RECORD-IN.
           PERFORM 712-JOURNAL-CHANGE-REC.
           PERFORM 715-READ-CREDIT-REC.
           MOVE "C" TO LEDG-TYPE.
           MOVE COMPUTED-CHARGE TO LEDG-AMOUNT.
           PERFORM 714-WRITE-LEDGER-REC.
           IF CRED-AMOUNT > ZERO
               PERFORM 716-APPLY-CREDIT
           END-IF.
           ADD 1 TO APPLIED-CTR.

       *>Read the student's credit on account; a student with no
       *>credit record, or a run with no credit file, has none.
       715-READ-CREDIT-REC.
           MOVE ZERO TO CRED-AMOUNT.
           IF CRED-AVAIL-FLAG = "Y"
               MOVE STUDENT-NUMBER-IN TO CRED-STUDENT-NUMBER
               READ CREDIT-FILE
                   INVALID KEY
                       MOVE ZERO TO CRED-AMOUNT
               END-READ
           END-IF.

       *>Use the credit against the charge just applied, as far as
       *>the charge goes; whatever credit is left stays on account
       *>for the next assessment. The reduced balance is rewritten
       *>and journalled like the charge, the credit record is
       *>rewritten, and the credit used is written to the ledger
       *>as a "U" entry.
       716-APPLY-CREDIT.
           MOVE STUDENT-RECORD-IN TO BEFORE-IMAGE-WS.
           IF CRED-AMOUNT > TUITION-OWED-IN
               MOVE TUITION-OWED-IN TO CREDIT-USED
           ELSE
               MOVE CRED-AMOUNT TO CREDIT-USED
           END-IF.
           IF CREDIT-USED > ZERO
               SUBTRACT CREDIT-USED FROM TUITION-OWED-IN
               SUBTRACT CREDIT-USED FROM CRED-AMOUNT
               MOVE FUNCTION CURRENT-DATE(1:8) TO CRED-LAST-DATE
               REWRITE CREDIT-REC
               IF CREDIT-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: CREDIT WRITE FAILED, STATUS "
                       CREDIT-FILE-STATUS
               END-IF
               REWRITE STUDENT-RECORD-IN
               PERFORM 712-JOURNAL-CHANGE-REC
               MOVE "U" TO LEDG-TYPE
               MOVE CREDIT-USED TO LEDG-AMOUNT
               PERFORM 714-WRITE-LEDGER-REC
               ADD 1 TO CREDIT-USED-CTR
           END-IF.

       *>Journal an applied assessment the way PROJECT1 journals a
       *>Change: before-image is the record as read, after-image is
       *>the record as rewritten, so PROJECT19 can replay it.
       *>recover from, so it is not allowed to pass silently.
       713-WRITE-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE "PROJ18" TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
                   JOURNAL3-FILE-STATUS
           END-IF.

       *>Append this applied assessment, or the credit used against
       *>it, to the permanent account ledger with the balance and
       *>credit it left behind; the caller has filled the type and
       *>amount. A ledger that cannot be written is the account
       *>history going missing, so it is not allowed to pass
       *>silently.
       714-WRITE-LEDGER-REC.
           MOVE STUDENT-NUMBER-IN TO LEDG-STUDENT-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LEDG-POST-DATE.
           MOVE TUITION-OWED-IN TO LEDG-NEW-BALANCE.
           MOVE CRED-AMOUNT TO LEDG-CREDIT-BALANCE.
           MOVE ZERO TO LEDG-REF-DATE.
           MOVE "PROJ18" TO LEDG-OPERATOR-ID.
           WRITE LEDGER-RECORD.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: LEDGER WRITE FAILED, STATUS "
           IF MODE-CODE = "A" OR "a"
               CLOSE JOURNAL3-FILE LEDGER-FILE
           END-IF.
           IF CRED-AVAIL-FLAG = "Y"
               CLOSE CREDIT-FILE
           END-IF.

       end program PROJECT18.
