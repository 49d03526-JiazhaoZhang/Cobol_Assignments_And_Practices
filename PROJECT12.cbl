      * carries a student number, payment date and amount; the
      * matching student record is read by key, the amount is
      * subtracted from TUITION-OWED-IN, and the record is rewritten.
      * A payment larger than the balance owed pays the balance off
      * and the excess is held as a credit on ACCTCRED.TXT for
      * PROJECT18 to apply to the next assessment. A receipt typed
      * "R" is a payment the bank returned unpaid: it names the
      * original payment by its date and amount, which must be on
      * the ledger as a payment not already returned. The returned
      * amount and the RUNPARM.TXT returned-item fee are charged
      * back - out of any credit first, then onto the balance owed.
      * Every posted payment or return is written to a payments
      * register whose control totals must balance to the deposit
      * slip and the bank's returned-item advice. A receipt that
      * cannot be posted (unknown student number, no such original
      * payment, a payment already returned, or an amount the
      * balance or credit fields cannot hold) is written to a reject
      * file, the same pattern PROJECT3 uses for its course-code
      * rejects.
      * Every posted rewrite is journalled to STU3JRNL.TXT with its
      * before and after images so PROJECT19 can rebuild the file,
      * and appended to the permanent STULEDG.TXT account ledger
      * that PROJECT22's statement-of-account inquiry reads.
      * Audit counters are kept for receipts read, payments posted,
      * payments returned and receipts rejected. These are
      * displayed at the end of the job.
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
           SELECT RUNPARM-FILE
               ASSIGN TO "C:\COBOL\RUNPARM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RUNPARM-FILE-STATUS.

       data division.
       FILE SECTION.
           05  RECEIPT-STUDENT-NUMBER  PIC 9(9).
           05  RECEIPT-PAYMENT-DATE    PIC 9(8).
           05  RECEIPT-AMOUNT          PIC 9(4)V99.
           05  RECEIPT-TRANS-TYPE      PIC X(1).
           05  RECEIPT-ORIG-DATE       PIC 9(8).

       FD STUDENT-FILE-IO.
           COPY STU3FD.
       FD LEDGER-FILE.
           COPY LEDGFD.

       FD CREDIT-FILE.
           COPY CREDFD.

       FD  RUNPARM-FILE.
           COPY RUNPARM.

       working-storage section.
       01  REGISTER-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "AMOUNT".
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  FILLER          PIC X(11)   VALUE   "NEW BALANCE".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "ACTIVITY".
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "CREDIT".

       01  REGISTER-RECORD.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  REG-AMOUNT          PIC ZZZ9.99.
           05  FILLER              PIC X(4)    VALUE   SPACES.
           05  REG-NEW-BALANCE     PIC ZZZ9.99.
           05  FILLER              PIC X(6)    VALUE   SPACES.
           05  REG-ACTIVITY        PIC X(8).
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  REG-CREDIT          PIC ZZZ9.99.

       01  ACTIVITY-TYPES.
           05  PAYMENT-TEXT    PIC X(8)    VALUE   "PAYMENT ".
           05  RETURNED-TEXT   PIC X(8)    VALUE   "RETURNED".
           05  NSF-FEE-TEXT    PIC X(8)    VALUE   "NSF FEE ".

       01  CONTROL-TOTAL-RECORD.
           05  CT-TOTAL-LABEL      PIC X(25)
                   VALUE   "TOTAL PAYMENTS POSTED:  ".
           05  CT-TOTAL-POSTED     PIC ZZZZZZ9.99.

       01  CONTROL-TOTAL-LABELS.
           05  CREDITED-LABEL      PIC X(25)
                   VALUE   "  OF WHICH HELD AS CREDIT".
           05  RETURNED-LABEL      PIC X(25)
                   VALUE   "TOTAL PAYMENTS RETURNED: ".
           05  FEES-LABEL          PIC X(25)
                   VALUE   "TOTAL NSF FEES CHARGED:  ".

       01  PARM-ECHO-RECORD.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(24)
                   VALUE "RUN PARMS: NSF FEE      ".
           05  ECHO-NSF-FEE        PIC ZZ9.99.

       01  PAYMENT-REJECT-RECORD.
           05  FILLER              PIC X(2)    VALUE   SPACES.
           05  REJECT-STUDENT-NUMBER  PIC 9(9).
       01  REJECT-REASONS.
           05  UNKNOWN-STUDENT-MSG PIC X(26)
                   VALUE   "STUDENT NUMBER NOT ON FILE".
           05  BAD-TYPE-MSG        PIC X(26)
                   VALUE   "INVALID RECEIPT TYPE      ".
           05  NO-ORIGINAL-MSG     PIC X(26)
                   VALUE   "ORIGINAL PAYMENT NOT FOUND".
           05  ALREADY-RETURNED-MSG    PIC X(26)
                   VALUE   "PAYMENT ALREADY RETURNED  ".
           05  CREDIT-LIMIT-MSG    PIC X(26)
                   VALUE   "CREDIT WOULD EXCEED LIMIT ".
           05  BALANCE-LIMIT-MSG   PIC X(26)
                   VALUE   "BALANCE WOULD EXCEED LIMIT".

       01  POSTING-WS.
           05  TOTAL-POSTED        PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-CREDITED      PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-RETURNED      PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-FEES          PIC 9(7)V99 VALUE ZERO.
           05  NSF-FEE             PIC 9(3)V99 VALUE ZERO.
           05  CREDIT-ADDED        PIC 9(4)V99 VALUE ZERO.
           05  CHARGE-AMOUNT       PIC 9(4)V99 VALUE ZERO.
           05  CHARGE-TOTAL        PIC 9(5)V99 VALUE ZERO.
           05  OWED-ADDED          PIC 9(5)V99 VALUE ZERO.
           05  NEW-CREDIT-WS       PIC 9(5)V99 VALUE ZERO.
           05  NEW-OWED-WS         PIC 9(5)V99 VALUE ZERO.
           05  RETURN-OWED-WS      PIC 9(4)V99 VALUE ZERO.
           05  RETURN-CREDIT-WS    PIC 9(4)V99 VALUE ZERO.
           05  ORIG-PAYMENT-CTR    PIC 9(4)    VALUE ZERO.
           05  ORIG-RETURNED-CTR   PIC 9(4)    VALUE ZERO.

       01  FLAGS.
           05  RECEIPT-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  LEDG-EOF-FLAG       PIC X(1)    VALUE   "N".
           05  CRED-ON-FILE-FLAG   PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  RECEIPT-FILE-IN-STATUS  PIC X(2)    VALUE "00".
           05  STUDENT-FILE-IO-STATUS  PIC X(2)    VALUE "00".
           05  JOURNAL3-FILE-STATUS    PIC X(2)    VALUE "00".
           05  LEDGER-FILE-STATUS      PIC X(2)    VALUE "00".
           05  CREDIT-FILE-STATUS      PIC X(2)    VALUE "00".
           05  RUNPARM-FILE-STATUS     PIC X(2)    VALUE "00".

       01  JOURNAL-WS.
           05  BEFORE-IMAGE-WS PIC X(127) VALUE SPACES.
           05  RECEIPTS-IN-CTR PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(17)   VALUE "  PAYMENTS POSTED".
           05  POSTED-CTR      PIC 9(6)    VALUE  ZERO.
           05  FILLER          PIC X(19)   VALUE "  PAYMENTS RETURNED".
           05  RETURNED-CTR    PIC 9(6)    VALUE  ZERO.
           05  FILLER          PIC X(19)   VALUE "  RECEIPTS REJECTED".
           05  REJECTED-CTR    PIC 9(6)    VALUE  ZERO.

           STOP RUN.

       *>Initialization:
       *>Read the run parameters, open files, write the register
       *>header, read the first receipt.
       201-INIT-POST-PAYMENTS.
           PERFORM 717-READ-RUN-PARMS.
           PERFORM 701-OPEN-FILES.
           PERFORM 709-WRITE-REGISTER-HEADER.
           PERFORM 718-ECHO-RUN-PARMS.
           PERFORM 703-READ-RECEIPT-RECORD.

       *>Posting module:
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Open the receipts input, the student file and the credit
       *>file for update, and the register and reject outputs. A
       *>run with no receipts file has nothing to post, so it ends
       *>with a message rather than an abort. The credit file is
       *>created on the very first run.
       701-OPEN-FILES.
           OPEN INPUT RECEIPT-FILE-IN.
           IF RECEIPT-FILE-IN-STATUS NOT = "00"
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN I-O CREDIT-FILE.
           IF CREDIT-FILE-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
               CLOSE CREDIT-FILE
               OPEN I-O CREDIT-FILE
           END-IF.
           IF CREDIT-FILE-STATUS NOT = "00"
               DISPLAY "CREDIT FILE OPEN FAILED, STATUS "
                   CREDIT-FILE-STATUS
               MOVE "Y" TO RECEIPT-EOF-FLAG
           END-IF.

       *>Read the run-control parameter file and edit the value
       *>this program runs with, the same way PROJECT6 does. A
       *>missing file or a bad fee is a setup error, not something
       *>to run past: the job refuses to start with a clear message
       *>instead of charging returned payments the wrong fee.
       717-READ-RUN-PARMS.
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
           IF PARM-NSF-FEE NOT NUMERIC
               DISPLAY "BAD NSF FEE IN RUNPARM.TXT"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           MOVE PARM-NSF-FEE TO NSF-FEE.
           CLOSE RUNPARM-FILE.

       *>Echo the parameter value this run is using onto the
       *>register so the run is self-documenting.
       718-ECHO-RUN-PARMS.
           MOVE NSF-FEE TO ECHO-NSF-FEE.
           WRITE PAYREG-RECORD-OUT FROM PARM-ECHO-RECORD.

       *>Write the payments register's column header line.
       709-WRITE-REGISTER-HEADER.
               END-READ
           END-IF.

       *>Read the student record this receipt keys, and the
       *>student's credit on account, and either post the payment,
       *>post the return, or reject the receipt. A blank or "P"
       *>type is a payment; "R" is a returned payment.
       704-APPLY-RECEIPT.
           IF RECEIPT-TRANS-TYPE NOT = SPACE
                   AND RECEIPT-TRANS-TYPE NOT = "P"
                   AND RECEIPT-TRANS-TYPE NOT = "R"
               MOVE BAD-TYPE-MSG TO REJECT-REASON
               PERFORM 705-WRITE-PAYMENT-REJECT
           ELSE
               MOVE RECEIPT-STUDENT-NUMBER TO STUDENT-NUMBER-IN
               READ STUDENT-FILE-IO
                   INVALID KEY
                       MOVE UNKNOWN-STUDENT-MSG TO REJECT-REASON
                       PERFORM 705-WRITE-PAYMENT-REJECT
                   NOT INVALID KEY
                       PERFORM 714-READ-CREDIT-REC
                       IF RECEIPT-TRANS-TYPE = "R"
                           PERFORM 720-APPLY-RETURN
                       ELSE
                           PERFORM 710-POST-AND-REGISTER
                       END-IF
               END-READ
           END-IF.

       *>A payment may pay the balance off exactly; whatever is
       *>left over is held as credit on account, provided the
       *>credit field can hold it.
       710-POST-AND-REGISTER.
           MOVE ZERO TO CREDIT-ADDED.
           IF RECEIPT-AMOUNT > TUITION-OWED-IN
               COMPUTE CREDIT-ADDED =
                   RECEIPT-AMOUNT - TUITION-OWED-IN
           END-IF.
           COMPUTE NEW-CREDIT-WS = CRED-AMOUNT + CREDIT-ADDED.
           IF NEW-CREDIT-WS > 9999.99
               MOVE CREDIT-LIMIT-MSG TO REJECT-REASON
               PERFORM 705-WRITE-PAYMENT-REJECT
           ELSE
               PERFORM 715-POST-PAYMENT
           END-IF.

       *>Subtract the payment from the balance, hold any excess as
       *>credit, rewrite the student record, and write the ledger
       *>and register lines.
       715-POST-PAYMENT.
           MOVE STUDENT-RECORD-IN TO BEFORE-IMAGE-WS.
           COMPUTE TUITION-OWED-IN =
               TUITION-OWED-IN - RECEIPT-AMOUNT + CREDIT-ADDED.
           REWRITE STUDENT-RECORD-IN.
           PERFORM 711-JOURNAL-CHANGE-REC.
           IF CREDIT-ADDED > ZERO
               ADD CREDIT-ADDED TO CRED-AMOUNT
               PERFORM 716-SAVE-CREDIT-REC
           END-IF.
           MOVE "P" TO LEDG-TYPE.
           MOVE RECEIPT-AMOUNT  TO LEDG-AMOUNT.
           MOVE TUITION-OWED-IN TO LEDG-NEW-BALANCE.
           MOVE CRED-AMOUNT     TO LEDG-CREDIT-BALANCE.
           MOVE ZERO            TO LEDG-REF-DATE.
           PERFORM 713-WRITE-LEDGER-REC.
           MOVE RECEIPT-AMOUNT  TO REG-AMOUNT.
           MOVE TUITION-OWED-IN TO REG-NEW-BALANCE.
           MOVE PAYMENT-TEXT    TO REG-ACTIVITY.
           MOVE CRED-AMOUNT     TO REG-CREDIT.
           PERFORM 719-WRITE-REGISTER-LINE.
           ADD RECEIPT-AMOUNT TO TOTAL-POSTED.
           ADD CREDIT-ADDED TO TOTAL-CREDITED.
           ADD 1 TO POSTED-CTR.

       *>Read the student's credit on account; a student with no
       *>credit record has none, and one is written the first time
       *>they are given credit.
       714-READ-CREDIT-REC.
           MOVE RECEIPT-STUDENT-NUMBER TO CRED-STUDENT-NUMBER.
           READ CREDIT-FILE
               INVALID KEY
                   MOVE "N" TO CRED-ON-FILE-FLAG
                   MOVE RECEIPT-STUDENT-NUMBER TO CRED-STUDENT-NUMBER
                   MOVE ZERO TO CRED-AMOUNT
                   MOVE ZERO TO CRED-LAST-DATE
               NOT INVALID KEY
                   MOVE "Y" TO CRED-ON-FILE-FLAG
           END-READ.

       *>Write or rewrite the student's credit on account as it
       *>stands after this receipt. A credit that cannot be saved
       *>is money owed to the student going missing, so it is not
       *>allowed to pass silently.
       716-SAVE-CREDIT-REC.
           MOVE RECEIPT-PAYMENT-DATE TO CRED-LAST-DATE.
           IF CRED-ON-FILE-FLAG = "Y"
               REWRITE CREDIT-REC
           ELSE
               WRITE CREDIT-REC
               MOVE "Y" TO CRED-ON-FILE-FLAG
           END-IF.
           IF CREDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CREDIT WRITE FAILED, STATUS "
                   CREDIT-FILE-STATUS
           END-IF.

       *>A returned payment must name a payment on the ledger - the
       *>same student, RECEIPT-ORIG-DATE as its date and the same
       *>amount - that has not already been returned. The returned
       *>amount and the fee are charged back, and the balance field
       *>must be able to hold what lands on it.
       720-APPLY-RETURN.
           PERFORM 721-FIND-ORIGINAL-PAYMENT.
           COMPUTE CHARGE-TOTAL = RECEIPT-AMOUNT + NSF-FEE.
           MOVE ZERO TO OWED-ADDED.
           IF CHARGE-TOTAL > CRED-AMOUNT
               COMPUTE OWED-ADDED = CHARGE-TOTAL - CRED-AMOUNT
           END-IF.
           COMPUTE NEW-OWED-WS = TUITION-OWED-IN + OWED-ADDED.
           EVALUATE TRUE
               WHEN ORIG-PAYMENT-CTR = ZERO
                   MOVE NO-ORIGINAL-MSG TO REJECT-REASON
                   PERFORM 705-WRITE-PAYMENT-REJECT
               WHEN ORIG-RETURNED-CTR NOT < ORIG-PAYMENT-CTR
                   MOVE ALREADY-RETURNED-MSG TO REJECT-REASON
                   PERFORM 705-WRITE-PAYMENT-REJECT
               WHEN NEW-OWED-WS > 9999.99
                   MOVE BALANCE-LIMIT-MSG TO REJECT-REASON
                   PERFORM 705-WRITE-PAYMENT-REJECT
               WHEN OTHER
                   PERFORM 724-POST-RETURN
           END-EVALUATE.

       *>Sweep the ledger for the payment being returned, counting
       *>the matching payments and the returns already posted
       *>against them, so the same payment twice in a day can be
       *>returned twice but no more. The ledger is held open for
       *>append during the run, so it is closed, swept, and opened
       *>for append again; this also picks up payments posted
       *>earlier in this same run.
       721-FIND-ORIGINAL-PAYMENT.
           MOVE ZERO TO ORIG-PAYMENT-CTR.
           MOVE ZERO TO ORIG-RETURNED-CTR.
           MOVE "N" TO LEDG-EOF-FLAG.
           CLOSE LEDGER-FILE.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
               PERFORM 722-READ-ONE-LEDGER-REC
                   UNTIL LEDG-EOF-FLAG = "Y"
               CLOSE LEDGER-FILE
           END-IF.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.

       *>Read the next ledger record and weigh it against the
       *>return.
       722-READ-ONE-LEDGER-REC.
           READ LEDGER-FILE
               AT END
                   MOVE "Y" TO LEDG-EOF-FLAG
               NOT AT END
                   PERFORM 723-CHECK-LEDGER-REC
           END-READ.

       *>Count a payment of this amount on the original date, or a
       *>return already posted against a payment of this amount on
       *>that date.
       723-CHECK-LEDGER-REC.
           IF LEDG-STUDENT-NUMBER = RECEIPT-STUDENT-NUMBER
                   AND LEDG-AMOUNT = RECEIPT-AMOUNT
               IF LEDG-TYPE = "P"
                       AND LEDG-POST-DATE = RECEIPT-ORIG-DATE
                   ADD 1 TO ORIG-PAYMENT-CTR
               END-IF
               IF LEDG-TYPE = "R"
                       AND LEDG-REF-DATE = RECEIPT-ORIG-DATE
                   ADD 1 TO ORIG-RETURNED-CTR
               END-IF
           END-IF.

       *>Charge the returned amount back, then the returned-item
       *>fee, each out of the credit first; rewrite the student and
       *>credit records, and write a ledger and register line for
       *>each of the two charges.
       724-POST-RETURN.
           MOVE STUDENT-RECORD-IN TO BEFORE-IMAGE-WS.
           MOVE RECEIPT-AMOUNT TO CHARGE-AMOUNT.
           PERFORM 726-CHARGE-ACCOUNT.
           MOVE TUITION-OWED-IN TO RETURN-OWED-WS.
           MOVE CRED-AMOUNT TO RETURN-CREDIT-WS.
           IF NSF-FEE > ZERO
               MOVE NSF-FEE TO CHARGE-AMOUNT
               PERFORM 726-CHARGE-ACCOUNT
           END-IF.
           REWRITE STUDENT-RECORD-IN.
           PERFORM 711-JOURNAL-CHANGE-REC.
           IF CRED-ON-FILE-FLAG = "Y"
               PERFORM 716-SAVE-CREDIT-REC
           END-IF.
           MOVE "R" TO LEDG-TYPE.
           MOVE RECEIPT-AMOUNT    TO LEDG-AMOUNT.
           MOVE RETURN-OWED-WS    TO LEDG-NEW-BALANCE.
           MOVE RETURN-CREDIT-WS  TO LEDG-CREDIT-BALANCE.
           MOVE RECEIPT-ORIG-DATE TO LEDG-REF-DATE.
           PERFORM 713-WRITE-LEDGER-REC.
           MOVE RECEIPT-AMOUNT   TO REG-AMOUNT.
           MOVE RETURN-OWED-WS   TO REG-NEW-BALANCE.
           MOVE RETURNED-TEXT    TO REG-ACTIVITY.
           MOVE RETURN-CREDIT-WS TO REG-CREDIT.
           PERFORM 719-WRITE-REGISTER-LINE.
           IF NSF-FEE > ZERO
               MOVE "F" TO LEDG-TYPE
               MOVE NSF-FEE         TO LEDG-AMOUNT
               MOVE TUITION-OWED-IN TO LEDG-NEW-BALANCE
               MOVE CRED-AMOUNT     TO LEDG-CREDIT-BALANCE
               MOVE ZERO            TO LEDG-REF-DATE
               PERFORM 713-WRITE-LEDGER-REC
               MOVE NSF-FEE         TO REG-AMOUNT
               MOVE TUITION-OWED-IN TO REG-NEW-BALANCE
               MOVE NSF-FEE-TEXT    TO REG-ACTIVITY
               MOVE CRED-AMOUNT     TO REG-CREDIT
               PERFORM 719-WRITE-REGISTER-LINE
           END-IF.
           ADD RECEIPT-AMOUNT TO TOTAL-RETURNED.
           ADD NSF-FEE TO TOTAL-FEES.
           ADD 1 TO RETURNED-CTR.

       *>Charge CHARGE-AMOUNT to the account: it comes out of the
       *>credit on account first, and only what the credit cannot
       *>cover is added to the balance owed.
       726-CHARGE-ACCOUNT.
           IF CHARGE-AMOUNT NOT > CRED-AMOUNT
               SUBTRACT CHARGE-AMOUNT FROM CRED-AMOUNT
           ELSE
               COMPUTE TUITION-OWED-IN =
                   TUITION-OWED-IN + CHARGE-AMOUNT - CRED-AMOUNT
               MOVE ZERO TO CRED-AMOUNT
           END-IF.

       *>Write one register line for this receipt; the caller has
       *>filled the amount, balance, activity and credit.
       719-WRITE-REGISTER-LINE.
           MOVE RECEIPT-STUDENT-NUMBER TO REG-STUDENT-NUMBER.
           MOVE RECEIPT-PAYMENT-DATE   TO REG-PAYMENT-DATE.
           WRITE PAYREG-RECORD-OUT FROM REGISTER-RECORD.

       *>Journal a posted payment the way PROJECT1 journals a
       *>Change: before-image is the record as read, after-image is
       *>recover from, so it is not allowed to pass silently.
       712-WRITE-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE "PROJ12" TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
                   JOURNAL3-FILE-STATUS
           END-IF.

       *>Append one posted payment, return or fee to the permanent
       *>account ledger, under the date the receipt carries; the
       *>caller has filled the type, amount, the balance and credit
       *>it left behind, and the returned payment's date. A ledger
       *>that cannot be written is the account history going
       *>missing, so it is not allowed to pass silently.
       713-WRITE-LEDGER-REC.
           MOVE RECEIPT-STUDENT-NUMBER TO LEDG-STUDENT-NUMBER.
           MOVE RECEIPT-PAYMENT-DATE   TO LEDG-POST-DATE.
           MOVE "PROJ12" TO LEDG-OPERATOR-ID.
           WRITE LEDGER-RECORD.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: LEDGER WRITE FAILED, STATUS "
           WRITE PAYREJECT-RECORD-OUT FROM PAYMENT-REJECT-RECORD.
           ADD 1 TO REJECTED-CTR.

       *>Write the run's control totals: payments posted is the
       *>figure that must balance to the deposit slip, returned
       *>payments the figure that must balance to the bank's
       *>returned-item advice.
       706-WRITE-CONTROL-TOTAL.
           MOVE TOTAL-POSTED TO CT-TOTAL-POSTED.
           WRITE PAYREG-RECORD-OUT FROM CONTROL-TOTAL-RECORD.
           MOVE CREDITED-LABEL TO CT-TOTAL-LABEL.
           MOVE TOTAL-CREDITED TO CT-TOTAL-POSTED.
           WRITE PAYREG-RECORD-OUT FROM CONTROL-TOTAL-RECORD.
           MOVE RETURNED-LABEL TO CT-TOTAL-LABEL.
           MOVE TOTAL-RETURNED TO CT-TOTAL-POSTED.
           WRITE PAYREG-RECORD-OUT FROM CONTROL-TOTAL-RECORD.
           MOVE FEES-LABEL TO CT-TOTAL-LABEL.
           MOVE TOTAL-FEES TO CT-TOTAL-POSTED.
           WRITE PAYREG-RECORD-OUT FROM CONTROL-TOTAL-RECORD.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE RECEIPT-FILE-IN STUDENT-FILE-IO PAYREG-FILE-OUT
                 PAYREJECT-FILE-OUT JOURNAL3-FILE LEDGER-FILE
                 CREDIT-FILE.

       end program PROJECT12.
