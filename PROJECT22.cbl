      * appended to by PROJECT12's payment postings, PROJECT18's
      * applied assessments and PROJECT10's re-keyed balances - is
      * swept for that student's activity. The statement of account
      * lists every dated charge, payment and adjustment - with a
      * returned payment, its returned-item fee and any credit on
      * account used shown as activities of their own - with the
      * balance and the credit on account each one left behind,
      * ending at the current balance and the current credit from
      * ACCTCRED.TXT. The statement is shown on screen and written to a
      * print file. The ledger is reopened for every inquiry so a
      * posting run landing mid-session still shows.
      * ==========================================================
               ASSIGN TO "C:\COBOL\STULEDG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT CREDIT-FILE
               ASSIGN TO "C:\COBOL\ACCTCRED.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CRED-STUDENT-NUMBER
                   FILE STATUS IS CREDIT-FILE-STATUS.
           SELECT STATEMENT-FILE-OUT
               ASSIGN TO "C:\COBOL\ACCTSTMT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD LEDGER-FILE.
           COPY LEDGFD.

       FD CREDIT-FILE.
           COPY CREDFD.

       FD  STATEMENT-FILE-OUT.
       01  STATEMENT-RECORD-OUT PIC X(60).

           05  FILLER          PIC X(6)    VALUE   "AMOUNT".
           05  FILLER          PIC X(4)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "BALANCE".
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "CREDIT".

       01  ACTIVITY-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  ACT-AMOUNT      PIC ZZZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  ACT-BALANCE     PIC ZZZ9.99.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  ACT-CREDIT      PIC ZZZ9.99.

       01  ACTIVITY-TYPES.
           05  CHARGE-TEXT     PIC X(10)   VALUE   "CHARGE    ".
           05  PAYMENT-TEXT    PIC X(10)   VALUE   "PAYMENT   ".
           05  ADJUSTED-TEXT   PIC X(10)   VALUE   "ADJUSTED  ".
           05  RETURNED-TEXT   PIC X(10)   VALUE   "RETURNED  ".
           05  NSF-FEE-TEXT    PIC X(10)   VALUE   "NSF FEE   ".
           05  CREDIT-USED-TEXT    PIC X(10)   VALUE   "CREDIT USE".
           05  UNKNOWN-TEXT    PIC X(10)   VALUE   "UNKNOWN   ".

       01  BALANCE-LINE-RECORD.
           05  FILLER          PIC X(17)   VALUE   "CURRENT BALANCE: ".
           05  STMT-CUR-BALANCE    PIC ZZZ9.99.

       01  CREDIT-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(19)
                   VALUE   "CREDIT ON ACCOUNT: ".
           05  STMT-CUR-CREDIT     PIC ZZZ9.99.

       01  NO-ACTIVITY-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(26)
       01  FILE-STATUS-WS.
           05  STU3-FILE-IN-STATUS PIC X(2)    VALUE "00".
           05  LEDGER-FILE-STATUS  PIC X(2)    VALUE "00".
           05  CREDIT-FILE-STATUS  PIC X(2)    VALUE "00".

       01  PROMPTS.
           05  STU-NUMBER-PROMPT   PIC X(26)

       01  FLAGS.
           05  LEDG-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  CRED-AVAIL-FLAG PIC X(1)    VALUE   "Y".

       procedure division.

       *>Open the student master for random lookup and the print
       *>file for output. With no STUFILE3 there is no balance to
       *>inquire on, so the session ends. The ledger is opened per
       *>inquiry by 311. With no credit file nobody holds credit.
       701-OPEN-FILES.
           OPEN INPUT STU3-FILE-IN
                OUTPUT STATEMENT-FILE-OUT.
                   STU3-FILE-IN-STATUS
               MOVE ZERO TO INQUIRY-NUMBER
           END-IF.
           OPEN INPUT CREDIT-FILE.
           IF CREDIT-FILE-STATUS NOT = "00"
               MOVE "N" TO CRED-AVAIL-FLAG
           END-IF.

       *>Prompt for the student number to look up; zero ends the
       *>session.
                   MOVE PAYMENT-TEXT TO ACT-TYPE-TEXT
               WHEN "A"
                   MOVE ADJUSTED-TEXT TO ACT-TYPE-TEXT
               WHEN "R"
                   MOVE RETURNED-TEXT TO ACT-TYPE-TEXT
               WHEN "F"
                   MOVE NSF-FEE-TEXT TO ACT-TYPE-TEXT
               WHEN "U"
                   MOVE CREDIT-USED-TEXT TO ACT-TYPE-TEXT
               WHEN OTHER
                   MOVE UNKNOWN-TEXT TO ACT-TYPE-TEXT
           END-EVALUATE.
           MOVE LEDG-AMOUNT      TO ACT-AMOUNT.
           MOVE LEDG-NEW-BALANCE TO ACT-BALANCE.
           IF LEDG-CREDIT-BALANCE NUMERIC
               MOVE LEDG-CREDIT-BALANCE TO ACT-CREDIT
           ELSE
               MOVE ZERO TO ACT-CREDIT
           END-IF.
           DISPLAY ACTIVITY-RECORD.
           WRITE STATEMENT-RECORD-OUT FROM ACTIVITY-RECORD.
           ADD 1 TO ACTIVITY-CTR.

       *>Write the current balance line the history ends at, read
       *>from the live student record, and the credit on account
       *>the student holds.
       713-WRITE-BALANCE-LINE.
           MOVE TUITION-OWED-IN TO STMT-CUR-BALANCE.
           DISPLAY BALANCE-LINE-RECORD.
           WRITE STATEMENT-RECORD-OUT FROM BALANCE-LINE-RECORD
               AFTER 2 LINES.
           MOVE ZERO TO STMT-CUR-CREDIT.
           IF CRED-AVAIL-FLAG = "Y"
               MOVE STUDENT-NUMBER-IN TO CRED-STUDENT-NUMBER
               READ CREDIT-FILE
                   NOT INVALID KEY
                       MOVE CRED-AMOUNT TO STMT-CUR-CREDIT
               END-READ
           END-IF.
           DISPLAY CREDIT-LINE-RECORD.
           WRITE STATEMENT-RECORD-OUT FROM CREDIT-LINE-RECORD.

       *>Hold the statement or an error message on screen until
       *>the operator acknowledges it, so it does not flash past
      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE STU3-FILE-IN STATEMENT-FILE-OUT.
           IF CRED-AVAIL-FLAG = "Y"
               CLOSE CREDIT-FILE
           END-IF.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
