      * after images so PROJECT19 can rebuild the file, and a
      * re-keyed tuition balance is appended to the permanent
      * STULEDG.TXT account ledger that PROJECT22's inquiry reads.
      * The operator signs on against OPERATORS.TXT first. Record
      * completion and balance re-key are separate authorities: an
      * operator without re-key authority may complete a record,
      * but a changed tuition balance is put back and the re-key
      * refused. Failed sign-ons and refused functions go on
      * SECLOG.TXT, and the operator's user ID is stamped on every
      * journal and ledger record written.
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
           SELECT OPERATOR-FILE
               ASSIGN TO "C:\COBOL\OPERATORS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OPER-USER-ID
                   FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO "C:\COBOL\SECLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SECURITY-LOG-STATUS.

       data division.
       FILE SECTION.
       FD LEDGER-FILE.
           COPY LEDGFD.

       FD CREDIT-FILE.
           COPY CREDFD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  FILE-STATUS-WS.
           05  STU3-FILE-STATUS PIC X(2)   VALUE "00".
           05  JOURNAL3-FILE-STATUS PIC X(2)   VALUE "00".
           05  LEDGER-FILE-STATUS   PIC X(2)   VALUE "00".
           05  CREDIT-FILE-STATUS   PIC X(2)   VALUE "00".
           05  OPERATOR-FILE-STATUS PIC X(2)   VALUE "00".
           05  SECURITY-LOG-STATUS  PIC X(2)   VALUE "00".

       01  JOURNAL-WS.
           05  BEFORE-IMAGE-WS PIC X(127) VALUE SPACES.

       01  FLAGS.
           05  TRANS-CODE  PIC X(1)    VALUE   "M".
           05  CRED-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  PROMPTS.
           05  RECORD-PROMPT   PIC X(26)
                   VALUE   "STUFILE3 NOT FOUND - RUN PROJECT9".
           05  ACK-PROMPT      PIC X(24)
                   VALUE   "PRESS ENTER TO CONTINUE".
           05  USER-ID-PROMPT  PIC X(9)
                   VALUE   "USER ID :".
           05  PASSWORD-PROMPT PIC X(9)
                   VALUE   "PASSWORD:".
           05  SIGNON-FAIL-MSG PIC X(29)
                   VALUE   "SIGN-ON FAILED - RETRY       ".
           05  NOT-AUTH-MSG    PIC X(29)
                   VALUE   "NOT AUTHORIZED FOR FUNCTION  ".
           05  REKEY-REFUSED-MSG   PIC X(29)
                   VALUE   "BALANCE RE-KEY NOT AUTHORIZED".

       01  ACK-WS.
           05  ACK-FIELD       PIC X(1).
           STOP RUN.

       *>Initialization:
       *>Sign the operator on, open the bridged file and prompt for
       *>the first transaction.
       201-INIT-MAINTAIN-STU3.
               PERFORM 330-SIGN-ON-OPERATOR.
               PERFORM 301-OPEN-STU3-FILE.
               IF TRANS-CODE NOT = "X"
                   PERFORM 302-PROMPT-FOR-RECORD
       202-MAINTAIN-STU3-REC.
           EVALUATE TRANS-CODE
               WHEN "M"  WHEN "m"
                   IF OPER-AUTH-COMPLETE = "Y"
                       PERFORM 310-COMPLETE-STU3-REC
                   ELSE
                       MOVE "RECORD COMPLETION" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN INPUT CREDIT-FILE.
           IF CREDIT-FILE-STATUS NOT = "00"
               MOVE "N" TO CRED-AVAIL-FLAG
           END-IF.

       *>Prompt for the next transaction code
       302-PROMPT-FOR-RECORD.

       *>Look up an existing bridged record by STUDENT-NUMBER-IN and
       *>rewrite it with the names, course pairs and tuition entered
       *>by the operator. A tuition change by an operator without
       *>re-key authority is refused and the old balance kept.
       310-COMPLETE-STU3-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
                   PERFORM 317-SHOW-CURRENT-VALUES
                   PERFORM 314-ENTER-STUDENT-DETAILS
                   PERFORM 318-MOVE-ENTRY-TO-RECORD
                   IF TUITION-OWED-IN NOT = OLD-TUITION-WS
                       AND OPER-AUTH-REKEY NOT = "Y"
                       PERFORM 335-REFUSE-BALANCE-REKEY
                   END-IF
                   REWRITE STUDENT-RECORD-IN
                   PERFORM 321-JOURNAL-CHANGE-REC
                   IF TUITION-OWED-IN NOT = OLD-TUITION-WS
           MOVE STUDENT-RECORD-IN TO JRN3-AFTER-IMAGE.
           PERFORM 322-WRITE-JOURNAL-REC.

       *>Stamp and append one journal record, with the operator
       *>signed on. A journal that cannot be written means an
       *>applied rewrite would leave no trace to recover from, so it
       *>is not allowed to pass silently.
       322-WRITE-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE SIGNON-USER-ID TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "

       *>Append a re-keyed tuition balance to the permanent account
       *>ledger so the statement-of-account history explains where
       *>the balance came from and who keyed it; the amount carried
       *>is the balance as keyed. The credit on account is not
       *>touched here and is carried as it stands. A ledger that
       *>cannot be written is the account history going missing,
       *>so it is not allowed to pass silently.
       323-WRITE-LEDGER-REC.
           MOVE STUDENT-NUMBER-IN TO LEDG-STUDENT-NUMBER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LEDG-POST-DATE.
           MOVE "A" TO LEDG-TYPE.
           MOVE TUITION-OWED-IN TO LEDG-AMOUNT.
           MOVE TUITION-OWED-IN TO LEDG-NEW-BALANCE.
           MOVE ZERO TO LEDG-CREDIT-BALANCE.
           MOVE ZERO TO LEDG-REF-DATE.
           MOVE SIGNON-USER-ID TO LEDG-OPERATOR-ID.
           IF CRED-AVAIL-FLAG = "Y"
               MOVE STUDENT-NUMBER-IN TO CRED-STUDENT-NUMBER
               READ CREDIT-FILE
                   NOT INVALID KEY
                       MOVE CRED-AMOUNT TO LEDG-CREDIT-BALANCE
               END-READ
           END-IF.
           WRITE LEDGER-RECORD.
           IF LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: LEDGER WRITE FAILED, STATUS "
           DISPLAY ACK-PROMPT COLUMN 5 LINE 21.
           ACCEPT  ACK-FIELD  COLUMN 5 LINE 22.

       *>Put back the tuition balance an operator without re-key
       *>authority changed, and log the refused re-key against the
       *>student; the rest of the completion still goes through.
       335-REFUSE-BALANCE-REKEY.
           MOVE OLD-TUITION-WS TO TUITION-OWED-IN.
           MOVE "BALANCE RE-KEY" TO SECL-FUNCTION.
           MOVE STUDENT-NUMBER-IN TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           DISPLAY REKEY-REFUSED-MSG   COLUMN  5   LINE    20.
           PERFORM 315-PAUSE-FOR-ACK.

       *>Sign the operator on against OPERATORS.TXT before any
       *>change is taken: the user ID must be on file and the
       *>password must match. Three failed tries end the run. Each
       *>failed try, and later each refused function, is appended
       *>to SECLOG.TXT for PROJECT37's security exception report.
       *>With no operator file nobody can sign on, so the run
       *>stops.
       330-SIGN-ON-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR FILE NOT FOUND - RUN PROJECT36"
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECURITY-LOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           MOVE "N" TO SIGNED-ON-FLAG.
           MOVE ZERO TO SIGNON-TRIES.
           PERFORM 331-PROMPT-FOR-SIGN-ON
               UNTIL SIGNED-ON-FLAG = "Y" OR SIGNON-TRIES = 3.
           IF SIGNED-ON-FLAG = "N"
               CLOSE OPERATOR-FILE SECURITY-LOG-FILE
               DISPLAY " " WITH BLANK SCREEN
               DISPLAY "SIGN-ON FAILED - RUN CANCELLED"
               STOP RUN
           END-IF.

       *>Take one sign-on try. The password is not echoed. A
       *>failed try is logged with the user ID as keyed.
       331-PROMPT-FOR-SIGN-ON.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY USER-ID-PROMPT      COLUMN  2   LINE    12.
           ACCEPT  SIGNON-USER-ID      COLUMN  12  LINE    12.
           DISPLAY PASSWORD-PROMPT     COLUMN  2   LINE    13.
           ACCEPT  SIGNON-PASSWORD     COLUMN  12  LINE    13
               WITH SECURE.
           ADD 1 TO SIGNON-TRIES.
           MOVE SIGNON-USER-ID TO OPER-USER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "UNKNOWN USER ID" TO SECL-FUNCTION
               NOT INVALID KEY
                   IF OPER-PASSWORD = SIGNON-PASSWORD
                       MOVE "Y" TO SIGNED-ON-FLAG
                   ELSE
                       MOVE "WRONG PASSWORD" TO SECL-FUNCTION
                   END-IF
           END-READ.
           IF SIGNED-ON-FLAG = "N"
               MOVE "F" TO SECL-EVENT
               MOVE SPACES TO SECL-KEY
               PERFORM 334-WRITE-SECURITY-LOG
               DISPLAY SIGNON-FAIL-MSG  COLUMN  2   LINE    20
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.

       *>Refuse a screen function the operator is not authorized
       *>for before anything is keyed for it; the caller has named
       *>the function.
       332-REFUSE-SCREEN-FUNCTION.
           MOVE SPACES TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY NOT-AUTH-MSG        COLUMN  5   LINE    20.
           PERFORM 315-PAUSE-FOR-ACK.

       *>Log a refused function; the caller has filled the
       *>function and the key it was tried against.
       333-LOG-REFUSED-FUNCTION.
           MOVE "R" TO SECL-EVENT.
           PERFORM 334-WRITE-SECURITY-LOG.

       *>Stamp and append one security log record.
       334-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SECL-TIMESTAMP.
           MOVE "PROJECT10" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the file, the journal, the ledger, the operator file
       *>and the security log, and the credit file.
       305-CLOSE-STU3-FILE.
           CLOSE   STU3-FILE JOURNAL3-FILE LEDGER-FILE.
           CLOSE   OPERATOR-FILE SECURITY-LOG-FILE.
           IF CRED-AVAIL-FLAG = "Y"
               CLOSE CREDIT-FILE
           END-IF.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
