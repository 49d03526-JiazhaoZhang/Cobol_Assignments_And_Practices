           SELECT EDIT-RPT-FILE-OUT
               ASSIGN TO "C:\COBOL\STUEDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE
               ASSIGN TO "C:\COBOL\HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
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
           05  TRANS-REG-DATE-IN   PIC 9(4).

       FD  EDIT-RPT-FILE-OUT.
       01  EDIT-RPT-RECORD-OUT PIC X(99).

       FD HOLD-FILE.
           COPY HOLDFD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  STU-RECORD.
           05  STU-FILE-STATUS PIC X(2)   VALUE "00".
           05  JOURNAL-FILE-STATUS PIC X(2)   VALUE "00".
           05  TRANS-FILE-STATUS   PIC X(2)    VALUE "00".
           05  HOLD-FILE-STATUS    PIC X(2)    VALUE "00".
           05  OPERATOR-FILE-STATUS    PIC X(2)    VALUE "00".
           05  SECURITY-LOG-STATUS     PIC X(2)    VALUE "00".

       01  JOURNAL-WS.
           05  BEFORE-IMAGE-WS PIC X(16)  VALUE SPACES.
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  MODE-CODE   PIC X(1)    VALUE   "S".
           05  TRANS-EOF-FLAG  PIC X(1)    VALUE   "N".
           05  HOLD-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  HOLD-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  EDIT-WS.
           05  EDIT-MSG-WS     PIC X(29)   VALUE SPACES.
           05  EDIT-DETAIL-WS  PIC X(30)   VALUE SPACES.

       01  PROMPTS.
           05  MODE-PROMPT     PIC X(26)
                   VALUE   "INVALID TRANSACTION CODE     ".
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

       01  ACK-WS.
           05  ACK-FIELD       PIC X(1).

       01  HOLD-REFUSE-MSG.
           05  FILLER          PIC X(17)
                   VALUE   "STUDENT ON HOLD: ".
           05  HOLD-REFUSE-TYPE    PIC X(12)   VALUE SPACES.

           COPY HOLDTAB.

       01  VALID-PROGRAM-CODES.
           05  FILLER          PIC X(3)    VALUE "ART".
           05  FILLER          PIC X(3)    VALUE "BUS".
           05  DC-MONTH        PIC 9(2).
           05  DC-SUB          PIC 9(1)    VALUE 1.
           05  DC-PROGRAM-FOUND    PIC X(1)    VALUE "N".
           05  HOLD-TYPE-SUB   PIC 9(1)    VALUE ZERO.

       01  EDIT-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EDIT-DISPOSITION    PIC X(9).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  EDIT-REASON     PIC X(29).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  EDIT-DETAIL     PIC X(30).

       01  BATCH-COUNTERS.
           05  FILLER          PIC X(21)

       *>Main module for the project. The screen stays for one-off
       *>fixes; batch mode applies a whole transaction file from
       *>admissions through the same edits and file logic. Either
       *>way the operator signs on first, and only the functions
       *>their OPERATORS.TXT record allows are applied.
       100-CREATE-STU-FILE.
           PERFORM 330-SIGN-ON-OPERATOR.
           PERFORM 320-PROMPT-FOR-MODE.
           IF MODE-CODE = "B" OR "b"
               PERFORM 401-INIT-BATCH-TRANS
       202-CREATE-STU-REC.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"
                   IF OPER-AUTH-REG-ADD = "Y"
                       PERFORM 310-ADD-STU-REC
                   ELSE
                       MOVE "REGISTRATION ADD" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "C"  WHEN "c"
                   IF OPER-AUTH-REG-CHANGE = "Y"
                       PERFORM 311-CHANGE-STU-REC
                   ELSE
                       MOVE "REGISTRATION CHANGE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "D"  WHEN "d"
                   IF OPER-AUTH-REG-DELETE = "Y"
                       PERFORM 312-DELETE-STU-REC
                   ELSE
                       MOVE "REGISTRATION DELETE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       *>Open the student file for input/output so existing records can
       *>be looked up, changed or deleted; create it first if this is
       *>the very first run and it does not exist yet. The holds
       *>master is read for Changes; with none on file no student
       *>is on hold.
       301-OPEN-STU-FILE.
           OPEN I-O STU-FILE.
           IF STU-FILE-STATUS = "35"
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               MOVE "N" TO HOLD-AVAIL-FLAG
           END-IF.

       *>Prompt for the next transaction code
       302-PRMOPT-FOR-RECORD.
           PERFORM 304-WRITE-STU-REC-OUT.

       *>Look up an existing student record by STU-NUMBER and rewrite
       *>its PROGRAM-CODE/REG-DATE with newly entered values. A
       *>student with an active hold is refused the change, with the
       *>hold type and the reason it was placed shown.
       311-CHANGE-STU-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    9
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   PERFORM 321-CHECK-ACTIVE-HOLD
                   IF HOLD-REFUSE-TYPE NOT = SPACES
                       DISPLAY HOLD-REASON    COLUMN  5   LINE    8
                       DISPLAY HOLD-REFUSE-MSG COLUMN 5   LINE    9
                       PERFORM 315-PAUSE-FOR-ACK
                   ELSE
                       MOVE STU-RECORD-OUT TO BEFORE-IMAGE-WS
                       PERFORM 314-ENTER-PROGRAM-AND-DATE
                       MOVE "N" TO DATA-VALID-FLAG
                       PERFORM 307-VALIDATE-STUDENT-DATA
                           UNTIL DATA-VALID-FLAG = "Y"
                       MOVE STU-RECORD TO STU-RECORD-OUT
                       REWRITE STU-RECORD-OUT
                       PERFORM 317-JOURNAL-CHANGE-REC
                   END-IF
           END-READ.

       *>Look up an existing student record by STU-NUMBER and remove it.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           PERFORM 318-WRITE-JOURNAL-REC.

       *>Stamp and append one journal record, with the operator
       *>signed on. A journal that cannot be written means an
       *>applied transaction would leave no trace to recover from,
       *>so it is not allowed to pass silently.
       318-WRITE-JOURNAL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRNL-TIMESTAMP.
           MOVE SIGNON-USER-ID TO JRNL-OPERATOR-ID.
           WRITE JOURNAL-RECORD.
           IF JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
       402-APPLY-BATCH-TRANS.
           EVALUATE TRANS-CODE-IN
               WHEN "A"  WHEN "a"
                   IF OPER-AUTH-REG-ADD = "Y"
                       PERFORM 411-BATCH-ADD
                   ELSE
                       MOVE "REGISTRATION ADD" TO SECL-FUNCTION
                       PERFORM 415-REFUSE-BATCH-TRANS
                   END-IF
               WHEN "C"  WHEN "c"
                   IF OPER-AUTH-REG-CHANGE = "Y"
                       PERFORM 412-BATCH-CHANGE
                   ELSE
                       MOVE "REGISTRATION CHANGE" TO SECL-FUNCTION
                       PERFORM 415-REFUSE-BATCH-TRANS
                   END-IF
               WHEN "D"  WHEN "d"
                   IF OPER-AUTH-REG-DELETE = "Y"
                       PERFORM 413-BATCH-DELETE
                   ELSE
                       MOVE "REGISTRATION DELETE" TO SECL-FUNCTION
                       PERFORM 415-REFUSE-BATCH-TRANS
                   END-IF
               WHEN OTHER
                   MOVE BAD-TRANS-MSG TO EDIT-MSG-WS
                   PERFORM 410-WRITE-REJECT-LINE

       *>Apply a batch Change: edit the fields, read the record by
       *>key, rewrite it with the new values, journalled the same
       *>way the screen's Change is. A student with an active hold
       *>is rejected naming the hold type and the reason it was
       *>placed.
       412-BATCH-CHANGE.
           PERFORM 406-EDIT-TRANS-FIELDS.
           IF DATA-VALID-FLAG = "Y"
                       MOVE NOT-FOUND-MSG TO EDIT-MSG-WS
                       PERFORM 410-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       PERFORM 321-CHECK-ACTIVE-HOLD
                       IF HOLD-REFUSE-TYPE NOT = SPACES
                           MOVE HOLD-REFUSE-MSG TO EDIT-MSG-WS
                           MOVE HOLD-REASON TO EDIT-DETAIL-WS
                           PERFORM 410-WRITE-REJECT-LINE
                       ELSE
                           MOVE STU-RECORD-OUT TO BEFORE-IMAGE-WS
                           MOVE STU-RECORD TO STU-RECORD-OUT
                           REWRITE STU-RECORD-OUT
                           PERFORM 317-JOURNAL-CHANGE-REC
                           PERFORM 409-WRITE-ACCEPT-LINE
                       END-IF
               END-READ
           ELSE
               PERFORM 410-WRITE-REJECT-LINE
           ADD 1 TO APPLIED-CTR.

       *>Write this transaction's edit report line as rejected,
       *>with the reason the edit left in EDIT-MSG-WS and any
       *>detail it left in EDIT-DETAIL-WS, which is then cleared.
       410-WRITE-REJECT-LINE.
           PERFORM 414-FILL-EDIT-LINE.
           MOVE "REJECTED " TO EDIT-DISPOSITION.
           MOVE EDIT-MSG-WS TO EDIT-REASON.
           MOVE EDIT-DETAIL-WS TO EDIT-DETAIL.
           MOVE SPACES TO EDIT-DETAIL-WS.
           WRITE EDIT-RPT-RECORD-OUT FROM EDIT-LINE-RECORD.
           ADD 1 TO REJECTED-CTR.

       *>Reject a batch transaction the signed-on operator is not
       *>authorized for, and log the refusal against the student
       *>it named; the caller has named the function.
       415-REFUSE-BATCH-TRANS.
           MOVE TRANS-STU-NUMBER-IN TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           MOVE NOT-AUTH-MSG TO EDIT-MSG-WS.
           PERFORM 410-WRITE-REJECT-LINE.

       *>Fill the edit report line from the transaction as read.
       414-FILL-EDIT-LINE.
           MOVE TRANS-CODE-IN       TO EDIT-TRANS-CODE.
           MOVE TRANS-STU-NUMBER-IN TO EDIT-STU-NUMBER.
           MOVE TRANS-PROGRAM-IN    TO EDIT-PROGRAM.
           MOVE TRANS-REG-DATE-IN   TO EDIT-REG-DATE.
           MOVE SPACES              TO EDIT-DETAIL.

       *>Look for an active hold on the student just read. The
       *>student's holds are walked off the composite key from the
       *>first hold type; the first active one found leaves its
       *>type's wording in HOLD-REFUSE-TYPE, which stays blank when
       *>the student is clear.
       321-CHECK-ACTIVE-HOLD.
           MOVE SPACES TO HOLD-REFUSE-TYPE.
           IF HOLD-AVAIL-FLAG = "Y"
               MOVE "N" TO HOLD-EOF-FLAG
               MOVE STU-NUMBER-OUT TO HOLD-STUDENT-NUMBER
               MOVE LOW-VALUES TO HOLD-TYPE
               START HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-FLAG
               END-START
               PERFORM 322-READ-ONE-HOLD
                   UNTIL HOLD-EOF-FLAG = "Y"
                      OR HOLD-REFUSE-TYPE NOT = SPACES
           END-IF.

       *>Read the student's next hold; the walk ends at end of
       *>file, at the first hold keyed to another student, or at
       *>the first hold still active.
       322-READ-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-STUDENT-NUMBER NOT = STU-NUMBER-OUT
                       MOVE "Y" TO HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-RELEASE-DATE = ZERO
                           MOVE HOLD-TYPE TO HOLD-REFUSE-TYPE
                           PERFORM 323-MATCH-ONE-HOLD-TYPE
                               VARYING HOLD-TYPE-SUB FROM 1 BY 1
                               UNTIL HOLD-TYPE-SUB > 4
                       END-IF
                   END-IF
           END-READ.

       *>Replace the hold type code with its wording when it
       *>matches this table entry.
       323-MATCH-ONE-HOLD-TYPE.
           IF HOLD-TYPE = HOLD-TYPE-CODE-T(HOLD-TYPE-SUB)
               MOVE HOLD-TYPE-DESC-T(HOLD-TYPE-SUB)
                   TO HOLD-REFUSE-TYPE
           END-IF.

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
               DISPLAY SIGNON-FAIL-MSG  COLUMN  2   LINE    9
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.

       *>Refuse a screen function the operator is not authorized
       *>for before anything is keyed for it; the caller has named
       *>the function.
       332-REFUSE-SCREEN-FUNCTION.
           MOVE SPACES TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY NOT-AUTH-MSG        COLUMN  5   LINE    9.
           PERFORM 315-PAUSE-FOR-ACK.

       *>Log a refused function; the caller has filled the
       *>function and the key it was tried against.
       333-LOG-REFUSED-FUNCTION.
           MOVE "R" TO SECL-EVENT.
           PERFORM 334-WRITE-SECURITY-LOG.

       *>Stamp and append one security log record.
       334-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SECL-TIMESTAMP.
           MOVE "PROJECT1" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the output file and the journal, the operator file
       *>and the security log, and the holds master if it opened.
       305-CLOSE-STU-FILE.
           CLOSE   STU-FILE JOURNAL-FILE.
           CLOSE   OPERATOR-FILE SECURITY-LOG-FILE.
           IF HOLD-AVAIL-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
