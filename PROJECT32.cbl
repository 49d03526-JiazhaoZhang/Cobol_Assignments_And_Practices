       program-id. PROJECT32.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program maintains the student holds master HOLDS.TXT
      * that PROJECT21's adds, PROJECT1's registration changes and
      * PROJECT14's transcripts are refused against. The operator
      * places or releases one hold at a time through the same
      * transaction screen style as PROJECT28's prerequisite
      * screen. A hold is keyed by the student number, which must
      * be registered on STUDENTFILE.TXT, and the hold type - F
      * financial, A academic probation, D disciplinary or L
      * library. The operator signs on against OPERATORS.TXT
      * first, and only one holding student hold authority may
      * place or release; a refused function is logged to
      * SECLOG.TXT. Placing a hold records the date, the signed-on
      * operator as the one who placed it and the reason to quote;
      * a type already active for the student cannot be placed
      * twice, and a type released before is placed again over
      * its old record. Releasing a hold stamps the release date
      * and the signed-on operator as the one who released it; the
      * record stays on file as the hold's history. NIGHTLY is
      * reserved for the financial holds PROJECT33's overdue run
      * places, so no operator signed on under that name may place
      * a hold. A hold record that cannot be rewritten is reported
      * as not updated.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO "C:\COBOL\HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
           SELECT REG-FILE-IN
               ASSIGN TO "C:\COBOL\STUDENTFILE.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STU-NUMBER-OUT
                   FILE STATUS IS REG-FILE-IN-STATUS.
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
       FD HOLD-FILE.
           COPY HOLDFD.

       FD REG-FILE-IN.
           COPY STU1FD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  HOLD-RECORD.
           05  HOLD-STUDENT-WK     PIC 9(9).
           05  HOLD-TYPE-WK        PIC X(1).
           05  HOLD-REASON-WK      PIC X(30).

       01  FILE-STATUS-WS.
           05  HOLD-FILE-STATUS    PIC X(2)   VALUE "00".
           05  REG-FILE-IN-STATUS  PIC X(2)   VALUE "00".
           05  OPERATOR-FILE-STATUS PIC X(2)  VALUE "00".
           05  SECURITY-LOG-STATUS PIC X(2)   VALUE "00".

       01  FLAGS.
           05  TRANS-CODE  PIC X(1)    VALUE   "P".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  KEY-VALID-FLAG  PIC X(1)    VALUE   "N".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  PROMPTS.
           05  RECORD-PROMPT   PIC X(26)
                   VALUE   "TRANSACTION (P/R/X)      :".
           05  STU-NUMBER-PROMPT   PIC X(21)
                   VALUE   "ENTER STUDENT NUMBER:".
           05  HOLD-TYPE-PROMPT    PIC X(21)
                   VALUE   "HOLD TYPE (F/A/D/L) :".
           05  PLACED-BY-PROMPT    PIC X(12)
                   VALUE   "PLACED BY  :".
           05  REASON-PROMPT   PIC X(12)
                   VALUE   "REASON     :".
           05  PLACED-ON-PROMPT    PIC X(12)
                   VALUE   "PLACED ON  :".
           05  NOT-FOUND-MSG   PIC X(29)
                   VALUE   "NO HOLD OF THAT TYPE ON FILE ".
           05  NO-STUDENT-MSG  PIC X(29)
                   VALUE   "STUDENT NUMBER NOT ON FILE   ".
           05  BAD-TYPE-MSG    PIC X(29)
                   VALUE   "HOLD TYPE MUST BE F/A/D/L    ".
           05  ACTIVE-MSG      PIC X(29)
                   VALUE   "HOLD ALREADY ACTIVE          ".
           05  RELEASED-MSG    PIC X(29)
                   VALUE   "HOLD ALREADY RELEASED        ".
           05  RESERVED-MSG    PIC X(29)
                   VALUE   "NIGHTLY IS RESERVED          ".
           05  NO-REASON-MSG   PIC X(29)
                   VALUE   "HOLD REASON REQUIRED         ".
           05  WRITE-FAIL-MSG  PIC X(29)
                   VALUE   "HOLD WRITE FAILED            ".
           05  REWRITE-FAIL-MSG    PIC X(29)
                   VALUE   "HOLD NOT UPDATED             ".
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

           COPY HOLDTAB.

       01  OTHER-VAR.
           05  TYPE-SUB    PIC 9(1)    VALUE 1.
           05  TYPE-MATCH-SUB  PIC 9(1)    VALUE ZERO.

       procedure division.


       *>Main module for the project.
       100-MAINTAIN-HOLDS.
           PERFORM 201-INIT-MAINTAIN-HOLD.
           PERFORM 202-MAINTAIN-HOLD-REC
               UNTIL TRANS-CODE = "X" OR "x".
           PERFORM 203-TERM-MAINTAIN-HOLD.
           STOP RUN.

       *>Initialization:
       *>Sign the operator on, open the files and prompt for user
       *>input.
       201-INIT-MAINTAIN-HOLD.
               PERFORM 330-SIGN-ON-OPERATOR.
               PERFORM 301-OPEN-FILES.
               IF TRANS-CODE NOT = "X"
                   PERFORM 302-PROMPT-FOR-RECORD
               END-IF.

       *>Maintenance module:
       *>Carry out the Place or Release transaction entered by the
       *>user, then prompt for the next one. Both need student
       *>hold authority.
       202-MAINTAIN-HOLD-REC.
           EVALUATE TRANS-CODE
               WHEN "P"  WHEN "p"
                   IF OPER-AUTH-HOLDS = "Y"
                       PERFORM 310-PLACE-HOLD
                   ELSE
                       MOVE "HOLD PLACE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "R"  WHEN "r"
                   IF OPER-AUTH-HOLDS = "Y"
                       PERFORM 311-RELEASE-HOLD
                   ELSE
                       MOVE "HOLD RELEASE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 302-PROMPT-FOR-RECORD.

       *>Termination module:
       *>Close the files and display a termination message.
       203-TERM-MAINTAIN-HOLD.
           PERFORM 305-CLOSE-FILES.
           PERFORM 306-DISPLAY-TERM-MSG.

       *>Open the holds master for input/output, creating it first
       *>if this is the very first run, and the registrations for
       *>the student edit. Without the registrations no hold can be
       *>edited, so the run stops.
       301-OPEN-FILES.
           OPEN I-O HOLD-FILE.
           IF HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           OPEN INPUT REG-FILE-IN.
           IF REG-FILE-IN-STATUS NOT = "00"
               DISPLAY "STUDENTFILE OPEN FAILED, STATUS "
                   REG-FILE-IN-STATUS
               MOVE "X" TO TRANS-CODE
           END-IF.

       *>Prompt for the next transaction code
       302-PROMPT-FOR-RECORD.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY RECORD-PROMPT   COLUMN  2   LINE    12.
           ACCEPT  TRANS-CODE  COLUMN  2   LINE    13.

       *>Place a hold: the student must be registered and the type
       *>valid, and the student may not already carry an active
       *>hold of that type. A type released before is placed again
       *>over its old record.
       310-PLACE-HOLD.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           PERFORM 318-EDIT-HOLD-KEY.
           IF KEY-VALID-FLAG = "Y"
               MOVE HOLD-STUDENT-WK TO HOLD-STUDENT-NUMBER
               MOVE HOLD-TYPE-WK TO HOLD-TYPE
               READ HOLD-FILE
                   INVALID KEY
                       PERFORM 314-ENTER-PLACE-DETAILS
                       PERFORM 316-MOVE-ENTRY-TO-RECORD
                       WRITE HOLD-REC
                           INVALID KEY
                               DISPLAY WRITE-FAIL-MSG
                                   COLUMN  5   LINE    13
                               PERFORM 315-PAUSE-FOR-ACK
                       END-WRITE
                   NOT INVALID KEY
                       IF HOLD-RELEASE-DATE = ZERO
                           DISPLAY ACTIVE-MSG COLUMN  5   LINE    13
                           PERFORM 317-SHOW-CURRENT-HOLD
                           PERFORM 315-PAUSE-FOR-ACK
                       ELSE
                           PERFORM 314-ENTER-PLACE-DETAILS
                           PERFORM 316-MOVE-ENTRY-TO-RECORD
                           REWRITE HOLD-REC
                               INVALID KEY
                                   DISPLAY REWRITE-FAIL-MSG
                                       COLUMN  5   LINE    13
                                   PERFORM 315-PAUSE-FOR-ACK
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       *>Release a hold: it must be on file and still active. The
       *>hold is shown so the operator sees what is being released;
       *>the signed-on operator is recorded as releasing it.
       311-RELEASE-HOLD.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           MOVE HOLD-STUDENT-WK TO HOLD-STUDENT-NUMBER.
           MOVE HOLD-TYPE-WK TO HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   IF HOLD-RELEASE-DATE NOT = ZERO
                       DISPLAY RELEASED-MSG   COLUMN  5   LINE    13
                       PERFORM 315-PAUSE-FOR-ACK
                   ELSE
                       PERFORM 317-SHOW-CURRENT-HOLD
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO HOLD-RELEASE-DATE
                       MOVE SIGNON-USER-ID TO HOLD-RELEASED-BY
                       REWRITE HOLD-REC
                           INVALID KEY
                               DISPLAY REWRITE-FAIL-MSG
                                   COLUMN  5   LINE    13
                               PERFORM 315-PAUSE-FOR-ACK
                       END-REWRITE
                   END-IF
           END-READ.

       *>Prompt for the student number and hold type that key a
       *>hold (used both to place one and to look one up).
       313-PROMPT-FOR-KEY.
           DISPLAY STU-NUMBER-PROMPT   COLUMN  5   LINE    2.
           ACCEPT  HOLD-STUDENT-WK     COLUMN  27  LINE    2.
           DISPLAY HOLD-TYPE-PROMPT    COLUMN  5   LINE    3.
           ACCEPT  HOLD-TYPE-WK        COLUMN  27  LINE    3.

       *>A new hold must be for a registered student and a hold
       *>type in the table, and may not be placed by an operator
       *>signed on as NIGHTLY, which marks the overdue run's own
       *>holds.
       318-EDIT-HOLD-KEY.
           MOVE "Y" TO KEY-VALID-FLAG.
           IF SIGNON-USER-ID = "NIGHTLY"
               DISPLAY RESERVED-MSG       COLUMN  5   LINE    13
               PERFORM 315-PAUSE-FOR-ACK
               MOVE "N" TO KEY-VALID-FLAG
           END-IF.
           MOVE ZERO TO TYPE-MATCH-SUB.
           PERFORM 320-MATCH-ONE-TYPE
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 4.
           IF KEY-VALID-FLAG = "Y" AND TYPE-MATCH-SUB = ZERO
               DISPLAY BAD-TYPE-MSG       COLUMN  5   LINE    13
               PERFORM 315-PAUSE-FOR-ACK
               MOVE "N" TO KEY-VALID-FLAG
           END-IF.
           IF KEY-VALID-FLAG = "Y"
               MOVE HOLD-STUDENT-WK TO STU-NUMBER-OUT
               READ REG-FILE-IN
                   INVALID KEY
                       DISPLAY NO-STUDENT-MSG COLUMN  5   LINE    13
                       PERFORM 315-PAUSE-FOR-ACK
                       MOVE "N" TO KEY-VALID-FLAG
               END-READ
           END-IF.

       *>Match one hold type table entry against the entered type.
       320-MATCH-ONE-TYPE.
           IF HOLD-TYPE-WK = HOLD-TYPE-CODE-T(TYPE-SUB)
               MOVE TYPE-SUB TO TYPE-MATCH-SUB
           END-IF.

       *>Prompt for the reason to quote, re-prompting on the same
       *>screen until one is entered.
       314-ENTER-PLACE-DETAILS.
           MOVE "N" TO DATA-VALID-FLAG.
           PERFORM 307-ENTER-ONE-PLACEMENT
               UNTIL DATA-VALID-FLAG = "Y".

       *>Accept the reason once and edit it.
       307-ENTER-ONE-PLACEMENT.
           DISPLAY REASON-PROMPT       COLUMN  5   LINE    6.
           ACCEPT  HOLD-REASON-WK      COLUMN  18  LINE    6.
           MOVE "Y" TO DATA-VALID-FLAG.
           IF HOLD-REASON-WK = SPACES
               DISPLAY NO-REASON-MSG      COLUMN  5   LINE    13
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>Show the hold on file: when and by whom it was placed and
       *>the reason it quotes.
       317-SHOW-CURRENT-HOLD.
           DISPLAY PLACED-ON-PROMPT    COLUMN  5   LINE    5.
           DISPLAY HOLD-DATE-PLACED    COLUMN  18  LINE    5.
           DISPLAY PLACED-BY-PROMPT    COLUMN  5   LINE    6.
           DISPLAY HOLD-PLACED-BY      COLUMN  18  LINE    6.
           DISPLAY REASON-PROMPT       COLUMN  5   LINE    7.
           DISPLAY HOLD-REASON         COLUMN  18  LINE    7.

       *>Move a new placement into the record; the key is already
       *>in place from the READ. Placing over a released hold
       *>clears its release.
       316-MOVE-ENTRY-TO-RECORD.
           MOVE HOLD-STUDENT-WK TO HOLD-STUDENT-NUMBER.
           MOVE HOLD-TYPE-WK TO HOLD-TYPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HOLD-DATE-PLACED.
           MOVE SIGNON-USER-ID TO HOLD-PLACED-BY.
           MOVE HOLD-REASON-WK TO HOLD-REASON.
           MOVE ZERO TO HOLD-RELEASE-DATE.
           MOVE SPACES TO HOLD-RELEASED-BY.

       *>Hold an error message on screen until the operator
       *>acknowledges it, so a failed Place/Release does not flash
       *>past unseen when 302 clears the screen for the next
       *>transaction prompt.
       315-PAUSE-FOR-ACK.
           DISPLAY ACK-PROMPT COLUMN 5 LINE 14.
           ACCEPT  ACK-FIELD  COLUMN 5 LINE 15.

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
               DISPLAY SIGNON-FAIL-MSG  COLUMN  5   LINE    13
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.

       *>Refuse a function the operator is not authorized for
       *>before anything is keyed for it; the caller has named the
       *>function.
       332-REFUSE-SCREEN-FUNCTION.
           MOVE SPACES TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY NOT-AUTH-MSG        COLUMN  5   LINE    13.
           PERFORM 315-PAUSE-FOR-ACK.

       *>Log a refused function; the caller has filled the
       *>function and the key it was tried against.
       333-LOG-REFUSED-FUNCTION.
           MOVE "R" TO SECL-EVENT.
           PERFORM 334-WRITE-SECURITY-LOG.

       *>Stamp and append one security log record.
       334-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SECL-TIMESTAMP.
           MOVE "PROJECT32" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the files.
       305-CLOSE-FILES.
           CLOSE   HOLD-FILE REG-FILE-IN
                   OPERATOR-FILE SECURITY-LOG-FILE.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "Maintaining student holds finished."
           goback.

       end program PROJECT32.
