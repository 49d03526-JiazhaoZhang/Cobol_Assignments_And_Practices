       program-id. PROJECT36.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program maintains the operator sign-on file
      * OPERATORS.TXT that PROJECT1, PROJECT10, PROJECT11,
      * PROJECT21, PROJECT28, PROJECT30 and PROJECT32 sign their
      * operators on against. The operator
      * adds, changes or deletes one operator at a time through the
      * same transaction screen style as PROJECT11's course master
      * screen: the user ID keys the record, and each operator
      * carries a password, a name and a Y/N authority flag for
      * each maintenance function (see OPERFD). Only an operator
      * with security authority may sign on here. The one
      * exception is the very first run: with no operator on file
      * there is nobody to sign on as, so the first operator added
      * is given every authority and the run carries on under
      * that user ID. An operator may not delete their own user ID
      * or take away their own security authority, so the file can
      * never be left with nobody able to maintain it. Failed
      * sign-ons and a refused sign-on go on SECLOG.TXT for
      * PROJECT37's security exception report. Passwords are never
      * shown; a Change with the password left blank keeps the
      * current one.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  FILE-STATUS-WS.
           05  OPERATOR-FILE-STATUS PIC X(2)   VALUE "00".
           05  SECURITY-LOG-STATUS  PIC X(2)   VALUE "00".

       01  FLAGS.
           05  TRANS-CODE  PIC X(1)    VALUE   "A".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".
           05  FIRST-OPERATOR-FLAG PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  PROMPTS.
           05  RECORD-PROMPT   PIC X(26)
                   VALUE   "TRANSACTION (A/C/D/X)    :".
           05  USER-ID-PROMPT  PIC X(9)
                   VALUE   "USER ID :".
           05  PASSWORD-PROMPT PIC X(9)
                   VALUE   "PASSWORD:".
           05  OPER-NAME-PROMPT    PIC X(9)
                   VALUE   "NAME    :".
           05  AUTHORITY-PROMPT    PIC X(16)
                   VALUE   "AUTHORITY (Y/N):".
           05  KEEP-PASSWORD-MSG   PIC X(21)
                   VALUE   "(BLANK KEEPS CURRENT)".
           05  SIGNON-FAIL-MSG PIC X(29)
                   VALUE   "SIGN-ON FAILED - RETRY       ".
           05  NOT-AUTH-MSG    PIC X(29)
                   VALUE   "NOT AUTHORIZED FOR FUNCTION  ".
           05  FIRST-OPER-MSG  PIC X(50)
                   VALUE
               "NO OPERATORS ON FILE - ADD THE FIRST OPERATOR NOW".
           05  FULL-AUTH-MSG   PIC X(30)
                   VALUE   "FIRST OPERATOR: FULL AUTHORITY".
           05  BAD-USER-ID-MSG PIC X(29)
                   VALUE   "USER ID REQUIRED - RETRY     ".
           05  BAD-PASSWORD-MSG    PIC X(29)
                   VALUE   "PASSWORD REQUIRED - RETRY    ".
           05  BAD-NAME-MSG    PIC X(29)
                   VALUE   "OPERATOR NAME REQUIRED       ".
           05  BAD-AUTH-MSG    PIC X(29)
                   VALUE   "AUTHORITY FLAGS MUST BE Y/N  ".
           05  OWN-SECURITY-MSG    PIC X(29)
                   VALUE   "CANNOT REMOVE OWN SECURITY   ".
           05  OWN-DELETE-MSG  PIC X(29)
                   VALUE   "CANNOT DELETE OWN USER ID    ".
           05  NOT-FOUND-MSG   PIC X(29)
                   VALUE   "USER ID NOT ON FILE          ".
           05  DUPLICATE-MSG   PIC X(29)
                   VALUE   "USER ID ALREADY EXISTS       ".
           05  DELETE-FAIL-MSG PIC X(29)
                   VALUE   "DELETE FAILED - NOT ON FILE  ".
           05  ACK-PROMPT      PIC X(24)
                   VALUE   "PRESS ENTER TO CONTINUE".

       01  ACK-WS.
           05  ACK-FIELD       PIC X(1).

       01  AUTH-DESC-VALUES.
           05  FILLER          PIC X(20)   VALUE "REGISTRATION ADD".
           05  FILLER          PIC X(20)   VALUE "REGISTRATION CHANGE".
           05  FILLER          PIC X(20)   VALUE "REGISTRATION DELETE".
           05  FILLER          PIC X(20)   VALUE "RECORD COMPLETION".
           05  FILLER          PIC X(20)   VALUE "BALANCE RE-KEY".
           05  FILLER          PIC X(20)   VALUE "COURSE MASTER".
           05  FILLER          PIC X(20)   VALUE "DROP/ADD".
           05  FILLER          PIC X(20)   VALUE "SECURITY".
           05  FILLER          PIC X(20)   VALUE "PREREQ OVERRIDE".
           05  FILLER          PIC X(20)   VALUE "PREREQUISITES".
           05  FILLER          PIC X(20)   VALUE "PROGRAM REQUIREMENTS".
           05  FILLER          PIC X(20)   VALUE "STUDENT HOLDS".
       01  AUTH-DESC-TABLE REDEFINES AUTH-DESC-VALUES.
           05  AUTH-DESC-T     PIC X(20)   OCCURS 12 TIMES.

       01  ENTRY-WS.
           05  ENTRY-USER-ID   PIC X(8).
           05  ENTRY-PASSWORD  PIC X(8).
           05  ENTRY-NAME      PIC X(20).
           05  ENTRY-AUTH-TABLE.
               10  ENTRY-AUTH-FLAG PIC X(1)    OCCURS 12 TIMES.
           05  CURRENT-PASSWORD    PIC X(8).

       01  OTHER-VAR.
           05  AUTH-SUB    PIC 9(2)    VALUE 1.
           05  SCREEN-LINE PIC 9(2)    VALUE 1.

       procedure division.


       *>Main module for the project.
       100-MAINTAIN-OPERATORS.
           PERFORM 201-INIT-MAINTAIN-OPER.
           PERFORM 202-MAINTAIN-OPER-REC
               UNTIL TRANS-CODE = "X" OR "x".
           PERFORM 203-TERM-MAINTAIN-OPER.
           STOP RUN.

       *>Initialization:
       *>Open the files, sign the operator on and prompt for the
       *>first transaction.
       201-INIT-MAINTAIN-OPER.
               PERFORM 301-OPEN-FILES.
               PERFORM 330-SIGN-ON-OPERATOR.
               IF TRANS-CODE NOT = "X"
                   PERFORM 302-PROMPT-FOR-RECORD
               END-IF.

       *>Maintenance module:
       *>Carry out the Add, Change or Delete transaction entered by
       *>the user, then prompt for the next one.
       202-MAINTAIN-OPER-REC.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"
                   PERFORM 310-ADD-OPER-REC
               WHEN "C"  WHEN "c"
                   PERFORM 311-CHANGE-OPER-REC
               WHEN "D"  WHEN "d"
                   PERFORM 312-DELETE-OPER-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 302-PROMPT-FOR-RECORD.

       *>Termination module:
       *>Close the files and display a termination message.
       203-TERM-MAINTAIN-OPER.
           PERFORM 305-CLOSE-FILES.
           PERFORM 306-DISPLAY-TERM-MSG.

       *>Open the operator file for input/output, creating it first
       *>if this is the very first run, and the security log.
       301-OPEN-FILES.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SECURITY-LOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

       *>Prompt for the next transaction code
       302-PROMPT-FOR-RECORD.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY RECORD-PROMPT   COLUMN  2   LINE    12.
           ACCEPT  TRANS-CODE  COLUMN  2   LINE    13.

       *>Add a brand-new operator. The user ID must be entered and
       *>not already on file. The first operator ever added gets
       *>every authority whatever was keyed, and the run carries
       *>on signed on as them.
       310-ADD-OPER-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           IF ENTRY-USER-ID = SPACES
               DISPLAY BAD-USER-ID-MSG    COLUMN  5   LINE    19
               PERFORM 315-PAUSE-FOR-ACK
           ELSE
               MOVE ENTRY-USER-ID TO OPER-USER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE SPACES TO CURRENT-PASSWORD
                       PERFORM 314-ENTER-OPER-DETAILS
                       MOVE "N" TO DATA-VALID-FLAG
                       PERFORM 307-VALIDATE-OPER-DATA
                           UNTIL DATA-VALID-FLAG = "Y"
                       PERFORM 304-WRITE-OPER-REC-OUT
                   NOT INVALID KEY
                       DISPLAY DUPLICATE-MSG  COLUMN  5   LINE    19
                       PERFORM 315-PAUSE-FOR-ACK
               END-READ
           END-IF.

       *>Look up an existing operator by user ID and rewrite the
       *>password, name and authority flags with newly entered
       *>values; the current name and flags are shown alongside.
       311-CHANGE-OPER-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           MOVE    ENTRY-USER-ID   TO OPER-USER-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    19
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   PERFORM 320-MOVE-RECORD-TO-ENTRY
                   PERFORM 317-SHOW-CURRENT-VALUES
                   PERFORM 314-ENTER-OPER-DETAILS
                   MOVE "N" TO DATA-VALID-FLAG
                   PERFORM 307-VALIDATE-OPER-DATA
                       UNTIL DATA-VALID-FLAG = "Y"
                   PERFORM 318-MOVE-ENTRY-TO-RECORD
                   REWRITE OPERATOR-REC
           END-READ.

       *>Look up an existing operator by user ID and remove it. The
       *>operator signed on may not delete themselves.
       312-DELETE-OPER-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           IF ENTRY-USER-ID = SIGNON-USER-ID
               DISPLAY OWN-DELETE-MSG     COLUMN  5   LINE    19
               PERFORM 315-PAUSE-FOR-ACK
           ELSE
               MOVE ENTRY-USER-ID TO OPER-USER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    19
                       PERFORM 315-PAUSE-FOR-ACK
                   NOT INVALID KEY
                       DELETE OPERATOR-FILE
                           INVALID KEY
                               DISPLAY DELETE-FAIL-MSG
                                   COLUMN  5   LINE    19
                               PERFORM 315-PAUSE-FOR-ACK
                       END-DELETE
               END-READ
           END-IF.

       *>Prompt for the user ID that keys an operator (used to add
       *>one and to look one up to change/delete).
       313-PROMPT-FOR-KEY.
           DISPLAY USER-ID-PROMPT      COLUMN  5   LINE    2.
           ACCEPT  ENTRY-USER-ID       COLUMN  16  LINE    2.

       *>Prompt for the password, the name and the twelve authority
       *>flags; the key is not re-entered once the record has been
       *>read by user ID. The password is not echoed.
       314-ENTER-OPER-DETAILS.
           DISPLAY PASSWORD-PROMPT     COLUMN  5   LINE    3.
           ACCEPT  ENTRY-PASSWORD      COLUMN  16  LINE    3
               WITH SECURE.
           DISPLAY OPER-NAME-PROMPT    COLUMN  5   LINE    4.
           ACCEPT  ENTRY-NAME          COLUMN  16  LINE    4.
           DISPLAY AUTHORITY-PROMPT    COLUMN  5   LINE    5.
           PERFORM 316-ENTER-ONE-AUTH
               VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 12.

       *>Accept one function's authority flag on its own screen
       *>line.
       316-ENTER-ONE-AUTH.
           COMPUTE SCREEN-LINE = 5 + AUTH-SUB.
           DISPLAY AUTH-DESC-T(AUTH-SUB) COLUMN 5 LINE SCREEN-LINE.
           ACCEPT ENTRY-AUTH-FLAG(AUTH-SUB) COLUMN 27
               LINE SCREEN-LINE.

       *>Validate the entered details, re-prompting for them on the
       *>same screen when any one is no good instead of writing bad
       *>data out to the file. A Change with the password left
       *>blank keeps the current one. The first operator on file
       *>is given every authority.
       307-VALIDATE-OPER-DATA.
           MOVE "Y" TO DATA-VALID-FLAG.
           IF ENTRY-PASSWORD = SPACES
               MOVE CURRENT-PASSWORD TO ENTRY-PASSWORD
           END-IF.
           IF ENTRY-PASSWORD = SPACES
               DISPLAY BAD-PASSWORD-MSG   COLUMN  5   LINE    19
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "Y" AND ENTRY-NAME = SPACES
               DISPLAY BAD-NAME-MSG       COLUMN  5   LINE    19
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 308-VALIDATE-ONE-AUTH
                   VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 12
           END-IF.
           IF DATA-VALID-FLAG = "Y" AND FIRST-OPERATOR-FLAG = "Y"
               MOVE ALL "Y" TO ENTRY-AUTH-TABLE
               DISPLAY FULL-AUTH-MSG      COLUMN  5   LINE    19
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.
           IF DATA-VALID-FLAG = "Y"
                   AND ENTRY-USER-ID = SIGNON-USER-ID
                   AND ENTRY-AUTH-FLAG(8) NOT = "Y"
               DISPLAY OWN-SECURITY-MSG   COLUMN  5   LINE    19
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "N"
               PERFORM 314-ENTER-OPER-DETAILS
           END-IF.

       *>An authority flag must be "Y" or "N"; lower case is taken
       *>as upper case.
       308-VALIDATE-ONE-AUTH.
           IF ENTRY-AUTH-FLAG(AUTH-SUB) = "y"
               MOVE "Y" TO ENTRY-AUTH-FLAG(AUTH-SUB)
           END-IF.
           IF ENTRY-AUTH-FLAG(AUTH-SUB) = "n"
               MOVE "N" TO ENTRY-AUTH-FLAG(AUTH-SUB)
           END-IF.
           IF ENTRY-AUTH-FLAG(AUTH-SUB) NOT = "Y"
                   AND ENTRY-AUTH-FLAG(AUTH-SUB) NOT = "N"
               DISPLAY BAD-AUTH-MSG       COLUMN  5   LINE    19
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>Copy the record just read into the entry fields so the
       *>current values can be shown; the current password is kept
       *>aside for a Change that leaves it blank.
       320-MOVE-RECORD-TO-ENTRY.
           MOVE OPER-PASSWORD  TO CURRENT-PASSWORD.
           MOVE OPER-NAME      TO ENTRY-NAME.
           MOVE OPER-AUTHORITY TO ENTRY-AUTH-TABLE.

       *>Show the operator's current name and authority flags; the
       *>password is never shown.
       317-SHOW-CURRENT-VALUES.
           DISPLAY KEEP-PASSWORD-MSG   COLUMN  45  LINE    3.
           DISPLAY ENTRY-NAME          COLUMN  45  LINE    4.
           PERFORM 319-SHOW-ONE-AUTH
               VARYING AUTH-SUB FROM 1 BY 1 UNTIL AUTH-SUB > 12.

       *>Show one function's current authority flag.
       319-SHOW-ONE-AUTH.
           COMPUTE SCREEN-LINE = 5 + AUTH-SUB.
           DISPLAY ENTRY-AUTH-FLAG(AUTH-SUB) COLUMN 45
               LINE SCREEN-LINE.

       *>Move the entered values into the record just read; the key
       *>field is already in place from the READ.
       318-MOVE-ENTRY-TO-RECORD.
           MOVE ENTRY-PASSWORD   TO OPER-PASSWORD.
           MOVE ENTRY-NAME       TO OPER-NAME.
           MOVE ENTRY-AUTH-TABLE TO OPER-AUTHORITY.

       *>Write a new operator to the file. Once the first operator
       *>is on file the run is signed on as them.
       304-WRITE-OPER-REC-OUT.
           MOVE    ENTRY-USER-ID   TO OPER-USER-ID.
           PERFORM 318-MOVE-ENTRY-TO-RECORD.
           WRITE   OPERATOR-REC
               INVALID KEY
                   DISPLAY DUPLICATE-MSG  COLUMN  5   LINE    19
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   IF FIRST-OPERATOR-FLAG = "Y"
                       MOVE ENTRY-USER-ID TO SIGNON-USER-ID
                       MOVE "N" TO FIRST-OPERATOR-FLAG
                   END-IF
           END-WRITE.

       *>Sign the operator on against OPERATORS.TXT: the user ID
       *>must be on file, the password must match, and the operator
       *>must hold security authority. Three failed tries, or an
       *>operator without security authority, end the run. With no
       *>operator on file yet there is nobody to sign on as, so the
       *>first operator is added without a sign-on.
       330-SIGN-ON-OPERATOR.
           MOVE LOW-VALUES TO OPER-USER-ID.
           START OPERATOR-FILE
               KEY IS NOT LESS THAN OPER-USER-ID
               INVALID KEY
                   MOVE "Y" TO FIRST-OPERATOR-FLAG
           END-START.
           IF FIRST-OPERATOR-FLAG = "Y"
               DISPLAY " " WITH BLANK SCREEN
               DISPLAY FIRST-OPER-MSG  COLUMN  5   LINE    19
               PERFORM 315-PAUSE-FOR-ACK
           ELSE
               MOVE "N" TO SIGNED-ON-FLAG
               MOVE ZERO TO SIGNON-TRIES
               PERFORM 331-PROMPT-FOR-SIGN-ON
                   UNTIL SIGNED-ON-FLAG = "Y" OR SIGNON-TRIES = 3
               IF SIGNED-ON-FLAG = "N"
                   MOVE "X" TO TRANS-CODE
               ELSE
                   IF OPER-AUTH-SECURITY NOT = "Y"
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                       MOVE "X" TO TRANS-CODE
                   END-IF
               END-IF
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
               DISPLAY SIGNON-FAIL-MSG  COLUMN  5   LINE    19
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.

       *>Refuse operator maintenance to an operator without
       *>security authority.
       332-REFUSE-SCREEN-FUNCTION.
           MOVE "OPERATOR MAINTENANCE" TO SECL-FUNCTION.
           MOVE SPACES TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY NOT-AUTH-MSG        COLUMN  5   LINE    19.
           PERFORM 315-PAUSE-FOR-ACK.

       *>Log a refused function; the caller has filled the
       *>function and the key it was tried against.
       333-LOG-REFUSED-FUNCTION.
           MOVE "R" TO SECL-EVENT.
           PERFORM 334-WRITE-SECURITY-LOG.

       *>Stamp and append one security log record.
       334-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SECL-TIMESTAMP.
           MOVE "PROJECT36" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Hold an error message on screen until the operator
       *>acknowledges it, so a failed Change/Delete/Add does not
       *>flash past unseen when 302 clears the screen for the next
       *>transaction prompt.
       315-PAUSE-FOR-ACK.
           DISPLAY ACK-PROMPT COLUMN 5 LINE 20.
           ACCEPT  ACK-FIELD  COLUMN 5 LINE 21.

       *>Close the operator file and the security log.
       305-CLOSE-FILES.
           CLOSE   OPERATOR-FILE SECURITY-LOG-FILE.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "Maintaining operators finished."
           goback.

       end program PROJECT36.
