      * The operator adds, changes or deletes one course at a time
      * through the same transaction screen style as PROJECT1's
      * registration entry screen: course code keys the record, and
      * each course carries its name, credit hours, course fee, an
      * active/inactive flag and the seat limit PROJECT21 enrolls
      * up to before it starts a waitlist (zero leaves the course
      * uncapped). Retired courses are normally
      * flagged "I" through a Change rather than deleted, so old
      * student records still resolve on reports while PROJECT3 and
      * PROJECT5 stop loading them into the course table. The
      * operator signs on against OPERATORS.TXT first, and only an
      * operator with course master authority may add, change or
      * delete a course; failed sign-ons and refused functions go
      * on SECLOG.TXT.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS COURSE-CODE-MAST
                   FILE STATUS IS CRS-MAST-FILE-STATUS.
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
       FD CRS-MAST-FILE.
           COPY CRSMFD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  COURSE-RECORD.
           05  COURSE-CODE-WK      PIC X(7).
           05  COURSE-CREDITS-WK   PIC 9(2).
           05  COURSE-FEE-WK       PIC 9(4)V99.
           05  COURSE-ACTIVE-WK    PIC X(1).
           05  COURSE-SEAT-LIMIT-WK    PIC 9(3).

       01  FILE-STATUS-WS.
           05  CRS-MAST-FILE-STATUS PIC X(2)   VALUE "00".
           05  OPERATOR-FILE-STATUS PIC X(2)   VALUE "00".
           05  SECURITY-LOG-STATUS  PIC X(2)   VALUE "00".

       01  FLAGS.
           05  TRANS-CODE  PIC X(1)    VALUE   "A".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  PROMPTS.
           05  RECORD-PROMPT   PIC X(26)
                   VALUE   "ENTER COURSE FEE:".
           05  ACTIVE-PROMPT   PIC X(18)
                   VALUE   "ACTIVE (A) OR (I):".
           05  SEAT-LIMIT-PROMPT   PIC X(19)
                   VALUE   "SEAT LIMIT (0=NONE)".
           05  BAD-NAME-MSG    PIC X(29)
                   VALUE   "COURSE NAME REQUIRED - RETRY ".
           05  BAD-CREDITS-MSG PIC X(29)
                   VALUE   "DELETE FAILED - NOT ON FILE  ".
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
           STOP RUN.

       *>Initialization:
       *>Sign the operator on, open the course master and prompt
       *>for user input.
       201-INIT-MAINTAIN-CRS.
               PERFORM 330-SIGN-ON-OPERATOR.
               PERFORM 301-OPEN-CRS-MAST-FILE.
               PERFORM 302-PROMPT-FOR-RECORD.

       *>Maintenance module:
       *>Carry out the Add, Change or Delete transaction entered by
       *>the user, then prompt for the next one. All three need
       *>course master authority.
       202-MAINTAIN-CRS-REC.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"
                   IF OPER-AUTH-COURSE = "Y"
                       PERFORM 310-ADD-CRS-REC
                   ELSE
                       MOVE "COURSE ADD" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "C"  WHEN "c"
                   IF OPER-AUTH-COURSE = "Y"
                       PERFORM 311-CHANGE-CRS-REC
                   ELSE
                       MOVE "COURSE CHANGE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "D"  WHEN "d"
                   IF OPER-AUTH-COURSE = "Y"
                       PERFORM 312-DELETE-CRS-REC
                   ELSE
                       MOVE "COURSE DELETE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 304-WRITE-CRS-REC-OUT.

       *>Look up an existing course by COURSE-CODE-WK and rewrite its
       *>name, credits, fee, active flag and seat limit with newly
       *>entered values; flagging a course "I" here is how a course
       *>is retired without losing its name on old student reports.
       311-CHANGE-CRS-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           DISPLAY CRS-CODE-PROMPT     COLUMN  5   LINE    2.
           ACCEPT  COURSE-CODE-WK      COLUMN  25  LINE    2.

       *>Prompt for the name, credits, fee, active flag and seat
       *>limit only; the key is not re-entered once a record has
       *>been read by COURSE-CODE-WK.
       314-ENTER-COURSE-DETAILS.
           DISPLAY CRS-NAME-PROMPT     COLUMN  5   LINE    4.
           ACCEPT  COURSE-NAME-WK      COLUMN  25  LINE    4.
           ACCEPT  COURSE-FEE-WK       COLUMN  25  LINE    8.
           DISPLAY ACTIVE-PROMPT       COLUMN  5   LINE    10.
           ACCEPT  COURSE-ACTIVE-WK    COLUMN  25  LINE    10.
           DISPLAY SEAT-LIMIT-PROMPT   COLUMN  5   LINE    11.
           ACCEPT  COURSE-SEAT-LIMIT-WK    COLUMN  25  LINE    11.

       *>Validate the entered course details, re-prompting for the
       *>detail fields on the same screen when any one is no good
           MOVE COURSE-CREDITS-WK TO COURSE-CREDITS-MAST.
           MOVE COURSE-FEE-WK     TO COURSE-FEE-MAST.
           MOVE COURSE-ACTIVE-WK  TO COURSE-ACTIVE-MAST.
           MOVE COURSE-SEAT-LIMIT-WK TO COURSE-SEAT-LIMIT-MAST.

       *>Write a new course record to the master.
       304-WRITE-CRS-REC-OUT.
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
           MOVE "PROJECT11" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the course master, the operator file and the
       *>security log.
       305-CLOSE-CRS-MAST-FILE.
           CLOSE   CRS-MAST-FILE.
           CLOSE   OPERATOR-FILE SECURITY-LOG-FILE.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
