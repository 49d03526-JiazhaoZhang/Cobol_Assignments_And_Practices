       program-id. PROJECT28.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program maintains the course prerequisite file
      * PREREQ.TXT that PROJECT21's Add edit checks a student's
      * term history against. The operator adds, changes or
      * deletes the prerequisite list of one course at a time
      * through the same transaction screen style as PROJECT11's
      * course master screen: the CRSMAST course code keys the
      * record, and each record carries up to four prerequisite
      * course codes, each with the minimum course average that
      * counts as a pass for it. The keyed course and every
      * prerequisite must be on the course master, a course cannot
      * be its own prerequisite or list the same one twice, and a
      * minimum mark must be 1 thru 100; a list that is no good is
      * re-entered on the same screen instead of being written out.
      * Deleting a course's record removes its prerequisites.
      * The operator signs on against OPERATORS.TXT first, and
      * only one holding prerequisite authority may add, change or
      * delete; a refused function is logged to SECLOG.TXT.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREREQ-FILE
               ASSIGN TO "C:\COBOL\PREREQ.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PREREQ-COURSE-CODE
                   FILE STATUS IS PREREQ-FILE-STATUS.
           SELECT CRS-MAST-IN
               ASSIGN TO "C:\COBOL\CRSMAST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS COURSE-CODE-MAST
                   FILE STATUS IS CRS-MAST-IN-STATUS.
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
       FD PREREQ-FILE.
           COPY PREQFD.

       FD CRS-MAST-IN.
           COPY CRSMFD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  PREREQ-RECORD.
           05  PREREQ-COURSE-WK    PIC X(7).
           05  PREREQ-ENTRY-TABLE  OCCURS 4 TIMES.
               10  PREREQ-CODE-WK      PIC X(7).
               10  PREREQ-MARK-WK      PIC 9(3)V99.

       01  FILE-STATUS-WS.
           05  PREREQ-FILE-STATUS  PIC X(2)   VALUE "00".
           05  CRS-MAST-IN-STATUS  PIC X(2)   VALUE "00".
           05  OPERATOR-FILE-STATUS PIC X(2)  VALUE "00".
           05  SECURITY-LOG-STATUS PIC X(2)   VALUE "00".

       01  FLAGS.
           05  TRANS-CODE  PIC X(1)    VALUE   "A".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  KEY-VALID-FLAG  PIC X(1)    VALUE   "N".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  PROMPTS.
           05  RECORD-PROMPT   PIC X(26)
                   VALUE   "TRANSACTION (A/C/D/X)    :".
           05  CRS-CODE-PROMPT PIC X(18)
                   VALUE   "ENTER COURSE CODE:".
           05  PREREQ-PROMPT   PIC X(26)
                   VALUE   "PREREQUISITE      MIN MARK".
           05  NOT-FOUND-MSG   PIC X(29)
                   VALUE   "NO PREREQUISITES ON FILE     ".
           05  BAD-COURSE-MSG  PIC X(29)
                   VALUE   "COURSE CODE NOT ON MASTER    ".
           05  DUPLICATE-MSG   PIC X(29)
                   VALUE   "PREREQUISITES ALREADY EXIST  ".
           05  DELETE-FAIL-MSG PIC X(29)
                   VALUE   "DELETE FAILED - NOT ON FILE  ".
           05  BAD-PREREQ-MSG  PIC X(29)
                   VALUE   "PREREQ CODE NOT ON MASTER    ".
           05  SELF-PREREQ-MSG PIC X(29)
                   VALUE   "COURSE CANNOT REQUIRE ITSELF ".
           05  TWICE-MSG       PIC X(29)
                   VALUE   "PREREQ LISTED TWICE - RETRY  ".
           05  BAD-MARK-MSG    PIC X(29)
                   VALUE   "MIN MARK MUST BE 1 THRU 100  ".
           05  NONE-ENTERED-MSG    PIC X(29)
                   VALUE   "AT LEAST ONE PREREQ REQUIRED ".
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

       01  OTHER-VAR.
           05  SUB         PIC 9(1)    VALUE 1.
           05  SUB2        PIC 9(1)    VALUE 1.
           05  SCREEN-LINE PIC 9(2)    VALUE 1.
           05  PREREQ-COUNT    PIC 9(1)    VALUE ZERO.

       procedure division.


       *>Main module for the project.
       100-MAINTAIN-PREREQS.
           PERFORM 201-INIT-MAINTAIN-PREREQ.
           PERFORM 202-MAINTAIN-PREREQ-REC
               UNTIL TRANS-CODE = "X" OR "x".
           PERFORM 203-TERM-MAINTAIN-PREREQ.
           STOP RUN.

       *>Initialization:
       *>Sign the operator on, open the files and prompt for user
       *>input.
       201-INIT-MAINTAIN-PREREQ.
               PERFORM 330-SIGN-ON-OPERATOR.
               PERFORM 301-OPEN-FILES.
               IF TRANS-CODE NOT = "X"
                   PERFORM 302-PROMPT-FOR-RECORD
               END-IF.

       *>Maintenance module:
       *>Carry out the Add, Change or Delete transaction entered by
       *>the user, then prompt for the next one. All three need
       *>prerequisite authority.
       202-MAINTAIN-PREREQ-REC.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"
                   IF OPER-AUTH-PREREQ = "Y"
                       PERFORM 310-ADD-PREREQ-REC
                   ELSE
                       MOVE "PREREQ ADD" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "C"  WHEN "c"
                   IF OPER-AUTH-PREREQ = "Y"
                       PERFORM 311-CHANGE-PREREQ-REC
                   ELSE
                       MOVE "PREREQ CHANGE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "D"  WHEN "d"
                   IF OPER-AUTH-PREREQ = "Y"
                       PERFORM 312-DELETE-PREREQ-REC
                   ELSE
                       MOVE "PREREQ DELETE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 302-PROMPT-FOR-RECORD.

       *>Termination module:
       *>Close the files and display a termination message.
       203-TERM-MAINTAIN-PREREQ.
           PERFORM 305-CLOSE-FILES.
           PERFORM 306-DISPLAY-TERM-MSG.

       *>Open the prerequisite file for input/output, creating it
       *>first if this is the very first run, and the course master
       *>for the code edits. Without the course master nothing can
       *>be edited, so the run stops.
       301-OPEN-FILES.
           OPEN I-O PREREQ-FILE.
           IF PREREQ-FILE-STATUS = "35"
               OPEN OUTPUT PREREQ-FILE
               CLOSE PREREQ-FILE
               OPEN I-O PREREQ-FILE
           END-IF.
           OPEN INPUT CRS-MAST-IN.
           IF CRS-MAST-IN-STATUS NOT = "00"
               DISPLAY "COURSE MASTER OPEN FAILED, STATUS "
                   CRS-MAST-IN-STATUS
               MOVE "X" TO TRANS-CODE
           END-IF.

       *>Prompt for the next transaction code
       302-PROMPT-FOR-RECORD.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY RECORD-PROMPT   COLUMN  2   LINE    12.
           ACCEPT  TRANS-CODE  COLUMN  2   LINE    13.

       *>Add the prerequisite list of a course that has none on
       *>file yet; the course itself must be on the master.
       310-ADD-PREREQ-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           PERFORM 318-EDIT-COURSE-KEY.
           IF KEY-VALID-FLAG = "Y"
               PERFORM 321-CLEAR-ENTRY-SLOT
                   VARYING SUB FROM 1 BY 1 UNTIL SUB > 4
               PERFORM 314-ENTER-PREREQ-DETAILS
               MOVE "N" TO DATA-VALID-FLAG
               PERFORM 307-VALIDATE-PREREQ-DATA
                   UNTIL DATA-VALID-FLAG = "Y"
               PERFORM 304-WRITE-PREREQ-REC
           END-IF.

       *>Look up a course's prerequisite list by PREREQ-COURSE-WK,
       *>show it, and rewrite it with the newly entered list.
       311-CHANGE-PREREQ-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           MOVE    PREREQ-COURSE-WK    TO PREREQ-COURSE-CODE.
           READ PREREQ-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   PERFORM 320-MOVE-RECORD-TO-ENTRY
                   PERFORM 317-SHOW-CURRENT-VALUES
                   PERFORM 314-ENTER-PREREQ-DETAILS
                   MOVE "N" TO DATA-VALID-FLAG
                   PERFORM 307-VALIDATE-PREREQ-DATA
                       UNTIL DATA-VALID-FLAG = "Y"
                   PERFORM 316-MOVE-ENTRY-TO-RECORD
                   REWRITE PREREQ-REC
           END-READ.

       *>Look up a course's prerequisite list by PREREQ-COURSE-WK
       *>and remove it; the course then has no prerequisites.
       312-DELETE-PREREQ-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           MOVE    PREREQ-COURSE-WK    TO PREREQ-COURSE-CODE.
           READ PREREQ-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   DELETE PREREQ-FILE
                       INVALID KEY
                           DISPLAY DELETE-FAIL-MSG COLUMN 5 LINE 13
                           PERFORM 315-PAUSE-FOR-ACK
                   END-DELETE
           END-READ.

       *>Prompt for the course code that keys a record (used to
       *>enter a new list and to look up one to change/delete).
       313-PROMPT-FOR-KEY.
           DISPLAY CRS-CODE-PROMPT     COLUMN  5   LINE    2.
           ACCEPT  PREREQ-COURSE-WK    COLUMN  25  LINE    2.

       *>A new list may only be keyed to a course the master
       *>carries.
       318-EDIT-COURSE-KEY.
           MOVE "Y" TO KEY-VALID-FLAG.
           MOVE PREREQ-COURSE-WK TO COURSE-CODE-MAST.
           READ CRS-MAST-IN
               INVALID KEY
                   DISPLAY BAD-COURSE-MSG COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
                   MOVE "N" TO KEY-VALID-FLAG
           END-READ.

       *>Prompt for the four prerequisite code/minimum mark pairs;
       *>the key is not re-entered once it has been edited or read.
       314-ENTER-PREREQ-DETAILS.
           DISPLAY PREREQ-PROMPT       COLUMN  5   LINE    4.
           PERFORM 319-ENTER-PREREQ-SLOT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > 4.

       *>Accept one prerequisite's code and minimum mark on its own
       *>screen line; a pair left blank is an unused pair.
       319-ENTER-PREREQ-SLOT.
           COMPUTE SCREEN-LINE = 4 + SUB.
           ACCEPT PREREQ-CODE-WK(SUB)  COLUMN  5  LINE SCREEN-LINE.
           ACCEPT PREREQ-MARK-WK(SUB)  COLUMN  23 LINE SCREEN-LINE.

       *>Show the list already on file so the operator can see what
       *>a change is replacing.
       317-SHOW-CURRENT-VALUES.
           PERFORM 322-SHOW-PREREQ-SLOT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > 4.

       *>Show one prerequisite pair's current code and mark.
       322-SHOW-PREREQ-SLOT.
           COMPUTE SCREEN-LINE = 4 + SUB.
           DISPLAY PREREQ-CODE-WK(SUB) COLUMN 45 LINE SCREEN-LINE.
           DISPLAY PREREQ-MARK-WK(SUB) COLUMN 55 LINE SCREEN-LINE.

       *>Validate the entered list, re-prompting for the pairs on
       *>the same screen when any one is no good instead of writing
       *>a bad list out to the file. At least one pair must be
       *>used; a course with no prerequisites is deleted instead.
       307-VALIDATE-PREREQ-DATA.
           MOVE "Y" TO DATA-VALID-FLAG.
           MOVE ZERO TO PREREQ-COUNT.
           PERFORM 308-VALIDATE-ONE-PREREQ
               VARYING SUB FROM 1 BY 1
               UNTIL SUB > 4 OR DATA-VALID-FLAG = "N".
           IF DATA-VALID-FLAG = "Y" AND PREREQ-COUNT = ZERO
               DISPLAY NONE-ENTERED-MSG   COLUMN  5   LINE    13
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "N"
               PERFORM 314-ENTER-PREREQ-DETAILS
           END-IF.

       *>A used pair must name a course on the master other than
       *>the keyed course, not already named in another pair, with
       *>a minimum mark of 1 thru 100.
       308-VALIDATE-ONE-PREREQ.
           IF PREREQ-CODE-WK(SUB) NOT = SPACES
               ADD 1 TO PREREQ-COUNT
               IF PREREQ-CODE-WK(SUB) = PREREQ-COURSE-WK
                   DISPLAY SELF-PREREQ-MSG COLUMN  5   LINE    13
                   MOVE "N" TO DATA-VALID-FLAG
               END-IF
               IF DATA-VALID-FLAG = "Y"
                   PERFORM 309-VALIDATE-PREREQ-CODE
               END-IF
               IF DATA-VALID-FLAG = "Y"
                   IF PREREQ-MARK-WK(SUB) < 1
                           OR PREREQ-MARK-WK(SUB) > 100
                       DISPLAY BAD-MARK-MSG   COLUMN  5   LINE    13
                       MOVE "N" TO DATA-VALID-FLAG
                   END-IF
               END-IF
               IF DATA-VALID-FLAG = "Y"
                   PERFORM 323-CHECK-LISTED-TWICE
                       VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > 4
               END-IF
           END-IF.

       *>The prerequisite code must be on the course master.
       309-VALIDATE-PREREQ-CODE.
           MOVE PREREQ-CODE-WK(SUB) TO COURSE-CODE-MAST.
           READ CRS-MAST-IN
               INVALID KEY
                   DISPLAY BAD-PREREQ-MSG COLUMN  5   LINE    13
                   MOVE "N" TO DATA-VALID-FLAG
           END-READ.

       *>Compare this pair's code with one other pair's code.
       323-CHECK-LISTED-TWICE.
           IF SUB2 NOT = SUB
                   AND PREREQ-CODE-WK(SUB2) = PREREQ-CODE-WK(SUB)
                   AND DATA-VALID-FLAG = "Y"
               DISPLAY TWICE-MSG          COLUMN  5   LINE    13
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>Blank one entry pair before a new list is keyed.
       321-CLEAR-ENTRY-SLOT.
           MOVE SPACES TO PREREQ-CODE-WK(SUB).
           MOVE ZERO TO PREREQ-MARK-WK(SUB).

       *>Copy the record just read into the entry table.
       320-MOVE-RECORD-TO-ENTRY.
           MOVE PREREQ1-CODE TO PREREQ-CODE-WK(1).
           MOVE PREREQ2-CODE TO PREREQ-CODE-WK(2).
           MOVE PREREQ3-CODE TO PREREQ-CODE-WK(3).
           MOVE PREREQ4-CODE TO PREREQ-CODE-WK(4).
           MOVE PREREQ1-MIN-MARK TO PREREQ-MARK-WK(1).
           MOVE PREREQ2-MIN-MARK TO PREREQ-MARK-WK(2).
           MOVE PREREQ3-MIN-MARK TO PREREQ-MARK-WK(3).
           MOVE PREREQ4-MIN-MARK TO PREREQ-MARK-WK(4).

       *>Move the entered list into the record; the key is moved
       *>separately by the transaction that owns the READ or WRITE.
       *>An unused pair is stored with a zero mark.
       316-MOVE-ENTRY-TO-RECORD.
           PERFORM 324-ZERO-UNUSED-MARK
               VARYING SUB FROM 1 BY 1 UNTIL SUB > 4.
           MOVE PREREQ-CODE-WK(1) TO PREREQ1-CODE.
           MOVE PREREQ-CODE-WK(2) TO PREREQ2-CODE.
           MOVE PREREQ-CODE-WK(3) TO PREREQ3-CODE.
           MOVE PREREQ-CODE-WK(4) TO PREREQ4-CODE.
           MOVE PREREQ-MARK-WK(1) TO PREREQ1-MIN-MARK.
           MOVE PREREQ-MARK-WK(2) TO PREREQ2-MIN-MARK.
           MOVE PREREQ-MARK-WK(3) TO PREREQ3-MIN-MARK.
           MOVE PREREQ-MARK-WK(4) TO PREREQ4-MIN-MARK.

       324-ZERO-UNUSED-MARK.
           IF PREREQ-CODE-WK(SUB) = SPACES
               MOVE ZERO TO PREREQ-MARK-WK(SUB)
           END-IF.

       *>Write a new prerequisite list to the file.
       304-WRITE-PREREQ-REC.
           MOVE    PREREQ-COURSE-WK    TO PREREQ-COURSE-CODE.
           PERFORM 316-MOVE-ENTRY-TO-RECORD.
           WRITE   PREREQ-REC
               INVALID KEY
                   DISPLAY DUPLICATE-MSG  COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
           END-WRITE.

       *>Hold an error message on screen until the operator
       *>acknowledges it, so a failed Change/Delete/Add does not
       *>flash past unseen when 302 clears the screen for the next
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
           MOVE "PROJECT28" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the files.
       305-CLOSE-FILES.
           CLOSE   PREREQ-FILE CRS-MAST-IN
                   OPERATOR-FILE SECURITY-LOG-FILE.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "Maintaining course prerequisites finished."
           goback.

       end program PROJECT28.
