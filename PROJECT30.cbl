       program-id. PROJECT30.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program maintains the program requirements file
      * PGMREQ.TXT that PROJECT31's degree audit checks each
      * student against. The operator adds, changes or deletes the
      * requirements of one program at a time through the same
      * transaction screen style as PROJECT28's prerequisite
      * screen. The record is keyed by a program code, which must
      * be one of the codes in PROJECT1's VALID-PROGRAM-TABLE (ART,
      * BUS, CSC, ENG, NUR, SCI). Each record carries the total
      * credit hours a graduate must have earned, the minimum
      * cumulative average, the course average that counts as a
      * pass, and up to eight required courses. Credits must be
      * greater than zero, the average and pass mark 1 thru 100,
      * and every required course must be on the course master and
      * listed only once; requirements that are no good are
      * re-entered on the same screen instead of being written out.
      * The operator signs on against OPERATORS.TXT first, and
      * only one holding program requirement authority may add,
      * change or delete; a refused function is logged to
      * SECLOG.TXT.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PGM-REQ-FILE
               ASSIGN TO "C:\COBOL\PGMREQ.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REQ-PROGRAM-CODE
                   FILE STATUS IS PGM-REQ-FILE-STATUS.
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
       FD PGM-REQ-FILE.
           COPY PGMRQFD.

       FD CRS-MAST-IN.
           COPY CRSMFD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  REQ-RECORD.
           05  REQ-PROGRAM-WK      PIC A(3).
           05  REQ-CREDITS-WK      PIC 9(3).
           05  REQ-AVERAGE-WK      PIC 9(3)V99.
           05  REQ-PASS-WK         PIC 9(3)V99.
           05  REQ-COURSE-WK       PIC X(7)    OCCURS 8 TIMES.

       01  FILE-STATUS-WS.
           05  PGM-REQ-FILE-STATUS PIC X(2)   VALUE "00".
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
           05  PGM-CODE-PROMPT PIC X(19)
                   VALUE   "ENTER PROGRAM CODE:".
           05  CREDITS-PROMPT  PIC X(17)
                   VALUE   "TOTAL CREDITS   :".
           05  AVERAGE-PROMPT  PIC X(17)
                   VALUE   "MIN CUM AVERAGE :".
           05  PASS-PROMPT     PIC X(17)
                   VALUE   "PASS MARK       :".
           05  COURSES-PROMPT  PIC X(16)
                   VALUE   "REQUIRED COURSES".
           05  NOT-FOUND-MSG   PIC X(29)
                   VALUE   "NO REQUIREMENTS ON FILE      ".
           05  BAD-PROGRAM-MSG PIC X(29)
                   VALUE   "INVALID PROGRAM CODE         ".
           05  DUPLICATE-MSG   PIC X(29)
                   VALUE   "REQUIREMENTS ALREADY EXIST   ".
           05  DELETE-FAIL-MSG PIC X(29)
                   VALUE   "DELETE FAILED - NOT ON FILE  ".
           05  BAD-CREDITS-MSG PIC X(29)
                   VALUE   "CREDITS MUST BE ABOVE ZERO   ".
           05  BAD-AVERAGE-MSG PIC X(29)
                   VALUE   "MIN AVERAGE NOT 1 THRU 100   ".
           05  BAD-PASS-MSG    PIC X(29)
                   VALUE   "PASS MARK MUST BE 1 THRU 100 ".
           05  BAD-COURSE-MSG  PIC X(29)
                   VALUE   "COURSE CODE NOT ON MASTER    ".
           05  TWICE-MSG       PIC X(29)
                   VALUE   "COURSE LISTED TWICE - RETRY  ".
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

       01  VALID-PROGRAM-CODES.
           05  FILLER          PIC X(3)    VALUE "ART".
           05  FILLER          PIC X(3)    VALUE "BUS".
           05  FILLER          PIC X(3)    VALUE "CSC".
           05  FILLER          PIC X(3)    VALUE "ENG".
           05  FILLER          PIC X(3)    VALUE "NUR".
           05  FILLER          PIC X(3)    VALUE "SCI".
       01  VALID-PROGRAM-TABLE REDEFINES VALID-PROGRAM-CODES.
           05  VALID-PROGRAM-CODE OCCURS 6 TIMES PIC X(3).

       01  OTHER-VAR.
           05  SUB         PIC 9(1)    VALUE 1.
           05  SUB2        PIC 9(1)    VALUE 1.
           05  PGM-SUB     PIC 9(1)    VALUE 1.
           05  SCREEN-LINE PIC 9(2)    VALUE 1.
           05  SCREEN-COL  PIC 9(2)    VALUE 1.

       procedure division.


       *>Main module for the project.
       100-MAINTAIN-PGM-REQS.
           PERFORM 201-INIT-MAINTAIN-REQ.
           PERFORM 202-MAINTAIN-REQ-REC
               UNTIL TRANS-CODE = "X" OR "x".
           PERFORM 203-TERM-MAINTAIN-REQ.
           STOP RUN.

       *>Initialization:
       *>Sign the operator on, open the files and prompt for user
       *>input.
       201-INIT-MAINTAIN-REQ.
               PERFORM 330-SIGN-ON-OPERATOR.
               PERFORM 301-OPEN-FILES.
               IF TRANS-CODE NOT = "X"
                   PERFORM 302-PROMPT-FOR-RECORD
               END-IF.

       *>Maintenance module:
       *>Carry out the Add, Change or Delete transaction entered by
       *>the user, then prompt for the next one. All three need
       *>program requirement authority.
       202-MAINTAIN-REQ-REC.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"
                   IF OPER-AUTH-PGM-REQ = "Y"
                       PERFORM 310-ADD-REQ-REC
                   ELSE
                       MOVE "PGM REQ ADD" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "C"  WHEN "c"
                   IF OPER-AUTH-PGM-REQ = "Y"
                       PERFORM 311-CHANGE-REQ-REC
                   ELSE
                       MOVE "PGM REQ CHANGE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN "D"  WHEN "d"
                   IF OPER-AUTH-PGM-REQ = "Y"
                       PERFORM 312-DELETE-REQ-REC
                   ELSE
                       MOVE "PGM REQ DELETE" TO SECL-FUNCTION
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 302-PROMPT-FOR-RECORD.

       *>Termination module:
       *>Close the files and display a termination message.
       203-TERM-MAINTAIN-REQ.
           PERFORM 305-CLOSE-FILES.
           PERFORM 306-DISPLAY-TERM-MSG.

       *>Open the requirements file for input/output, creating it
       *>first if this is the very first run, and the course master
       *>for the required course edits. Without the course master
       *>nothing can be edited, so the run stops.
       301-OPEN-FILES.
           OPEN I-O PGM-REQ-FILE.
           IF PGM-REQ-FILE-STATUS = "35"
               OPEN OUTPUT PGM-REQ-FILE
               CLOSE PGM-REQ-FILE
               OPEN I-O PGM-REQ-FILE
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

       *>Add the requirements of a program that has none on file
       *>yet; the program code must be a valid one.
       310-ADD-REQ-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           PERFORM 318-EDIT-PROGRAM-KEY.
           IF KEY-VALID-FLAG = "Y"
               MOVE ZERO TO REQ-CREDITS-WK
               MOVE ZERO TO REQ-AVERAGE-WK
               MOVE ZERO TO REQ-PASS-WK
               PERFORM 321-CLEAR-COURSE-SLOT
                   VARYING SUB FROM 1 BY 1 UNTIL SUB > 8
               PERFORM 314-ENTER-REQ-DETAILS
               MOVE "N" TO DATA-VALID-FLAG
               PERFORM 307-VALIDATE-REQ-DATA
                   UNTIL DATA-VALID-FLAG = "Y"
               PERFORM 304-WRITE-REQ-REC
           END-IF.

       *>Look up a program's requirements by REQ-PROGRAM-WK, show
       *>them, and rewrite them with the newly entered values.
       311-CHANGE-REQ-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           MOVE    REQ-PROGRAM-WK      TO REQ-PROGRAM-CODE.
           READ PGM-REQ-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   PERFORM 320-MOVE-RECORD-TO-ENTRY
                   PERFORM 317-SHOW-CURRENT-VALUES
                   PERFORM 314-ENTER-REQ-DETAILS
                   MOVE "N" TO DATA-VALID-FLAG
                   PERFORM 307-VALIDATE-REQ-DATA
                       UNTIL DATA-VALID-FLAG = "Y"
                   PERFORM 316-MOVE-ENTRY-TO-RECORD
                   REWRITE PGM-REQ-REC
           END-READ.

       *>Look up a program's requirements by REQ-PROGRAM-WK and
       *>remove them; the audit then reports the program as having
       *>no requirements on file.
       312-DELETE-REQ-REC.
           DISPLAY " " WITH BLANK SCREEN.
           PERFORM 313-PROMPT-FOR-KEY.
           MOVE    REQ-PROGRAM-WK      TO REQ-PROGRAM-CODE.
           READ PGM-REQ-FILE
               INVALID KEY
                   DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    13
                   PERFORM 315-PAUSE-FOR-ACK
               NOT INVALID KEY
                   DELETE PGM-REQ-FILE
                       INVALID KEY
                           DISPLAY DELETE-FAIL-MSG COLUMN 5 LINE 13
                           PERFORM 315-PAUSE-FOR-ACK
                   END-DELETE
           END-READ.

       *>Prompt for the program code that keys a record (used to
       *>enter new requirements and to look up ones to change/
       *>delete).
       313-PROMPT-FOR-KEY.
           DISPLAY PGM-CODE-PROMPT     COLUMN  5   LINE    2.
           ACCEPT  REQ-PROGRAM-WK      COLUMN  25  LINE    2.

       *>New requirements may only be keyed to a program code in
       *>PROJECT1's VALID-PROGRAM-TABLE.
       318-EDIT-PROGRAM-KEY.
           MOVE "N" TO KEY-VALID-FLAG.
           PERFORM 325-MATCH-ONE-PROGRAM
               VARYING PGM-SUB FROM 1 BY 1 UNTIL PGM-SUB > 6.
           IF KEY-VALID-FLAG = "N"
               DISPLAY BAD-PROGRAM-MSG    COLUMN  5   LINE    13
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.

       *>Match one program table entry against the entered code.
       325-MATCH-ONE-PROGRAM.
           IF REQ-PROGRAM-WK = VALID-PROGRAM-CODE(PGM-SUB)
               MOVE "Y" TO KEY-VALID-FLAG
           END-IF.

       *>Prompt for the credits, the minimum average, the pass mark
       *>and the eight required course slots; the key is not
       *>re-entered once it has been edited or read.
       314-ENTER-REQ-DETAILS.
           DISPLAY CREDITS-PROMPT      COLUMN  5   LINE    4.
           ACCEPT  REQ-CREDITS-WK      COLUMN  23  LINE    4.
           DISPLAY AVERAGE-PROMPT      COLUMN  5   LINE    5.
           ACCEPT  REQ-AVERAGE-WK      COLUMN  23  LINE    5.
           DISPLAY PASS-PROMPT         COLUMN  5   LINE    6.
           ACCEPT  REQ-PASS-WK         COLUMN  23  LINE    6.
           DISPLAY COURSES-PROMPT      COLUMN  5   LINE    7.
           PERFORM 319-ENTER-COURSE-SLOT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > 8.

       *>Accept one required course code; slots 1-4 run down the
       *>left column and 5-8 down the right. A slot left blank is
       *>unused.
       319-ENTER-COURSE-SLOT.
           PERFORM 326-SET-SLOT-POSITION.
           ACCEPT REQ-COURSE-WK(SUB) COLUMN SCREEN-COL
               LINE SCREEN-LINE.

       *>Work out the screen line and column of course slot SUB.
       326-SET-SLOT-POSITION.
           IF SUB > 4
               COMPUTE SCREEN-LINE = 3 + SUB
               MOVE 15 TO SCREEN-COL
           ELSE
               COMPUTE SCREEN-LINE = 7 + SUB
               MOVE 5 TO SCREEN-COL
           END-IF.

       *>Show the requirements already on file so the operator can
       *>see what a change is replacing.
       317-SHOW-CURRENT-VALUES.
           DISPLAY REQ-CREDITS-WK      COLUMN  45  LINE    4.
           DISPLAY REQ-AVERAGE-WK      COLUMN  45  LINE    5.
           DISPLAY REQ-PASS-WK         COLUMN  45  LINE    6.
           PERFORM 322-SHOW-COURSE-SLOT
               VARYING SUB FROM 1 BY 1 UNTIL SUB > 8.

       *>Show one required course slot's current code.
       322-SHOW-COURSE-SLOT.
           PERFORM 326-SET-SLOT-POSITION.
           ADD 40 TO SCREEN-COL.
           DISPLAY REQ-COURSE-WK(SUB) COLUMN SCREEN-COL
               LINE SCREEN-LINE.

       *>Validate the entered requirements, re-prompting on the
       *>same screen when any one is no good instead of writing bad
       *>requirements out to the file. A program may list no
       *>required courses and graduate students on credits and
       *>average alone.
       307-VALIDATE-REQ-DATA.
           MOVE "Y" TO DATA-VALID-FLAG.
           IF REQ-CREDITS-WK NOT NUMERIC OR REQ-CREDITS-WK = ZERO
               DISPLAY BAD-CREDITS-MSG    COLUMN  5   LINE    13
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               IF REQ-AVERAGE-WK NOT NUMERIC
                       OR REQ-AVERAGE-WK < 1
                       OR REQ-AVERAGE-WK > 100
                   DISPLAY BAD-AVERAGE-MSG COLUMN  5   LINE    13
                   MOVE "N" TO DATA-VALID-FLAG
               END-IF
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               IF REQ-PASS-WK NOT NUMERIC
                       OR REQ-PASS-WK < 1
                       OR REQ-PASS-WK > 100
                   DISPLAY BAD-PASS-MSG   COLUMN  5   LINE    13
                   MOVE "N" TO DATA-VALID-FLAG
               END-IF
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 308-VALIDATE-ONE-COURSE
                   VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 8 OR DATA-VALID-FLAG = "N"
           END-IF.
           IF DATA-VALID-FLAG = "N"
               PERFORM 314-ENTER-REQ-DETAILS
           END-IF.

       *>A used slot must name a course on the master not already
       *>named in another slot.
       308-VALIDATE-ONE-COURSE.
           IF REQ-COURSE-WK(SUB) NOT = SPACES
               PERFORM 309-VALIDATE-COURSE-CODE
               IF DATA-VALID-FLAG = "Y"
                   PERFORM 323-CHECK-LISTED-TWICE
                       VARYING SUB2 FROM 1 BY 1 UNTIL SUB2 > 8
               END-IF
           END-IF.

       *>The required course must be on the course master.
       309-VALIDATE-COURSE-CODE.
           MOVE REQ-COURSE-WK(SUB) TO COURSE-CODE-MAST.
           READ CRS-MAST-IN
               INVALID KEY
                   DISPLAY BAD-COURSE-MSG COLUMN  5   LINE    13
                   MOVE "N" TO DATA-VALID-FLAG
           END-READ.

       *>Compare this slot's code with one other slot's code.
       323-CHECK-LISTED-TWICE.
           IF SUB2 NOT = SUB
                   AND REQ-COURSE-WK(SUB2) = REQ-COURSE-WK(SUB)
                   AND DATA-VALID-FLAG = "Y"
               DISPLAY TWICE-MSG          COLUMN  5   LINE    13
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.

       *>Blank one required course slot before new requirements
       *>are keyed.
       321-CLEAR-COURSE-SLOT.
           MOVE SPACES TO REQ-COURSE-WK(SUB).

       *>Copy the record just read into the entry fields.
       320-MOVE-RECORD-TO-ENTRY.
           MOVE REQ-TOTAL-CREDITS TO REQ-CREDITS-WK.
           MOVE REQ-MIN-AVERAGE TO REQ-AVERAGE-WK.
           MOVE REQ-PASS-MARK TO REQ-PASS-WK.
           MOVE REQ1-COURSE-CODE TO REQ-COURSE-WK(1).
           MOVE REQ2-COURSE-CODE TO REQ-COURSE-WK(2).
           MOVE REQ3-COURSE-CODE TO REQ-COURSE-WK(3).
           MOVE REQ4-COURSE-CODE TO REQ-COURSE-WK(4).
           MOVE REQ5-COURSE-CODE TO REQ-COURSE-WK(5).
           MOVE REQ6-COURSE-CODE TO REQ-COURSE-WK(6).
           MOVE REQ7-COURSE-CODE TO REQ-COURSE-WK(7).
           MOVE REQ8-COURSE-CODE TO REQ-COURSE-WK(8).

       *>Move the entered values into the record; the key is moved
       *>separately by the transaction that owns the READ or WRITE.
       316-MOVE-ENTRY-TO-RECORD.
           MOVE REQ-CREDITS-WK TO REQ-TOTAL-CREDITS.
           MOVE REQ-AVERAGE-WK TO REQ-MIN-AVERAGE.
           MOVE REQ-PASS-WK TO REQ-PASS-MARK.
           MOVE REQ-COURSE-WK(1) TO REQ1-COURSE-CODE.
           MOVE REQ-COURSE-WK(2) TO REQ2-COURSE-CODE.
           MOVE REQ-COURSE-WK(3) TO REQ3-COURSE-CODE.
           MOVE REQ-COURSE-WK(4) TO REQ4-COURSE-CODE.
           MOVE REQ-COURSE-WK(5) TO REQ5-COURSE-CODE.
           MOVE REQ-COURSE-WK(6) TO REQ6-COURSE-CODE.
           MOVE REQ-COURSE-WK(7) TO REQ7-COURSE-CODE.
           MOVE REQ-COURSE-WK(8) TO REQ8-COURSE-CODE.

       *>Write new program requirements to the file.
       304-WRITE-REQ-REC.
           MOVE    REQ-PROGRAM-WK      TO REQ-PROGRAM-CODE.
           PERFORM 316-MOVE-ENTRY-TO-RECORD.
           WRITE   PGM-REQ-REC
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
           MOVE "PROJECT30" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the files.
       305-CLOSE-FILES.
           CLOSE   PGM-REQ-FILE CRS-MAST-IN
                   OPERATOR-FILE SECURITY-LOG-FILE.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "Maintaining program requirements finished."
           goback.

       end program PROJECT30.
