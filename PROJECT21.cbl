      * report in the PROJECT1 STUEDIT.TXT style with control
      * counts. Every applied rewrite is journalled to STU3JRNL.TXT
      * with its before and after images so PROJECT19 can rebuild
      * the file. A course with a COURSE-SEAT-LIMIT-MAST on the
      * master is capped: a seat table is loaded from the master
      * and a sweep of STUFILE3.TXT at start-up, and an Add that
      * would take the course past its limit - or that comes in
      * while other students are already waiting for it - is not
      * rejected but written to WAITLIST.TXT in the order it came
      * in, for PROJECT27's promotion run to seat first come, first
      * served as drops free places. A course with prerequisites
      * on PREREQ.TXT (kept by PROJECT28) is open to a student only
      * when each prerequisite turns up in one of their
      * TERMHIST.TXT terms with a course average at or above its
      * minimum mark; otherwise the Add is refused naming the first
      * prerequisite not met. The registrar may approve an
      * exception with an override code - keyed at the screen when
      * the check fails, or carried on the batch transaction - and
      * every Add let through on an override is listed with its
      * code and the operator who granted it on the PREOVRD.TXT
      * override report. Only an operator with prerequisite
      * override authority may grant one; an override from anyone
      * else is refused and logged. A student with an active hold
      * of any type on HOLDS.TXT (kept by PROJECT32 and PROJECT33's
      * nightly financial run) may not add a course: the Add is
      * refused naming the hold type and the reason the hold was
      * placed. Drops are not held.
      * The operator signs on against OPERATORS.TXT before either
      * mode starts, and only an operator with drop/add authority
      * may apply an Add or a Drop; a refused screen function or
      * batch transaction is logged to SECLOG.TXT along with every
      * failed sign-on, and the operator's user ID is stamped on
      * every journal record written.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "C:\COBOL\STU3JRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL3-FILE-STATUS.
           SELECT WAITLIST-FILE
               ASSIGN TO "C:\COBOL\WAITLIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WAIT-KEY
                   FILE STATUS IS WAITLIST-FILE-STATUS.
           SELECT PREREQ-FILE
               ASSIGN TO "C:\COBOL\PREREQ.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PREREQ-COURSE-CODE
                   FILE STATUS IS PREREQ-FILE-STATUS.
           SELECT TERM-HIST-FILE
               ASSIGN TO "C:\COBOL\TERMHIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TERM-HIST-KEY
                   FILE STATUS IS TERM-HIST-FILE-STATUS.
           SELECT OVERRIDE-RPT-FILE
               ASSIGN TO "C:\COBOL\PREOVRD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OVERRIDE-RPT-STATUS.
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
           05  TRANS-CODE-IN       PIC X(1).
           05  TRANS-STU-NUMBER-IN PIC 9(9).
           05  TRANS-COURSE-IN     PIC X(7).
           05  TRANS-OVERRIDE-IN   PIC X(6).

       FD  EDIT-RPT-FILE-OUT.
       01  EDIT-RPT-RECORD-OUT PIC X(97).

       FD JOURNAL3-FILE.
           COPY JRN3FD.

       FD WAITLIST-FILE.
           COPY WAITFD.

       FD PREREQ-FILE.
           COPY PREQFD.

       FD TERM-HIST-FILE.
           COPY TRMHFD.

       FD  OVERRIDE-RPT-FILE.
       01  OVERRIDE-RPT-RECORD PIC X(78).

       FD HOLD-FILE.
           COPY HOLDFD.

       FD OPERATOR-FILE.
           COPY OPERFD.

       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       working-storage section.
       01  EDIT-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  EDIT-DISPOSITION    PIC X(9).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  EDIT-REASON     PIC X(29).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  EDIT-DETAIL     PIC X(30).

       01  EDIT-WS.
           05  EDIT-MSG-WS     PIC X(29)   VALUE SPACES.
           05  EDIT-DETAIL-WS  PIC X(30)   VALUE SPACES.

       01  OVERRIDE-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "DATE    ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "COURSE ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "PREREQ ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "OVERRIDE".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "OUTCOME  ".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "MODE  ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "OPERATOR".

       01  OVERRIDE-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  OVR-DATE        PIC 9(8).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  OVR-STU-NUMBER  PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  OVR-COURSE-CODE PIC X(7).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  OVR-PREREQ-CODE PIC X(7).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  OVR-CODE        PIC X(6).
           05  FILLER          PIC X(4)    VALUE   SPACES.
           05  OVR-OUTCOME     PIC X(9).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  OVR-MODE        PIC X(6).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  OVR-OPERATOR-ID PIC X(8).

       01  PROMPTS.
           05  MODE-PROMPT     PIC X(26)
                   VALUE   "TRANSACTION APPLIED          ".
           05  ACK-PROMPT      PIC X(24)
                   VALUE   "PRESS ENTER TO CONTINUE".
           05  OVERRIDE-PROMPT PIC X(27)
                   VALUE   "OVERRIDE CODE (BLANK=NONE):".
           05  USER-ID-PROMPT  PIC X(9)
                   VALUE   "USER ID :".
           05  PASSWORD-PROMPT PIC X(9)
                   VALUE   "PASSWORD:".
           05  SIGNON-FAIL-MSG PIC X(29)
                   VALUE   "SIGN-ON FAILED - RETRY       ".

       01  EDIT-MESSAGES.
           05  NOT-FOUND-MSG   PIC X(29)
                   VALUE   "DROP BREAKS FIVE-COURSE LOAD ".
           05  BAD-TRANS-MSG   PIC X(29)
                   VALUE   "INVALID TRANSACTION CODE     ".
           05  WAITLISTED-MSG  PIC X(29)
                   VALUE   "COURSE FULL - PUT ON WAITLIST".
           05  ON-WAITLIST-MSG PIC X(29)
                   VALUE   "ALREADY ON COURSE WAITLIST   ".
           05  WAIT-WRITE-MSG  PIC X(29)
                   VALUE   "WAITLIST WRITE FAILED        ".
           05  NOT-AUTH-MSG    PIC X(29)
                   VALUE   "NOT AUTHORIZED FOR FUNCTION  ".
           05  OVERRIDE-REFUSED-MSG    PIC X(29)
                   VALUE   "OVERRIDE NOT AUTHORIZED      ".

       01  PREREQ-FAIL-MSG.
           05  FILLER          PIC X(22)
                   VALUE   "PREREQUISITE NOT MET: ".
           05  PREREQ-FAIL-CODE    PIC X(7)    VALUE SPACES.

       01  HOLD-REFUSE-MSG.
           05  FILLER          PIC X(17)
                   VALUE   "STUDENT ON HOLD: ".
           05  HOLD-REFUSE-TYPE    PIC X(12)   VALUE SPACES.

           COPY HOLDTAB.

       01  ACK-WS.
           05  ACK-FIELD       PIC X(1).
       01  ENTRY-WS.
           05  ENTRY-NUMBER    PIC 9(9).
           05  ENTRY-COURSE    PIC X(7).
           05  ENTRY-OVERRIDE  PIC X(6).

       01  BATCH-COUNTERS.
           05  FILLER          PIC X(21)
           05  APPLIED-CTR     PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(11)   VALUE "  REJECTED ".
           05  REJECTED-CTR    PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(13)   VALUE "  WAITLISTED ".
           05  WAITLISTED-CTR  PIC 9(6)    VALUE ZERO.

       01  JOURNAL-WS.
           05  BEFORE-IMAGE-WS PIC X(127) VALUE SPACES.
           05  MODE-CODE       PIC X(1)    VALUE   "S".
           05  DATA-VALID-FLAG PIC X(1)    VALUE   "N".
           05  TRANS-EOF-FLAG  PIC X(1)    VALUE   "N".
           05  WAITLIST-FLAG   PIC X(1)    VALUE   "N".
           05  STUDENT-WAITING-FLAG    PIC X(1)    VALUE   "N".
           05  WAIT-WRITTEN-FLAG       PIC X(1)    VALUE   "N".
           05  WAIT-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  CRS-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  STU-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  PREREQ-AVAIL-FLAG   PIC X(1)    VALUE   "Y".
           05  HIST-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  HIST-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  PREREQ-PASSED-FLAG  PIC X(1)    VALUE   "N".
           05  OVERRIDE-USED-FLAG  PIC X(1)    VALUE   "N".
           05  HOLD-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  HOLD-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  SIGNED-ON-FLAG  PIC X(1)    VALUE   "N".

       01  SIGN-ON-WS.
           05  SIGNON-USER-ID  PIC X(8)    VALUE SPACES.
           05  SIGNON-PASSWORD PIC X(8)    VALUE SPACES.
           05  SIGNON-TRIES    PIC 9(1)    VALUE ZERO.

       01  FILE-STATUS-WS.
           05  STUDENT-FILE-IO-STATUS  PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  TRANS-FILE-STATUS       PIC X(2)    VALUE "00".
           05  JOURNAL3-FILE-STATUS    PIC X(2)    VALUE "00".
           05  WAITLIST-FILE-STATUS    PIC X(2)    VALUE "00".
           05  PREREQ-FILE-STATUS      PIC X(2)    VALUE "00".
           05  TERM-HIST-FILE-STATUS   PIC X(2)    VALUE "00".
           05  OVERRIDE-RPT-STATUS     PIC X(2)    VALUE "00".
           05  HOLD-FILE-STATUS        PIC X(2)    VALUE "00".
           05  OPERATOR-FILE-STATUS    PIC X(2)    VALUE "00".
           05  SECURITY-LOG-STATUS     PIC X(2)    VALUE "00".

       01 OTHER-VAR.
           05  SUB1        PIC 9(1)    VALUE 1.
           05  BLANK-SUB   PIC 9(1)    VALUE ZERO.
           05  OUT-SUB     PIC 9(1)    VALUE ZERO.
           05  ACTIVE-COURSE-COUNT PIC 9(1)    VALUE ZERO.
           05  WAITING-COUNT   PIC 9(4)    VALUE ZERO.
           05  SEAT-SUB        PIC 9(2)    VALUE ZERO.
           05  SEAT-MATCH-SUB  PIC 9(2)    VALUE ZERO.
           05  SEAT-COUNT      PIC 9(2)    VALUE ZERO.
           05  SEAT-SEARCH-CODE    PIC X(7)    VALUE SPACES.
           COPY SEATTAB.
           05  PREREQ-SUB      PIC 9(1)    VALUE ZERO.
           05  HOLD-TYPE-SUB   PIC 9(1)    VALUE ZERO.

           05  PREREQ-TABLE        OCCURS 4 TIMES.
               10  PREREQ-CODE-T          PIC X(7).
               10  PREREQ-MIN-MARK-T      PIC 9(3)V99.

           05  HIST-COURSE-TABLE   OCCURS 6 TIMES.
               10  HIST-COURSE-CODE-T     PIC X(7).
               10  HIST-COURSE-AVER-T     PIC 9(3)V99.

           05  STU-COURSE-TABLE    OCCURS 6 TIMES.
               10  STU-COURSE-CODE-T      PIC X(7).
       *>Main module for the project. The screen handles the walkup
       *>traffic at the counter; batch mode applies a whole
       *>drop/add transaction file through the same edits and file
       *>logic. Either way the operator signs on first.
       100-MAINTAIN-ADD-DROP.
           PERFORM 330-SIGN-ON-OPERATOR.
           PERFORM 320-PROMPT-FOR-MODE.
           IF MODE-CODE = "B" OR "b"
               PERFORM 401-INIT-BATCH-TRANS

       *>Maintenance module:
       *>Carry out the Add or Drop entered by the user, then prompt
       *>for the next one. Both need drop/add authority.
       202-PROCESS-SCREEN-TRANS.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"  WHEN "D"  WHEN "d"
                   IF OPER-AUTH-DROP-ADD = "Y"
                       PERFORM 310-SCREEN-ADD-DROP
                   ELSE
                       PERFORM 332-REFUSE-SCREEN-FUNCTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 306-DISPLAY-TERM-MSG.

       *>Open the student file for update and the course master for
       *>random lookups, the journal and the waitlist, then load the
       *>seat table. Like PROJECT10, the student file is never
       *>created here: with no bridge run behind it there is nothing
       *>to maintain, so the run stops. The waitlist is created on
       *>the very first run. With no prerequisite file no course
       *>has prerequisites; with no term history no student has
       *>passed any. The override report is kept across runs and
       *>gets its heading when it is first created. With no holds
       *>master no hold has ever been placed.
       301-OPEN-FILES.
           OPEN I-O STUDENT-FILE-IO.
           IF STUDENT-FILE-IO-STATUS = "35"
           IF JOURNAL3-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL3-FILE
           END-IF.
           OPEN I-O WAITLIST-FILE.
           IF WAITLIST-FILE-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF.
           IF WAITLIST-FILE-STATUS NOT = "00"
               DISPLAY "WAITLIST OPEN FAILED, STATUS "
                   WAITLIST-FILE-STATUS
               MOVE "X" TO TRANS-CODE
               MOVE "Y" TO TRANS-EOF-FLAG
           END-IF.
           OPEN INPUT PREREQ-FILE.
           IF PREREQ-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO PREREQUISITE FILE - NOT CHECKED"
               MOVE "N" TO PREREQ-AVAIL-FLAG
           END-IF.
           OPEN INPUT TERM-HIST-FILE.
           IF TERM-HIST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO TERM HISTORY ON FILE"
               MOVE "N" TO HIST-AVAIL-FLAG
           END-IF.
           OPEN EXTEND OVERRIDE-RPT-FILE.
           IF OVERRIDE-RPT-STATUS = "35"
               OPEN OUTPUT OVERRIDE-RPT-FILE
               WRITE OVERRIDE-RPT-RECORD FROM OVERRIDE-RPT-HEADER
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO HOLDS MASTER - HOLDS NOT CHECKED"
               MOVE "N" TO HOLD-AVAIL-FLAG
           END-IF.
           IF TRANS-CODE NOT = "X"
               PERFORM 540-LOAD-SEAT-TABLE
           END-IF.

       *>Prompt for the next transaction code
       302-PROMPT-FOR-RECORD.
           ACCEPT  ENTRY-NUMBER        COLUMN  5   LINE    3.
           DISPLAY COURSE-PROMPT       COLUMN  5   LINE    4.
           ACCEPT  ENTRY-COURSE        COLUMN  5   LINE    5.
           MOVE SPACES TO ENTRY-OVERRIDE.

       *>An Add that fails its prerequisite check at the screen
       *>names the prerequisite and asks for the registrar's
       *>override code; left blank, the Add is refused.
       316-PROMPT-FOR-OVERRIDE.
           DISPLAY PREREQ-FAIL-MSG     COLUMN  5   LINE    6.
           DISPLAY OVERRIDE-PROMPT     COLUMN  5   LINE    7.
           ACCEPT  ENTRY-OVERRIDE      COLUMN  5   LINE    8.

       *>Hold an error message on screen until the operator
       *>acknowledges it, so a failed transaction does not flash
       *>slot logic the screen uses, write its edit report line,
       *>then read the next one.
       402-APPLY-BATCH-TRANS.
           MOVE "N" TO WAITLIST-FLAG.
           MOVE TRANS-CODE-IN TO TRANS-CODE.
           MOVE TRANS-STU-NUMBER-IN TO ENTRY-NUMBER.
           MOVE TRANS-COURSE-IN TO ENTRY-COURSE.
           MOVE TRANS-OVERRIDE-IN TO ENTRY-OVERRIDE.
           EVALUATE TRANS-CODE
               WHEN "A"  WHEN "a"  WHEN "D"  WHEN "d"
                   IF OPER-AUTH-DROP-ADD = "Y"
                       PERFORM 501-APPLY-ONE-TRANS
                   ELSE
                       PERFORM 415-REFUSE-BATCH-TRANS
                   END-IF
               WHEN OTHER
                   MOVE BAD-TRANS-MSG TO EDIT-MSG-WS
                   MOVE SPACES TO EDIT-DETAIL-WS
                   MOVE "N" TO DATA-VALID-FLAG
           END-EVALUATE.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 409-WRITE-ACCEPT-LINE
           ELSE
               IF WAITLIST-FLAG = "Y"
                   PERFORM 411-WRITE-WAITLIST-LINE
               ELSE
                   PERFORM 410-WRITE-REJECT-LINE
               END-IF
           END-IF.
           PERFORM 404-READ-TRANS-RECORD.

           PERFORM 414-FILL-EDIT-LINE.
           MOVE "REJECTED " TO EDIT-DISPOSITION.
           MOVE EDIT-MSG-WS TO EDIT-REASON.
           MOVE EDIT-DETAIL-WS TO EDIT-DETAIL.
           WRITE EDIT-RPT-RECORD-OUT FROM EDIT-LINE-RECORD.
           ADD 1 TO REJECTED-CTR.

       *>Write this transaction's edit report line as waitlisted:
       *>not applied, but not refused either.
       411-WRITE-WAITLIST-LINE.
           PERFORM 414-FILL-EDIT-LINE.
           MOVE "WAITLIST " TO EDIT-DISPOSITION.
           MOVE EDIT-MSG-WS TO EDIT-REASON.
           WRITE EDIT-RPT-RECORD-OUT FROM EDIT-LINE-RECORD.
           ADD 1 TO WAITLISTED-CTR.

       *>Reject a batch Add or Drop the signed-on operator is not
       *>authorized for, and log the refusal against the student
       *>it named.
       415-REFUSE-BATCH-TRANS.
           MOVE SPACES TO EDIT-DETAIL-WS.
           MOVE "DROP/ADD" TO SECL-FUNCTION.
           MOVE ENTRY-NUMBER TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           MOVE NOT-AUTH-MSG TO EDIT-MSG-WS.
           MOVE "N" TO DATA-VALID-FLAG.
           MOVE "N" TO WAITLIST-FLAG.

       *>Fill the edit report line from the transaction as read.
       *>Only a rejection carries a detail past its reason.
       414-FILL-EDIT-LINE.
           MOVE TRANS-CODE    TO EDIT-TRANS-CODE.
           MOVE ENTRY-NUMBER  TO EDIT-STU-NUMBER.
           MOVE ENTRY-COURSE  TO EDIT-COURSE-CODE.
           MOVE SPACES        TO EDIT-DETAIL.

       *>Apply one Add or Drop for the student and course in
       *>ENTRY-WS, whichever mode filled it. The student record is
       *>failing edit leaves its message in EDIT-MSG-WS.
       501-APPLY-ONE-TRANS.
           MOVE "Y" TO DATA-VALID-FLAG.
           MOVE "N" TO WAITLIST-FLAG.
           MOVE "N" TO OVERRIDE-USED-FLAG.
           MOVE SPACES TO EDIT-MSG-WS EDIT-DETAIL-WS.
           MOVE ENTRY-NUMBER TO STUDENT-NUMBER-IN.
           READ STUDENT-FILE-IO
               INVALID KEY
           IF DATA-VALID-FLAG = "Y"
               PERFORM 530-REWRITE-AND-JOURNAL
           END-IF.
           IF OVERRIDE-USED-FLAG = "Y"
               IF DATA-VALID-FLAG = "Y" OR WAITLIST-FLAG = "Y"
                   PERFORM 566-WRITE-OVERRIDE-LINE
               END-IF
           END-IF.

       *>Copy the record just read into the working table, the same
       *>record-to-table mapping PROJECT3 uses.
               MOVE SUB1 TO BLANK-SUB
           END-IF.

       *>Apply an Add: the student must carry no active hold, the
       *>course must be active on the master, not already on the
       *>record, the load not already at six, and the student must
       *>have passed its prerequisites (or carry the registrar's
       *>override).
       *>A capped course with no seat free, or with a queue already
       *>waiting, sends the Add to the waitlist instead. The new
       *>course lands in the first blank slot with a zero average
       *>for PROJECT20's grade posting to fill at term end, and
       *>takes a seat in the seat table.
       520-APPLY-ADD.
           PERFORM 567-EDIT-NO-ACTIVE-HOLD.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 521-EDIT-ACTIVE-COURSE
           END-IF.
           IF DATA-VALID-FLAG = "Y" AND MATCH-SUB > ZERO
               MOVE DUPLICATE-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
               MOVE LOAD-FULL-MSG TO EDIT-MSG-WS
               MOVE "N" TO DATA-VALID-FLAG
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 524-EDIT-PREREQUISITES
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               PERFORM 522-EDIT-SEAT-AVAILABLE
           END-IF.
           IF DATA-VALID-FLAG = "Y"
               MOVE ENTRY-COURSE TO STU-COURSE-CODE-T(BLANK-SUB)
               MOVE ZERO TO STU-COURSE-AVER-T(BLANK-SUB)
               IF SEAT-MATCH-SUB > ZERO
                   ADD 1 TO SEAT-ENROLLED(SEAT-MATCH-SUB)
               END-IF
           END-IF.

       *>An Add must enroll in a course the master carries with
                   END-IF
           END-READ.

       *>A capped course takes the Add only while it has a seat
       *>free and nobody is already waiting for it; otherwise the
       *>student joins the back of the queue, so a walk-up Add can
       *>never jump ahead of the waitlist. A student already
       *>waiting for the course is refused a second place in line.
       *>A course not in the seat table is not capped.
       522-EDIT-SEAT-AVAILABLE.
           MOVE ENTRY-COURSE TO SEAT-SEARCH-CODE.
           PERFORM 545-FIND-SEAT-ENTRY.
           IF SEAT-MATCH-SUB > ZERO
               PERFORM 550-COUNT-COURSE-WAITLIST
               IF STUDENT-WAITING-FLAG = "Y"
                   MOVE ON-WAITLIST-MSG TO EDIT-MSG-WS
                   MOVE "N" TO DATA-VALID-FLAG
               END-IF
           END-IF.
           IF DATA-VALID-FLAG = "Y" AND SEAT-MATCH-SUB > ZERO
               IF WAITING-COUNT > ZERO
                   OR SEAT-ENROLLED(SEAT-MATCH-SUB) NOT <
                      SEAT-LIMIT(SEAT-MATCH-SUB)
                   PERFORM 553-PLACE-ON-WAITLIST
               END-IF
           END-IF.

       *>Each prerequisite the course lists on PREREQ.TXT must have
       *>been passed in some term on the student's history, checked
       *>in the order listed; the first one not met stops the check
       *>and is named in the refusal. An override code lets the Add
       *>go on only when the operator signed on holds prerequisite
       *>override authority - the screen asks for a code only then,
       *>and a code from anyone else is refused and logged - and
       *>the override is reported once the Add is applied or
       *>waitlisted.
       524-EDIT-PREREQUISITES.
           MOVE SPACES TO PREREQ-FAIL-CODE.
           IF PREREQ-AVAIL-FLAG = "Y"
               MOVE ENTRY-COURSE TO PREREQ-COURSE-CODE
               READ PREREQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 560-LOAD-PREREQ-TABLE
                       PERFORM 561-CHECK-ONE-PREREQ
                           VARYING PREREQ-SUB FROM 1 BY 1
                           UNTIL PREREQ-SUB > 4
                              OR PREREQ-FAIL-CODE NOT = SPACES
               END-READ
           END-IF.
           IF PREREQ-FAIL-CODE NOT = SPACES
               IF ENTRY-OVERRIDE = SPACES
                       AND MODE-CODE NOT = "B" AND MODE-CODE NOT = "b"
                       AND OPER-AUTH-PREREQ-OVRD = "Y"
                   PERFORM 316-PROMPT-FOR-OVERRIDE
               END-IF
               EVALUATE TRUE
                   WHEN ENTRY-OVERRIDE = SPACES
                       MOVE PREREQ-FAIL-MSG TO EDIT-MSG-WS
                       MOVE "N" TO DATA-VALID-FLAG
                   WHEN OPER-AUTH-PREREQ-OVRD NOT = "Y"
                       PERFORM 570-REFUSE-OVERRIDE
                   WHEN OTHER
                       MOVE "Y" TO OVERRIDE-USED-FLAG
               END-EVALUATE
           END-IF.

       *>Refuse an override code from an operator without
       *>prerequisite override authority, and log the refusal
       *>against the student it was tried for.
       570-REFUSE-OVERRIDE.
           MOVE "PREREQ OVERRIDE" TO SECL-FUNCTION.
           MOVE ENTRY-NUMBER TO SECL-KEY.
           PERFORM 333-LOG-REFUSED-FUNCTION.
           MOVE OVERRIDE-REFUSED-MSG TO EDIT-MSG-WS.
           MOVE "N" TO DATA-VALID-FLAG.

       *>Apply a Drop: the course must be on the record, and the
       *>drop may not take a completed five-course load under the
       *>registrar's minimum. The matched slot is blanked and the
               MOVE SPACES TO STU-COURSE-CODE-T(MATCH-SUB)
               MOVE ZERO TO STU-COURSE-AVER-T(MATCH-SUB)
               PERFORM 526-CLOSE-UP-SLOTS
               PERFORM 523-FREE-ONE-SEAT
           END-IF.

       *>Give the dropped course's seat back in the seat table. The
       *>seat stays open for PROJECT27 to fill from the waitlist.
       523-FREE-ONE-SEAT.
           MOVE ENTRY-COURSE TO SEAT-SEARCH-CODE.
           PERFORM 545-FIND-SEAT-ENTRY.
           IF SEAT-MATCH-SUB > ZERO
               IF SEAT-ENROLLED(SEAT-MATCH-SUB) > ZERO
                   SUBTRACT 1 FROM SEAT-ENROLLED(SEAT-MATCH-SUB)
               END-IF
           END-IF.

       *>Close the populated slots up behind the dropped course so
           END-IF.

       *>Rewrite the worked slots onto the record, journalled the
       *>same way PROJECT12's posting rewrites are, with the
       *>operator signed on.
       530-REWRITE-AND-JOURNAL.
           MOVE STUDENT-RECORD-IN TO BEFORE-IMAGE-WS.
           PERFORM 531-MOVE-TABLE-TO-RECORD.
           MOVE BEFORE-IMAGE-WS TO JRN3-BEFORE-IMAGE.
           MOVE STUDENT-RECORD-IN TO JRN3-AFTER-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE SIGNON-USER-ID TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
           MOVE STU-COURSE-AVER-T(5) TO COURSE5-AVERAGE-IN.
           MOVE STU-COURSE-AVER-T(6) TO COURSE6-AVERAGE-IN.

       *>Load the seat table: every capped course on the master,
       *>then one sweep of the student file counting the students
       *>each capped course already carries. The random reads the
       *>transactions make afterwards do not depend on where the
       *>sweeps leave the files.
       540-LOAD-SEAT-TABLE.
           MOVE ZERO TO SEAT-COUNT.
           MOVE "N" TO CRS-EOF-FLAG.
           PERFORM 541-LOAD-ONE-COURSE
               UNTIL CRS-EOF-FLAG = "Y".
           MOVE "N" TO STU-EOF-FLAG.
           PERFORM 543-COUNT-ONE-STUDENT
               UNTIL STU-EOF-FLAG = "Y".

       *>Read the next course off the master and give it a seat
       *>table entry when it carries a seat limit.
       541-LOAD-ONE-COURSE.
           READ CRS-MAST-IN NEXT RECORD
               AT END
                   MOVE "Y" TO CRS-EOF-FLAG
               NOT AT END
                   IF COURSE-SEAT-LIMIT-MAST > ZERO
                       PERFORM 542-ADD-SEAT-ENTRY
                   END-IF
           END-READ.
           IF CRS-MAST-IN-STATUS NOT = "00"
               MOVE "Y" TO CRS-EOF-FLAG
           END-IF.

       *>Add one capped course to the seat table.
       542-ADD-SEAT-ENTRY.
           IF SEAT-COUNT < 50
               ADD 1 TO SEAT-COUNT
               MOVE COURSE-CODE-MAST TO SEAT-COURSE-CODE(SEAT-COUNT)
               MOVE COURSE-SEAT-LIMIT-MAST TO SEAT-LIMIT(SEAT-COUNT)
               MOVE ZERO TO SEAT-ENROLLED(SEAT-COUNT)
           ELSE
               DISPLAY "WARNING: SEAT TABLE FULL - "
                   COURSE-CODE-MAST " NOT CAPPED"
           END-IF.

       *>Read the next student and count each populated slot
       *>against its course's seat table entry.
       543-COUNT-ONE-STUDENT.
           READ STUDENT-FILE-IO NEXT RECORD
               AT END
                   MOVE "Y" TO STU-EOF-FLAG
               NOT AT END
                   PERFORM 511-MOVE-RECORD-TO-TABLE
                   PERFORM 544-COUNT-ONE-SEAT
                       VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6
           END-READ.
           IF STUDENT-FILE-IO-STATUS NOT = "00"
               MOVE "Y" TO STU-EOF-FLAG
           END-IF.

       *>Count one populated slot as a taken seat.
       544-COUNT-ONE-SEAT.
           IF STU-COURSE-CODE-T(SUB1) NOT = SPACES
               MOVE STU-COURSE-CODE-T(SUB1) TO SEAT-SEARCH-CODE
               PERFORM 545-FIND-SEAT-ENTRY
               IF SEAT-MATCH-SUB > ZERO
                   ADD 1 TO SEAT-ENROLLED(SEAT-MATCH-SUB)
               END-IF
           END-IF.

       *>Find SEAT-SEARCH-CODE in the seat table; SEAT-MATCH-SUB is
       *>left zero when the course is not capped.
       545-FIND-SEAT-ENTRY.
           MOVE ZERO TO SEAT-MATCH-SUB.
           PERFORM 546-CHECK-ONE-SEAT
               VARYING SEAT-SUB FROM 1 BY 1
               UNTIL SEAT-MATCH-SUB > ZERO OR SEAT-SUB > SEAT-COUNT.

       546-CHECK-ONE-SEAT.
           IF SEAT-COURSE-CODE(SEAT-SUB) = SEAT-SEARCH-CODE
               MOVE SEAT-SUB TO SEAT-MATCH-SUB
           END-IF.

       *>Walk the course's waitlist entries in arrival order,
       *>counting the students still waiting and noting whether
       *>this student is one of them.
       550-COUNT-COURSE-WAITLIST.
           MOVE ZERO TO WAITING-COUNT.
           MOVE "N" TO STUDENT-WAITING-FLAG.
           MOVE "N" TO WAIT-EOF-FLAG.
           MOVE ENTRY-COURSE TO WAIT-COURSE-CODE.
           MOVE ZERO TO WAIT-REQUEST-STAMP.
           MOVE ZERO TO WAIT-REQUEST-SEQ.
           START WAITLIST-FILE
               KEY IS NOT LESS THAN WAIT-KEY
               INVALID KEY
                   MOVE "Y" TO WAIT-EOF-FLAG
           END-START.
           PERFORM 551-READ-ONE-WAIT-ENTRY
               UNTIL WAIT-EOF-FLAG = "Y".

       *>Read the next waitlist entry; the walk ends at end of file
       *>or at the first entry for another course.
       551-READ-ONE-WAIT-ENTRY.
           READ WAITLIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WAIT-EOF-FLAG
               NOT AT END
                   IF WAIT-COURSE-CODE NOT = ENTRY-COURSE
                       MOVE "Y" TO WAIT-EOF-FLAG
                   ELSE
                       PERFORM 552-COUNT-ONE-WAIT-ENTRY
                   END-IF
           END-READ.

       *>Count one entry still waiting.
       552-COUNT-ONE-WAIT-ENTRY.
           IF WAIT-STATUS = "W"
               ADD 1 TO WAITING-COUNT
               IF WAIT-STUDENT-NUMBER = ENTRY-NUMBER
                   MOVE "Y" TO STUDENT-WAITING-FLAG
               END-IF
           END-IF.

       *>Put the student at the back of the course's waitlist. The
       *>key is the course and the time of the request; a second
       *>request for the same course inside the same second takes
       *>the next WAIT-REQUEST-SEQ. The Add itself is not applied.
       553-PLACE-ON-WAITLIST.
           MOVE ENTRY-COURSE TO WAIT-COURSE-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WAIT-REQUEST-STAMP.
           MOVE ZERO TO WAIT-REQUEST-SEQ.
           MOVE ENTRY-NUMBER TO WAIT-STUDENT-NUMBER.
           MOVE "W" TO WAIT-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WAIT-STATUS-DATE.
           MOVE "N" TO WAIT-WRITTEN-FLAG.
           PERFORM 554-WRITE-WAIT-ENTRY
               UNTIL WAIT-WRITTEN-FLAG = "Y".
           IF WAITLIST-FILE-STATUS = "00"
               MOVE WAITLISTED-MSG TO EDIT-MSG-WS
               MOVE "Y" TO WAITLIST-FLAG
           ELSE
               MOVE WAIT-WRITE-MSG TO EDIT-MSG-WS
           END-IF.
           MOVE "N" TO DATA-VALID-FLAG.

       *>Write the waitlist entry, stepping the sequence past a key
       *>already taken.
       554-WRITE-WAIT-ENTRY.
           WRITE WAITLIST-REC
               INVALID KEY
                   IF WAITLIST-FILE-STATUS = "22"
                           AND WAIT-REQUEST-SEQ < 99
                       ADD 1 TO WAIT-REQUEST-SEQ
                   ELSE
                       MOVE "Y" TO WAIT-WRITTEN-FLAG
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO WAIT-WRITTEN-FLAG
           END-WRITE.

       *>Copy the course's prerequisite pairs into the working
       *>table.
       560-LOAD-PREREQ-TABLE.
           MOVE PREREQ1-CODE TO PREREQ-CODE-T(1).
           MOVE PREREQ2-CODE TO PREREQ-CODE-T(2).
           MOVE PREREQ3-CODE TO PREREQ-CODE-T(3).
           MOVE PREREQ4-CODE TO PREREQ-CODE-T(4).
           MOVE PREREQ1-MIN-MARK TO PREREQ-MIN-MARK-T(1).
           MOVE PREREQ2-MIN-MARK TO PREREQ-MIN-MARK-T(2).
           MOVE PREREQ3-MIN-MARK TO PREREQ-MIN-MARK-T(3).
           MOVE PREREQ4-MIN-MARK TO PREREQ-MIN-MARK-T(4).

       *>Look for one listed prerequisite in the student's history;
       *>a blank pair is unused.
       561-CHECK-ONE-PREREQ.
           IF PREREQ-CODE-T(PREREQ-SUB) NOT = SPACES
               PERFORM 562-WALK-HIST-FOR-PREREQ
               IF PREREQ-PASSED-FLAG = "N"
                   MOVE PREREQ-CODE-T(PREREQ-SUB) TO PREREQ-FAIL-CODE
               END-IF
           END-IF.

       *>Walk the student's terms in order off the composite key,
       *>the way PROJECT14's transcript does, until a term shows
       *>the prerequisite passed or the student's terms run out.
       562-WALK-HIST-FOR-PREREQ.
           MOVE "N" TO PREREQ-PASSED-FLAG.
           IF HIST-AVAIL-FLAG = "Y"
               MOVE "N" TO HIST-EOF-FLAG
               MOVE ENTRY-NUMBER TO HIST-STUDENT-NUMBER
               MOVE ZERO TO HIST-TERM-ID
               START TERM-HIST-FILE
                   KEY IS NOT LESS THAN TERM-HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO HIST-EOF-FLAG
               END-START
               PERFORM 563-READ-ONE-HIST-TERM
                   UNTIL HIST-EOF-FLAG = "Y"
                      OR PREREQ-PASSED-FLAG = "Y"
           END-IF.

       *>Read the next history term; the walk ends at end of file
       *>or at the first record keyed to another student.
       563-READ-ONE-HIST-TERM.
           READ TERM-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HIST-EOF-FLAG
               NOT AT END
                   IF HIST-STUDENT-NUMBER NOT = ENTRY-NUMBER
                       MOVE "Y" TO HIST-EOF-FLAG
                   ELSE
                       PERFORM 564-LOAD-HIST-SLOTS
                       PERFORM 565-CHECK-ONE-HIST-SLOT
                           VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6
                   END-IF
           END-READ.

       *>Copy the term's six course pairs into the history table.
       564-LOAD-HIST-SLOTS.
           MOVE HIST-COURSE1-CODE TO HIST-COURSE-CODE-T(1).
           MOVE HIST-COURSE2-CODE TO HIST-COURSE-CODE-T(2).
           MOVE HIST-COURSE3-CODE TO HIST-COURSE-CODE-T(3).
           MOVE HIST-COURSE4-CODE TO HIST-COURSE-CODE-T(4).
           MOVE HIST-COURSE5-CODE TO HIST-COURSE-CODE-T(5).
           MOVE HIST-COURSE6-CODE TO HIST-COURSE-CODE-T(6).
           MOVE HIST-COURSE1-AVER TO HIST-COURSE-AVER-T(1).
           MOVE HIST-COURSE2-AVER TO HIST-COURSE-AVER-T(2).
           MOVE HIST-COURSE3-AVER TO HIST-COURSE-AVER-T(3).
           MOVE HIST-COURSE4-AVER TO HIST-COURSE-AVER-T(4).
           MOVE HIST-COURSE5-AVER TO HIST-COURSE-AVER-T(5).
           MOVE HIST-COURSE6-AVER TO HIST-COURSE-AVER-T(6).

       *>The prerequisite is passed when a term carries its code
       *>with a course average at or above the minimum mark.
       565-CHECK-ONE-HIST-SLOT.
           IF HIST-COURSE-CODE-T(SUB1) = PREREQ-CODE-T(PREREQ-SUB)
                   AND HIST-COURSE-AVER-T(SUB1) NOT <
                       PREREQ-MIN-MARK-T(PREREQ-SUB)
               MOVE "Y" TO PREREQ-PASSED-FLAG
           END-IF.

       *>List one Add let through on an override, with the
       *>prerequisite it was short, the registrar's code, whether
       *>it was applied or waitlisted, the mode it came in by and
       *>the operator who granted it.
       566-WRITE-OVERRIDE-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OVR-DATE.
           MOVE ENTRY-NUMBER TO OVR-STU-NUMBER.
           MOVE ENTRY-COURSE TO OVR-COURSE-CODE.
           MOVE PREREQ-FAIL-CODE TO OVR-PREREQ-CODE.
           MOVE ENTRY-OVERRIDE TO OVR-CODE.
           IF DATA-VALID-FLAG = "Y"
               MOVE "APPLIED  " TO OVR-OUTCOME
           ELSE
               MOVE "WAITLIST " TO OVR-OUTCOME
           END-IF.
           IF MODE-CODE = "B" OR "b"
               MOVE "BATCH " TO OVR-MODE
           ELSE
               MOVE "SCREEN" TO OVR-MODE
           END-IF.
           MOVE SIGNON-USER-ID TO OVR-OPERATOR-ID.
           WRITE OVERRIDE-RPT-RECORD FROM OVERRIDE-LINE-RECORD.
           IF OVERRIDE-RPT-STATUS NOT = "00"
               DISPLAY "WARNING: OVERRIDE REPORT WRITE FAILED, STATUS "
                   OVERRIDE-RPT-STATUS
           END-IF.

       *>A student with any active hold is refused the Add. The
       *>student's holds are walked off the composite key from the
       *>first hold type; the first active one found is named in
       *>the refusal with its reason, shown on the screen or
       *>carried on the batch reject line.
       567-EDIT-NO-ACTIVE-HOLD.
           MOVE SPACES TO HOLD-REFUSE-TYPE.
           IF HOLD-AVAIL-FLAG = "Y"
               MOVE "N" TO HOLD-EOF-FLAG
               MOVE ENTRY-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE LOW-VALUES TO HOLD-TYPE
               START HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-FLAG
               END-START
               PERFORM 568-READ-ONE-HOLD
                   UNTIL HOLD-EOF-FLAG = "Y"
                      OR HOLD-REFUSE-TYPE NOT = SPACES
           END-IF.
           IF HOLD-REFUSE-TYPE NOT = SPACES
               MOVE HOLD-REFUSE-MSG TO EDIT-MSG-WS
               MOVE HOLD-REASON TO EDIT-DETAIL-WS
               MOVE "N" TO DATA-VALID-FLAG
               IF MODE-CODE NOT = "B" AND MODE-CODE NOT = "b"
                   DISPLAY HOLD-REASON     COLUMN  5   LINE    7
               END-IF
           END-IF.

       *>Read the student's next hold; the walk ends at end of
       *>file, at the first hold keyed to another student, or at
       *>the first hold still active.
       568-READ-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-STUDENT-NUMBER NOT = ENTRY-NUMBER
                       MOVE "Y" TO HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-RELEASE-DATE = ZERO
                           MOVE HOLD-TYPE TO HOLD-REFUSE-TYPE
                           PERFORM 569-MATCH-ONE-HOLD-TYPE
                               VARYING HOLD-TYPE-SUB FROM 1 BY 1
                               UNTIL HOLD-TYPE-SUB > 4
                       END-IF
                   END-IF
           END-READ.

       *>Replace the hold type code with its wording when it
       *>matches this table entry.
       569-MATCH-ONE-HOLD-TYPE.
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

       *>Refuse a screen Add or Drop the operator is not
       *>authorized for before anything is keyed for it.
       332-REFUSE-SCREEN-FUNCTION.
           MOVE "DROP/ADD" TO SECL-FUNCTION.
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
           MOVE "PROJECT21" TO SECL-PROGRAM.
           MOVE SIGNON-USER-ID TO SECL-USER-ID.
           WRITE SECURITY-LOG-REC.

       *>Close the files, the operator file and the security log;
       *>the optional inputs only if they opened.
       305-CLOSE-FILES.
           CLOSE STUDENT-FILE-IO CRS-MAST-IN JOURNAL3-FILE
                 WAITLIST-FILE OVERRIDE-RPT-FILE.
           CLOSE OPERATOR-FILE SECURITY-LOG-FILE.
           IF PREREQ-AVAIL-FLAG = "Y"
               CLOSE PREREQ-FILE
           END-IF.
           IF HIST-AVAIL-FLAG = "Y"
               CLOSE TERM-HIST-FILE
           END-IF.
           IF HOLD-AVAIL-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
