       program-id. PROJECT27.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program is the drop/add-week waitlist promotion run.
      * PROJECT21 sends an Add for a capped course that has no seat
      * free to WAITLIST.TXT instead of refusing it; this run gives
      * the seats that drops have freed since to the students who
      * have waited longest. The seat table is loaded the way
      * PROJECT21 loads it - every course on CRSMAST.TXT with a
      * COURSE-SEAT-LIMIT-MAST, and one sweep of STUFILE3.TXT
      * counting the students each one already carries - and the
      * waitlist is then read in key order, which is course code
      * and then the order the requests came in, so each course's
      * queue is worked first come, first served. A waiting student
      * is seated in the first blank course slot with a zero
      * average, the same way PROJECT21 applies an Add, while the
      * course has a seat free; the record is rewritten and
      * journalled to STU3JRNL.TXT with its before and after images
      * so PROJECT19 can rebuild the file, and the request is
      * marked promoted. A student already carrying six courses is
      * passed over and keeps their place in line, and so is a
      * student carrying any active hold on HOLDS.TXT, checked the
      * way PROJECT21's Add edit checks it. A request that can
      * no longer be met - the student is gone from the file, the
      * course has been retired, or the student has since enrolled
      * in it - is closed. Every request worked prints on the
      * WAITNOTE.TXT notice list: who was given a seat, who was
      * closed, and who is still waiting, with their place in the
      * course's queue and, for a student on hold, the hold type
      * and the reason it was placed. Audit counters are kept for
      * waiting requests read, promoted, still waiting and closed.
      * These are written on the notice list and displayed at the
      * end of the job.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAITLIST-FILE
               ASSIGN TO "C:\COBOL\WAITLIST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WAIT-KEY
                   FILE STATUS IS WAITLIST-FILE-STATUS.
           SELECT STUDENT-FILE-IO
               ASSIGN TO "C:\COBOL\STUFILE3.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS STUDENT-NUMBER-IN
                   FILE STATUS IS STUDENT-FILE-IO-STATUS.
           SELECT CRS-MAST-IN
               ASSIGN TO "C:\COBOL\CRSMAST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS COURSE-CODE-MAST
                   FILE STATUS IS CRS-MAST-IN-STATUS.
           SELECT NOTICE-FILE-OUT
               ASSIGN TO "C:\COBOL\WAITNOTE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL3-FILE
               ASSIGN TO "C:\COBOL\STU3JRNL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL3-FILE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "C:\COBOL\HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.

       data division.
       FILE SECTION.
       FD WAITLIST-FILE.
           COPY WAITFD.

       FD STUDENT-FILE-IO.
           COPY STU3FD.

       FD CRS-MAST-IN.
           COPY CRSMFD.

       FD  NOTICE-FILE-OUT.
       01  NOTICE-RECORD-OUT PIC X(127).

       FD JOURNAL3-FILE.
           COPY JRN3FD.

       FD HOLD-FILE.
           COPY HOLDFD.

       working-storage section.
       01  NOTICE-TITLE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(26)
                   VALUE   "WAITLIST PROMOTION NOTICES".
           05  FILLER          PIC X(4)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "RUN DATE ".
           05  TITLE-RUN-DATE  PIC 9(8).

       01  NOTICE-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "COURSE ".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(20)   VALUE   "LAST NAME".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(15)   VALUE   "FIRST NAME".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(28)   VALUE   "NOTICE".
           05  FILLER          PIC X(8)    VALUE   "POSITION".
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  FILLER          PIC X(11)   VALUE   "HOLD REASON".

       01  NOTICE-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  NOTICE-COURSE-CODE  PIC X(7).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  NOTICE-STU-NUMBER   PIC 9(9).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  NOTICE-LNAME    PIC X(20).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  NOTICE-FNAME    PIC X(15).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  NOTICE-TEXT     PIC X(28).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  NOTICE-POSITION PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  NOTICE-DETAIL   PIC X(30).

       01  NOTICE-MESSAGES.
           05  PROMOTED-MSG    PIC X(28)
                   VALUE   "SEAT GRANTED - NOW ENROLLED ".
           05  WAITING-MSG     PIC X(28)
                   VALUE   "STILL WAITING               ".
           05  LOAD-FULL-MSG   PIC X(28)
                   VALUE   "PASSED OVER - LOAD AT SIX   ".
           05  NOT-FOUND-MSG   PIC X(28)
                   VALUE   "CLOSED - STUDENT NOT ON FILE".
           05  INACTIVE-MSG    PIC X(28)
                   VALUE   "CLOSED - COURSE NOT ACTIVE  ".
           05  ENROLLED-MSG    PIC X(28)
                   VALUE   "CLOSED - ALREADY ENROLLED   ".

       01  HOLD-NOTICE-MSG.
           05  FILLER          PIC X(16)
                   VALUE   "WAITING - HOLD: ".
           05  HOLD-NOTICE-TYPE    PIC X(12)   VALUE SPACES.

           COPY HOLDTAB.

       01  NOTICE-WS.
           05  NOTICE-MSG-WS   PIC X(28)   VALUE SPACES.
           05  NOTICE-DETAIL-WS    PIC X(30)   VALUE SPACES.
           05  DISPOSITION-WS  PIC X(1)    VALUE SPACES.
           05  CURRENT-COURSE-WS   PIC X(7)    VALUE SPACES.
           05  QUEUE-POSITION-WS   PIC 9(4)    VALUE ZERO.
           05  RUN-DATE-WS     PIC 9(8)    VALUE ZERO.

       01  COUNTERS.
           05  FILLER          PIC X(17)   VALUE "WAITING READ     ".
           05  WAITING-IN-CTR  PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(11)   VALUE "  PROMOTED ".
           05  PROMOTED-CTR    PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(16)   VALUE "  STILL WAITING ".
           05  STILL-WAITING-CTR   PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(9)    VALUE "  CLOSED ".
           05  CLOSED-CTR      PIC 9(6)    VALUE ZERO.

       01  JOURNAL-WS.
           05  BEFORE-IMAGE-WS PIC X(127) VALUE SPACES.

       01  FLAGS.
           05  WAIT-EOF-FLAG   PIC X(1)    VALUE   "N".
           05  CRS-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  STU-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  STUDENT-FOUND-FLAG  PIC X(1)    VALUE   "N".
           05  HOLD-AVAIL-FLAG PIC X(1)    VALUE   "Y".
           05  HOLD-EOF-FLAG   PIC X(1)    VALUE   "N".

       01  FILE-STATUS-WS.
           05  WAITLIST-FILE-STATUS    PIC X(2)    VALUE "00".
           05  STUDENT-FILE-IO-STATUS  PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  JOURNAL3-FILE-STATUS    PIC X(2)    VALUE "00".
           05  HOLD-FILE-STATUS        PIC X(2)    VALUE "00".

       01 OTHER-VAR.
           05  SUB1        PIC 9(1)    VALUE 1.
           05  MATCH-SUB   PIC 9(1)    VALUE ZERO.
           05  BLANK-SUB   PIC 9(1)    VALUE ZERO.
           05  SEAT-SUB        PIC 9(2)    VALUE ZERO.
           05  SEAT-MATCH-SUB  PIC 9(2)    VALUE ZERO.
           05  SEAT-COUNT      PIC 9(2)    VALUE ZERO.
           05  SEAT-SEARCH-CODE    PIC X(7)    VALUE SPACES.
           05  HOLD-TYPE-SUB   PIC 9(1)    VALUE ZERO.
           COPY SEATTAB.

           05  STU-COURSE-TABLE    OCCURS 6 TIMES.
               10  STU-COURSE-CODE-T      PIC X(7).
               10  STU-COURSE-AVER-T      PIC 9(3)V99.

       procedure division.

       *>Main module for the project.
       100-PROMOTE-WAITLIST.
           PERFORM 201-INIT-PROMOTION.
           PERFORM 202-WORK-ONE-REQUEST
               UNTIL WAIT-EOF-FLAG = "Y".
           PERFORM 203-TERM-PROMOTION.
           STOP RUN.

       *>Initialization:
       *>Open files, load the seat table, write the notice list
       *>headings, read the first waitlist request.
       201-INIT-PROMOTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS.
           PERFORM 701-OPEN-FILES.
           IF WAIT-EOF-FLAG NOT = "Y"
               PERFORM 720-LOAD-SEAT-TABLE
           END-IF.
           MOVE RUN-DATE-WS TO TITLE-RUN-DATE.
           WRITE NOTICE-RECORD-OUT FROM NOTICE-TITLE.
           WRITE NOTICE-RECORD-OUT FROM NOTICE-HEADER.
           PERFORM 703-READ-WAIT-REQUEST.

       *>Promotion module:
       *>Work this request if it is still waiting, repeat until the
       *>last request on the waitlist.
       202-WORK-ONE-REQUEST.
           IF WAIT-STATUS = "W"
               PERFORM 704-WORK-WAITING-REQUEST
           END-IF.
           PERFORM 703-READ-WAIT-REQUEST.

       *>Termination module:
       *>Write and display the audit counters, close the files.
       203-TERM-PROMOTION.
           WRITE NOTICE-RECORD-OUT FROM COUNTERS.
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Open the waitlist and the student file for update, the
       *>course master for the seat limits and random lookups, the
       *>notice list and the journal, and the holds master for the
       *>hold check. With no waitlist there is nobody to promote,
       *>and a student file or course master that will not open
       *>stops the run. With no holds master nobody is held back.
       701-OPEN-FILES.
           OPEN I-O WAITLIST-FILE.
           IF WAITLIST-FILE-STATUS NOT = "00"
               DISPLAY "WAITLIST NOT FOUND - NOBODY TO PROMOTE"
               MOVE "Y" TO WAIT-EOF-FLAG
           END-IF.
           OPEN I-O STUDENT-FILE-IO.
           IF STUDENT-FILE-IO-STATUS NOT = "00"
               DISPLAY "STUFILE3 OPEN FAILED, STATUS "
                   STUDENT-FILE-IO-STATUS
               MOVE "Y" TO WAIT-EOF-FLAG
           END-IF.
           OPEN INPUT CRS-MAST-IN.
           IF CRS-MAST-IN-STATUS NOT = "00"
               DISPLAY "COURSE MASTER OPEN FAILED, STATUS "
                   CRS-MAST-IN-STATUS
               MOVE "Y" TO WAIT-EOF-FLAG
           END-IF.
           OPEN OUTPUT NOTICE-FILE-OUT.
           OPEN EXTEND JOURNAL3-FILE.
           IF JOURNAL3-FILE-STATUS = "35"
               OPEN OUTPUT JOURNAL3-FILE
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO HOLDS MASTER - HOLDS NOT CHECKED"
               MOVE "N" TO HOLD-AVAIL-FLAG
           END-IF.

       *>Read the next waitlist request in key order: course code,
       *>then the order the requests came in.
       703-READ-WAIT-REQUEST.
           IF WAIT-EOF-FLAG NOT = "Y"
               READ WAITLIST-FILE NEXT RECORD
               AT END MOVE "Y" TO WAIT-EOF-FLAG
               END-READ
           END-IF.

       *>Work one waiting request. The queue position restarts at
       *>each new course. The student is read by key for their name
       *>and slots; a request that can no longer be met is closed,
       *>a student on hold is left waiting whatever the room, and
       *>the rest are seated while the course has room, or left
       *>waiting in their place in line.
       704-WORK-WAITING-REQUEST.
           ADD 1 TO WAITING-IN-CTR.
           IF WAIT-COURSE-CODE NOT = CURRENT-COURSE-WS
               MOVE WAIT-COURSE-CODE TO CURRENT-COURSE-WS
               MOVE ZERO TO QUEUE-POSITION-WS
           END-IF.
           MOVE "W" TO DISPOSITION-WS.
           MOVE WAITING-MSG TO NOTICE-MSG-WS.
           MOVE SPACES TO NOTICE-DETAIL-WS HOLD-NOTICE-TYPE.
           PERFORM 705-READ-WAIT-STUDENT.
           IF STUDENT-FOUND-FLAG = "N"
               MOVE "C" TO DISPOSITION-WS
               MOVE NOT-FOUND-MSG TO NOTICE-MSG-WS
           END-IF.
           IF DISPOSITION-WS = "W"
               PERFORM 706-EDIT-COURSE-ACTIVE
           END-IF.
           IF DISPOSITION-WS = "W"
               PERFORM 711-MOVE-RECORD-TO-TABLE
               PERFORM 713-FIND-COURSE-SLOTS
               IF MATCH-SUB > ZERO
                   MOVE "C" TO DISPOSITION-WS
                   MOVE ENROLLED-MSG TO NOTICE-MSG-WS
               END-IF
           END-IF.
           IF DISPOSITION-WS = "W"
               PERFORM 727-CHECK-ACTIVE-HOLD
           END-IF.
           IF DISPOSITION-WS = "W" AND HOLD-NOTICE-TYPE = SPACES
               PERFORM 709-TRY-FOR-SEAT
           END-IF.
           IF DISPOSITION-WS NOT = "W"
               PERFORM 716-MARK-REQUEST
           END-IF.
           PERFORM 717-WRITE-NOTICE-LINE.

       *>Read the waiting student by key; their name goes on the
       *>notice line whatever becomes of the request.
       705-READ-WAIT-STUDENT.
           MOVE "Y" TO STUDENT-FOUND-FLAG.
           MOVE WAIT-STUDENT-NUMBER TO STUDENT-NUMBER-IN.
           READ STUDENT-FILE-IO
               INVALID KEY
                   MOVE "N" TO STUDENT-FOUND-FLAG
                   MOVE SPACES TO STUDENT-FNAME-IN STUDENT-LNAME-IN
           END-READ.

       *>A course retired since the student joined its queue is
       *>closed to new enrollment, the same as PROJECT21's Add edit.
       706-EDIT-COURSE-ACTIVE.
           MOVE WAIT-COURSE-CODE TO COURSE-CODE-MAST.
           READ CRS-MAST-IN
               INVALID KEY
                   MOVE "C" TO DISPOSITION-WS
                   MOVE INACTIVE-MSG TO NOTICE-MSG-WS
               NOT INVALID KEY
                   IF COURSE-ACTIVE-MAST NOT = "A"
                       MOVE "C" TO DISPOSITION-WS
                       MOVE INACTIVE-MSG TO NOTICE-MSG-WS
                   END-IF
           END-READ.

       *>Seat the student when the course has a seat free and they
       *>have a blank slot. A course no longer capped has room for
       *>the whole queue. A student passed over, or left waiting,
       *>keeps their place in line.
       709-TRY-FOR-SEAT.
           MOVE WAIT-COURSE-CODE TO SEAT-SEARCH-CODE.
           PERFORM 725-FIND-SEAT-ENTRY.
           IF SEAT-MATCH-SUB > ZERO
               IF SEAT-ENROLLED(SEAT-MATCH-SUB) NOT <
                       SEAT-LIMIT(SEAT-MATCH-SUB)
                   ADD 1 TO QUEUE-POSITION-WS
                   MOVE WAITING-MSG TO NOTICE-MSG-WS
                   MOVE "Q" TO DISPOSITION-WS
               END-IF
           END-IF.
           IF DISPOSITION-WS = "W" AND BLANK-SUB = ZERO
               ADD 1 TO QUEUE-POSITION-WS
               MOVE LOAD-FULL-MSG TO NOTICE-MSG-WS
               MOVE "Q" TO DISPOSITION-WS
           END-IF.
           IF DISPOSITION-WS = "W"
               PERFORM 710-SEAT-STUDENT
           ELSE
               MOVE "W" TO DISPOSITION-WS
               ADD 1 TO STILL-WAITING-CTR
           END-IF.

       *>Seat the student in their first blank slot with a zero
       *>average, rewrite the record journalled the way PROJECT21's
       *>Adds are, and take the seat in the seat table.
       710-SEAT-STUDENT.
           MOVE STUDENT-RECORD-IN TO BEFORE-IMAGE-WS.
           MOVE WAIT-COURSE-CODE TO STU-COURSE-CODE-T(BLANK-SUB).
           MOVE ZERO TO STU-COURSE-AVER-T(BLANK-SUB).
           PERFORM 712-MOVE-TABLE-TO-RECORD.
           REWRITE STUDENT-RECORD-IN.
           PERFORM 718-JOURNAL-CHANGE-REC.
           IF SEAT-MATCH-SUB > ZERO
               ADD 1 TO SEAT-ENROLLED(SEAT-MATCH-SUB)
           END-IF.
           MOVE "P" TO DISPOSITION-WS.
           MOVE PROMOTED-MSG TO NOTICE-MSG-WS.
           ADD 1 TO PROMOTED-CTR.

       *>Copy the record just read into the working table, the same
       *>record-to-table mapping PROJECT3 uses.
       711-MOVE-RECORD-TO-TABLE.
           MOVE COURSE1-CODE-IN TO STU-COURSE-CODE-T(1).
           MOVE COURSE2-CODE-IN TO STU-COURSE-CODE-T(2).
           MOVE COURSE3-CODE-IN TO STU-COURSE-CODE-T(3).
           MOVE COURSE4-CODE-IN TO STU-COURSE-CODE-T(4).
           MOVE COURSE5-CODE-IN TO STU-COURSE-CODE-T(5).
           MOVE COURSE6-CODE-IN TO STU-COURSE-CODE-T(6).
           MOVE COURSE1-AVERAGE-IN TO STU-COURSE-AVER-T(1).
           MOVE COURSE2-AVERAGE-IN TO STU-COURSE-AVER-T(2).
           MOVE COURSE3-AVERAGE-IN TO STU-COURSE-AVER-T(3).
           MOVE COURSE4-AVERAGE-IN TO STU-COURSE-AVER-T(4).
           MOVE COURSE5-AVERAGE-IN TO STU-COURSE-AVER-T(5).
           MOVE COURSE6-AVERAGE-IN TO STU-COURSE-AVER-T(6).

       *>Move the worked slots back into the record just read; the
       *>key and the other fields are already in place from the
       *>READ.
       712-MOVE-TABLE-TO-RECORD.
           MOVE STU-COURSE-CODE-T(1) TO COURSE1-CODE-IN.
           MOVE STU-COURSE-CODE-T(2) TO COURSE2-CODE-IN.
           MOVE STU-COURSE-CODE-T(3) TO COURSE3-CODE-IN.
           MOVE STU-COURSE-CODE-T(4) TO COURSE4-CODE-IN.
           MOVE STU-COURSE-CODE-T(5) TO COURSE5-CODE-IN.
           MOVE STU-COURSE-CODE-T(6) TO COURSE6-CODE-IN.
           MOVE STU-COURSE-AVER-T(1) TO COURSE1-AVERAGE-IN.
           MOVE STU-COURSE-AVER-T(2) TO COURSE2-AVERAGE-IN.
           MOVE STU-COURSE-AVER-T(3) TO COURSE3-AVERAGE-IN.
           MOVE STU-COURSE-AVER-T(4) TO COURSE4-AVERAGE-IN.
           MOVE STU-COURSE-AVER-T(5) TO COURSE5-AVERAGE-IN.
           MOVE STU-COURSE-AVER-T(6) TO COURSE6-AVERAGE-IN.

       *>Locate the slot already carrying the waitlisted course and
       *>the first blank slot. The scan runs last to first so the
       *>firsts win, as in PROJECT21.
       713-FIND-COURSE-SLOTS.
           MOVE ZERO TO MATCH-SUB.
           MOVE ZERO TO BLANK-SUB.
           PERFORM 714-CHECK-ONE-SLOT
               VARYING SUB1 FROM 6 BY -1 UNTIL SUB1 < 1.

       *>Check one slot for a course match or a blank.
       714-CHECK-ONE-SLOT.
           IF STU-COURSE-CODE-T(SUB1) = WAIT-COURSE-CODE
               MOVE SUB1 TO MATCH-SUB
           END-IF.
           IF STU-COURSE-CODE-T(SUB1) = SPACES
               MOVE SUB1 TO BLANK-SUB
           END-IF.

       *>Mark a request promoted or closed, dated today, so the
       *>next run passes over it. A closed request is counted here.
       716-MARK-REQUEST.
           IF DISPOSITION-WS = "C"
               ADD 1 TO CLOSED-CTR
           END-IF.
           MOVE DISPOSITION-WS TO WAIT-STATUS.
           MOVE RUN-DATE-WS TO WAIT-STATUS-DATE.
           REWRITE WAITLIST-REC.
           IF WAITLIST-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: WAITLIST REWRITE FAILED, STATUS "
                   WAITLIST-FILE-STATUS
           END-IF.

       *>Write this request's line on the notice list; only a
       *>student still waiting shows their place in the queue, and
       *>only one held back by a hold shows its reason.
       717-WRITE-NOTICE-LINE.
           MOVE WAIT-COURSE-CODE    TO NOTICE-COURSE-CODE.
           MOVE WAIT-STUDENT-NUMBER TO NOTICE-STU-NUMBER.
           MOVE STUDENT-LNAME-IN    TO NOTICE-LNAME.
           MOVE STUDENT-FNAME-IN    TO NOTICE-FNAME.
           MOVE NOTICE-MSG-WS       TO NOTICE-TEXT.
           MOVE NOTICE-DETAIL-WS    TO NOTICE-DETAIL.
           IF DISPOSITION-WS = "W"
               MOVE QUEUE-POSITION-WS TO NOTICE-POSITION
           ELSE
               MOVE ZERO TO NOTICE-POSITION
           END-IF.
           WRITE NOTICE-RECORD-OUT FROM NOTICE-LINE.

       *>Journal a promotion the way PROJECT21 journals an Add:
       *>before-image is the record as read, after-image is the
       *>record as rewritten, so PROJECT19 can replay it.
       718-JOURNAL-CHANGE-REC.
           MOVE "C" TO JRN3-TRANS-CODE.
           MOVE BEFORE-IMAGE-WS TO JRN3-BEFORE-IMAGE.
           MOVE STUDENT-RECORD-IN TO JRN3-AFTER-IMAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO JRN3-TIMESTAMP.
           MOVE "PROJ27" TO JRN3-OPERATOR-ID.
           WRITE JOURNAL3-RECORD.
           IF JOURNAL3-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: JOURNAL WRITE FAILED, STATUS "
                   JOURNAL3-FILE-STATUS
           END-IF.

       *>Load the seat table the way PROJECT21 does: every capped
       *>course on the master, then one sweep of the student file
       *>counting the students each capped course already carries.
       720-LOAD-SEAT-TABLE.
           MOVE ZERO TO SEAT-COUNT.
           MOVE "N" TO CRS-EOF-FLAG.
           PERFORM 721-LOAD-ONE-COURSE
               UNTIL CRS-EOF-FLAG = "Y".
           MOVE "N" TO STU-EOF-FLAG.
           PERFORM 723-COUNT-ONE-STUDENT
               UNTIL STU-EOF-FLAG = "Y".

       *>Read the next course off the master and give it a seat
       *>table entry when it carries a seat limit.
       721-LOAD-ONE-COURSE.
           READ CRS-MAST-IN NEXT RECORD
               AT END
                   MOVE "Y" TO CRS-EOF-FLAG
               NOT AT END
                   IF COURSE-SEAT-LIMIT-MAST > ZERO
                       PERFORM 722-ADD-SEAT-ENTRY
                   END-IF
           END-READ.
           IF CRS-MAST-IN-STATUS NOT = "00"
               MOVE "Y" TO CRS-EOF-FLAG
           END-IF.

       *>Add one capped course to the seat table.
       722-ADD-SEAT-ENTRY.
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
       723-COUNT-ONE-STUDENT.
           READ STUDENT-FILE-IO NEXT RECORD
               AT END
                   MOVE "Y" TO STU-EOF-FLAG
               NOT AT END
                   PERFORM 711-MOVE-RECORD-TO-TABLE
                   PERFORM 724-COUNT-ONE-SEAT
                       VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6
           END-READ.
           IF STUDENT-FILE-IO-STATUS NOT = "00"
               MOVE "Y" TO STU-EOF-FLAG
           END-IF.

       *>Count one populated slot as a taken seat.
       724-COUNT-ONE-SEAT.
           IF STU-COURSE-CODE-T(SUB1) NOT = SPACES
               MOVE STU-COURSE-CODE-T(SUB1) TO SEAT-SEARCH-CODE
               PERFORM 725-FIND-SEAT-ENTRY
               IF SEAT-MATCH-SUB > ZERO
                   ADD 1 TO SEAT-ENROLLED(SEAT-MATCH-SUB)
               END-IF
           END-IF.

       *>Find SEAT-SEARCH-CODE in the seat table; SEAT-MATCH-SUB is
       *>left zero when the course is not capped.
       725-FIND-SEAT-ENTRY.
           MOVE ZERO TO SEAT-MATCH-SUB.
           PERFORM 726-CHECK-ONE-SEAT
               VARYING SEAT-SUB FROM 1 BY 1
               UNTIL SEAT-MATCH-SUB > ZERO OR SEAT-SUB > SEAT-COUNT.

       726-CHECK-ONE-SEAT.
           IF SEAT-COURSE-CODE(SEAT-SUB) = SEAT-SEARCH-CODE
               MOVE SEAT-SUB TO SEAT-MATCH-SUB
           END-IF.

       *>A student with any active hold is left waiting in their
       *>place in line, the hold named on the notice list with its
       *>reason. The student's holds are walked off the composite
       *>key from the first hold type, the way PROJECT21's Add edit
       *>walks them; the first active one found is the one named.
       727-CHECK-ACTIVE-HOLD.
           IF HOLD-AVAIL-FLAG = "Y"
               MOVE "N" TO HOLD-EOF-FLAG
               MOVE WAIT-STUDENT-NUMBER TO HOLD-STUDENT-NUMBER
               MOVE LOW-VALUES TO HOLD-TYPE
               START HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-FLAG
               END-START
               PERFORM 728-READ-ONE-HOLD
                   UNTIL HOLD-EOF-FLAG = "Y"
                      OR HOLD-NOTICE-TYPE NOT = SPACES
           END-IF.
           IF HOLD-NOTICE-TYPE NOT = SPACES
               ADD 1 TO QUEUE-POSITION-WS
               ADD 1 TO STILL-WAITING-CTR
               MOVE HOLD-NOTICE-MSG TO NOTICE-MSG-WS
               MOVE HOLD-REASON TO NOTICE-DETAIL-WS
           END-IF.

       *>Read the student's next hold; the walk ends at end of
       *>file, at the first hold keyed to another student, or at
       *>the first hold still active.
       728-READ-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-STUDENT-NUMBER NOT = WAIT-STUDENT-NUMBER
                       MOVE "Y" TO HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-RELEASE-DATE = ZERO
                           MOVE HOLD-TYPE TO HOLD-NOTICE-TYPE
                           PERFORM 729-MATCH-ONE-HOLD-TYPE
                               VARYING HOLD-TYPE-SUB FROM 1 BY 1
                               UNTIL HOLD-TYPE-SUB > 4
                       END-IF
                   END-IF
           END-READ.

       *>Replace the hold type code with its wording when it
       *>matches this table entry.
       729-MATCH-ONE-HOLD-TYPE.
           IF HOLD-TYPE = HOLD-TYPE-CODE-T(HOLD-TYPE-SUB)
               MOVE HOLD-TYPE-DESC-T(HOLD-TYPE-SUB)
                   TO HOLD-NOTICE-TYPE
           END-IF.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
           DISPLAY COUNTERS.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE WAITLIST-FILE STUDENT-FILE-IO CRS-MAST-IN
                 NOTICE-FILE-OUT JOURNAL3-FILE HOLD-FILE.

       end program PROJECT27.
