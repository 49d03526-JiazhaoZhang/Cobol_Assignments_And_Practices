      * over all terms closes the transcript. The transcript is
      * shown on screen and written to a print file. Course names
      * resolve here whether the course is active or retired: a
      * transcript is history, not a registration. A student with
      * an active hold on HOLDS.TXT is refused the transcript; the
      * hold type and the reason it was placed are shown instead.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TERM-HIST-KEY
                   FILE STATUS IS TERM-HIST-FILE-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO "C:\COBOL\HOLDS.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HOLD-KEY
                   FILE STATUS IS HOLD-FILE-STATUS.
           SELECT TRANSCRIPT-FILE-OUT
               ASSIGN TO "C:\COBOL\TRANSCRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD TERM-HIST-FILE.
           COPY TRMHFD.

       FD HOLD-FILE.
           COPY HOLDFD.

       FD  TRANSCRIPT-FILE-OUT.
       01  TRANSCRIPT-RECORD-OUT PIC X(73).

           05  REG-FILE-IN-STATUS  PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS  PIC X(2)    VALUE "00".
           05  TERM-HIST-FILE-STATUS   PIC X(2)    VALUE "00".
           05  HOLD-FILE-STATUS    PIC X(2)    VALUE "00".

       01  PROMPTS.
           05  STU-NUMBER-PROMPT   PIC X(26)
       01  ACK-WS.
           05  ACK-FIELD       PIC X(1).

       01  HOLD-REFUSE-MSG.
           05  FILLER          PIC X(17)
                   VALUE   "STUDENT ON HOLD: ".
           05  HOLD-REFUSE-TYPE    PIC X(12)   VALUE SPACES.

           COPY HOLDTAB.

       01  INQUIRY-WS.
           05  INQUIRY-NUMBER      PIC 9(9)    VALUE 1.
           05  OVERALL-AVERAGE-WS  PIC 9(3)V99 VALUE ZERO.
           05  CUM-AVERAGE-WS      PIC 9(3)V99 VALUE ZERO.
           05  HIST-AVAIL-FLAG     PIC X(1)    VALUE "Y".
           05  HIST-EOF-FLAG       PIC X(1)    VALUE "N".
           05  HOLD-AVAIL-FLAG     PIC X(1)    VALUE "Y".
           05  HOLD-EOF-FLAG       PIC X(1)    VALUE "N".

       01 OTHER-VAR.
           05  SUB1 PIC 9(1)    VALUE 1.
           05  HOLD-TYPE-SUB   PIC 9(1)    VALUE ZERO.
           05  ACTIVE-COURSE-COUNT PIC 9(1)    VALUE ZERO.
           05  WEIGHTED-TOTAL-WS   PIC 9(6)V99 VALUE ZERO.
           05  TOTAL-CREDITS-WS    PIC 9(3)    VALUE ZERO.
               DISPLAY "TRANSCRIPTS SHOW THE CURRENT TERM ONLY"
               MOVE "N" TO HIST-AVAIL-FLAG
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: NO HOLDS MASTER - HOLDS NOT CHECKED"
               MOVE "N" TO HOLD-AVAIL-FLAG
           END-IF.

       *>Prompt for the student number to look up; zero ends the
       *>session.
           ACCEPT  INQUIRY-NUMBER      COLUMN  2   LINE    3.

       *>Read the student's STUFILE3 record at random and, when it
       *>is on file and the student has no active hold, assemble
       *>and show the transcript.
       310-BUILD-TRANSCRIPT.
           IF INQUIRY-NUMBER = ZERO
               CONTINUE
                   INVALID KEY
                       DISPLAY NOT-FOUND-MSG  COLUMN  5   LINE    5
                   NOT INVALID KEY
                       PERFORM 724-CHECK-ACTIVE-HOLD
                       IF HOLD-REFUSE-TYPE NOT = SPACES
                           DISPLAY HOLD-REFUSE-MSG COLUMN 5  LINE    5
                           DISPLAY HOLD-REASON    COLUMN  5  LINE    6
                       ELSE
                           PERFORM 311-PRINT-TRANSCRIPT
                       END-IF
               END-READ
               PERFORM 315-PAUSE-FOR-ACK
           END-IF.
           DISPLAY TUITION-LINE-RECORD.
           WRITE TRANSCRIPT-RECORD-OUT FROM TUITION-LINE-RECORD.

       *>Look for an active hold on the student keyed. The
       *>student's holds are walked off the composite key from the
       *>first hold type; the first active one found leaves its
       *>type's wording in HOLD-REFUSE-TYPE, which stays blank when
       *>the student is clear.
       724-CHECK-ACTIVE-HOLD.
           MOVE SPACES TO HOLD-REFUSE-TYPE.
           IF HOLD-AVAIL-FLAG = "Y"
               MOVE "N" TO HOLD-EOF-FLAG
               MOVE STUDENT-NUMBER-IN TO HOLD-STUDENT-NUMBER
               MOVE LOW-VALUES TO HOLD-TYPE
               START HOLD-FILE
                   KEY IS NOT LESS THAN HOLD-KEY
                   INVALID KEY
                       MOVE "Y" TO HOLD-EOF-FLAG
               END-START
               PERFORM 725-READ-ONE-HOLD
                   UNTIL HOLD-EOF-FLAG = "Y"
                      OR HOLD-REFUSE-TYPE NOT = SPACES
           END-IF.

       *>Read the student's next hold; the walk ends at end of
       *>file, at the first hold keyed to another student, or at
       *>the first hold still active.
       725-READ-ONE-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-STUDENT-NUMBER NOT = STUDENT-NUMBER-IN
                       MOVE "Y" TO HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-RELEASE-DATE = ZERO
                           MOVE HOLD-TYPE TO HOLD-REFUSE-TYPE
                           PERFORM 726-MATCH-ONE-HOLD-TYPE
                               VARYING HOLD-TYPE-SUB FROM 1 BY 1
                               UNTIL HOLD-TYPE-SUB > 4
                       END-IF
                   END-IF
           END-READ.

       *>Replace the hold type code with its wording when it
       *>matches this table entry.
       726-MATCH-ONE-HOLD-TYPE.
           IF HOLD-TYPE = HOLD-TYPE-CODE-T(HOLD-TYPE-SUB)
               MOVE HOLD-TYPE-DESC-T(HOLD-TYPE-SUB)
                   TO HOLD-REFUSE-TYPE
           END-IF.

       *>Hold the transcript or an error message on screen until
       *>the operator acknowledges it, so it does not flash past
       *>when 302 clears the screen for the next prompt.
           IF HIST-AVAIL-FLAG = "Y"
               CLOSE TERM-HIST-FILE
           END-IF.
           IF HOLD-AVAIL-FLAG = "Y"
               CLOSE HOLD-FILE
           END-IF.

       *>Display the termination message.
       306-DISPLAY-TERM-MSG.
