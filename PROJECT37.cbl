       program-id. PROJECT37.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program prints the security exception report from
      * SECLOG.TXT, the log every maintenance screen that signs an
      * operator on against OPERATORS.TXT appends to (PROJECT1,
      * PROJECT10, PROJECT11, PROJECT21, PROJECT28, PROJECT30,
      * PROJECT32 and PROJECT36). Each failed sign-on try and each
      * function refused for want of authority is listed on
      * SECRPT.TXT in the order it happened, with the date and
      * time, the program, the user ID as keyed, what happened,
      * and the function refused (or why the sign-on failed) and
      * the student, course or operator it was tried against.
      * Counts of log records read, failed sign-ons and refused
      * functions close the report. A run with no log behind it
      * reports nothing logged rather than stopping.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO "C:\COBOL\SECLOG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SECURITY-LOG-STATUS.
           SELECT SEC-RPT-FILE-OUT
               ASSIGN TO "C:\COBOL\SECRPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD SECURITY-LOG-FILE.
           COPY SECLFD.

       FD  SEC-RPT-FILE-OUT.
       01  SEC-RPT-RECORD-OUT  PIC X(90).

       working-storage section.
       01  SEC-RPT-TITLE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(34)
                   VALUE   "SECURITY EXCEPTION REPORT  RUN ON ".
           05  TITLE-RUN-DATE  PIC 9(8).

       01  SEC-RPT-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "DATE".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(6)    VALUE   "TIME".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "PROGRAM".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "USER ID".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(16)   VALUE   "EXCEPTION".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(20)   VALUE   "FUNCTION/REASON".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "KEY".

       01  SEC-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-DATE        PIC 9(8).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-TIME        PIC 9(6).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-PROGRAM     PIC X(9).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-USER-ID     PIC X(8).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-EXCEPTION   PIC X(16).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-FUNCTION    PIC X(20).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SRL-KEY         PIC X(9).

       01  NO-LOG-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(40)
                   VALUE   "NO SECURITY EXCEPTIONS LOGGED".

       01  TIMESTAMP-WS.
           05  LOG-DATE-WS     PIC 9(8).
           05  LOG-TIME-WS     PIC 9(6).

       01  FLAGS.
           05  LOG-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  LOG-AVAIL-FLAG  PIC X(1)    VALUE   "Y".

       01  FILE-STATUS-WS.
           05  SECURITY-LOG-STATUS     PIC X(2)    VALUE "00".

       01  COUNTERS.
           05  FILLER          PIC X(14)   VALUE "RECORDS READ  ".
           05  RECORDS-IN-CTR  PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(18)   VALUE "  FAILED SIGN-ONS ".
           05  FAILED-CTR      PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(20)
                   VALUE "  REFUSED FUNCTIONS ".
           05  REFUSED-CTR     PIC 9(6)    VALUE ZERO.

       procedure division.

       *>Main module for the project.
       100-REPORT-SECURITY-LOG.
           PERFORM 201-INIT-SECURITY-RPT.
           PERFORM 202-REPORT-ONE-EXCEPTION
               UNTIL LOG-EOF-FLAG = "Y".
           PERFORM 203-TERM-SECURITY-RPT.
           STOP RUN.

       *>Initialization:
       *>Open files, write the headings, read the first record.
       201-INIT-SECURITY-RPT.
           PERFORM 701-OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TITLE-RUN-DATE.
           WRITE SEC-RPT-RECORD-OUT FROM SEC-RPT-TITLE.
           WRITE SEC-RPT-RECORD-OUT FROM SEC-RPT-HEADER.
           PERFORM 703-READ-LOG-RECORD.

       *>Report module:
       *>List this exception and count it, repeat until the last
       *>record.
       202-REPORT-ONE-EXCEPTION.
           PERFORM 704-WRITE-EXCEPTION-LINE.
           PERFORM 703-READ-LOG-RECORD.

       *>Termination module:
       *>Write and display the audit trail, close the files.
       203-TERM-SECURITY-RPT.
           IF RECORDS-IN-CTR = ZERO
               WRITE SEC-RPT-RECORD-OUT FROM NO-LOG-LINE
           END-IF.
           WRITE SEC-RPT-RECORD-OUT FROM COUNTERS.
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Open the log and the report. With no log on file no
       *>operator has been refused yet.
       701-OPEN-FILES.
           OPEN OUTPUT SEC-RPT-FILE-OUT.
           OPEN INPUT SECURITY-LOG-FILE.
           IF SECURITY-LOG-STATUS NOT = "00"
               MOVE "N" TO LOG-AVAIL-FLAG
               MOVE "Y" TO LOG-EOF-FLAG
           END-IF.

       *>Read the next log record, add counter every time
       703-READ-LOG-RECORD.
           IF LOG-EOF-FLAG NOT = "Y"
               READ SECURITY-LOG-FILE
               AT END MOVE "Y" TO LOG-EOF-FLAG
               NOT AT END ADD 1 TO RECORDS-IN-CTR
               END-READ
           END-IF.

       *>Write this exception's report line, naming the event and
       *>counting it by kind.
       704-WRITE-EXCEPTION-LINE.
           MOVE SECL-TIMESTAMP TO TIMESTAMP-WS.
           MOVE LOG-DATE-WS    TO SRL-DATE.
           MOVE LOG-TIME-WS    TO SRL-TIME.
           MOVE SECL-PROGRAM   TO SRL-PROGRAM.
           MOVE SECL-USER-ID   TO SRL-USER-ID.
           MOVE SECL-FUNCTION  TO SRL-FUNCTION.
           MOVE SECL-KEY       TO SRL-KEY.
           EVALUATE SECL-EVENT
               WHEN "F"
                   MOVE "FAILED SIGN-ON  " TO SRL-EXCEPTION
                   ADD 1 TO FAILED-CTR
               WHEN "R"
                   MOVE "REFUSED FUNCTION" TO SRL-EXCEPTION
                   ADD 1 TO REFUSED-CTR
               WHEN OTHER
                   MOVE "UNKNOWN EVENT   " TO SRL-EXCEPTION
           END-EVALUATE.
           WRITE SEC-RPT-RECORD-OUT FROM SEC-LINE-RECORD.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
           DISPLAY COUNTERS.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE SEC-RPT-FILE-OUT.
           IF LOG-AVAIL-FLAG = "Y"
               CLOSE SECURITY-LOG-FILE
           END-IF.

       end program PROJECT37.
