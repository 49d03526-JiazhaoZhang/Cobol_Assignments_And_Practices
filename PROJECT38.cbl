       program-id. PROJECT38.
       AUTHOR. JIAZHAO ZHANG.

      * ==========================================================
      * This program prints the departments' course mark sheets,
      * so end-of-term marks come back on a list the registrar's
      * office printed rather than one typed up from a handwritten
      * class list. Every course slot held on STUFILE3.TXT is
      * extracted and SORTed by course code and student name; a
      * dropped course leaves its slot blank and is not extracted,
      * so no sheet carries a student who has left the course. One
      * sheet is printed per course code on MARKSHT.TXT, headed by
      * the course name from CRSMAST.TXT and the sheet's control
      * number (the print date and the sheet's sequence in the
      * run), listing each enrolled student's number and name with
      * a blank mark column, and footed by the student count and
      * the hash total of the student numbers. The same run writes
      * MRKTURN.TXT, the turnaround in GRDTRANS.TXT layout: one
      * record per student on a sheet, the mark left blank and the
      * sheet's control number carried, for the department to key
      * the marks into and return as GRDTRANS.TXT. The count and
      * hash of every sheet go on MRKCTL.TXT, which PROJECT20
      * proves each returned sheet against before posting it, so
      * a student missed off or added to a sheet is caught. The
      * control file is rewritten each run; sheets from an earlier
      * run must be reprinted.
      * ==========================================================
       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE-IN
               ASSIGN TO "C:\COBOL\STUFILE3.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STUDENT-NUMBER-IN
                   FILE STATUS IS STUDENT-FILE-IN-STATUS.
           SELECT CRS-MAST-IN
               ASSIGN TO "C:\COBOL\CRSMAST.TXT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS COURSE-CODE-MAST
                   FILE STATUS IS CRS-MAST-IN-STATUS.
           SELECT MARK-EXTRACT-FILE
               ASSIGN TO "C:\COBOL\MRKEXTR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO "C:\COBOL\MRKSORT.WRK".
           SELECT SORTED-MARK-FILE
               ASSIGN TO "C:\COBOL\MRKSRTD.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SORTED-MARK-STATUS.
           SELECT MARK-SHEET-FILE-OUT
               ASSIGN TO "C:\COBOL\MARKSHT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-TRANS-OUT
               ASSIGN TO "C:\COBOL\MRKTURN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MARK-CONTROL-FILE
               ASSIGN TO "C:\COBOL\MRKCTL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD STUDENT-FILE-IN.
           COPY STU3FD.

       FD CRS-MAST-IN.
           COPY CRSMFD.

       FD  MARK-EXTRACT-FILE.
       01  EXTRACT-RECORD.
           05  EXT-COURSE-CODE     PIC X(7).
           05  EXT-STUDENT-LNAME   PIC X(20).
           05  EXT-STUDENT-FNAME   PIC X(20).
           05  EXT-STUDENT-NUMBER  PIC 9(9).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-COURSE-CODE     PIC X(7).
           05  SRT-STUDENT-LNAME   PIC X(20).
           05  SRT-STUDENT-FNAME   PIC X(20).
           05  SRT-STUDENT-NUMBER  PIC 9(9).

       FD  SORTED-MARK-FILE.
       01  SORTED-MARK-RECORD.
           05  SMK-COURSE-CODE     PIC X(7).
           05  SMK-STUDENT-LNAME   PIC X(20).
           05  SMK-STUDENT-FNAME   PIC X(20).
           05  SMK-STUDENT-NUMBER  PIC 9(9).

       FD  MARK-SHEET-FILE-OUT.
       01  MARK-SHEET-RECORD-OUT PIC X(80).

       FD GRADE-TRANS-OUT.
           COPY GRDTFD.

       FD MARK-CONTROL-FILE.
           COPY MRKCFD.

       working-storage section.
       01  SHEET-TITLE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(17)   VALUE   "COURSE MARK SHEET".
           05  FILLER          PIC X(6)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "SHEET NO  ".
           05  TITLE-SHEET-NO  PIC 9(9).
           05  FILLER          PIC X(6)    VALUE   SPACES.
           05  FILLER          PIC X(9)    VALUE   "PRINTED  ".
           05  TITLE-PRINT-DATE    PIC 9(8).

       01  SHEET-COURSE-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(8)    VALUE   "COURSE  ".
           05  SCL-COURSE-CODE PIC X(7).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SCL-COURSE-NAME PIC X(20).

       01  SHEET-HEADER.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(4)    VALUE   "LINE".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(10)   VALUE   "STUDENT NO".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(41)   VALUE   "STUDENT NAME".
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "  MARK ".

       01  SHEET-LINE-RECORD.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SHL-LINE-NO     PIC ZZZ9.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  SHL-STUDENT-NUMBER  PIC 9(9).
           05  FILLER          PIC X(3)    VALUE   SPACES.
           05  SHL-STUDENT-LNAME   PIC X(20).
           05  FILLER          PIC X(1)    VALUE   SPACES.
           05  SHL-STUDENT-FNAME   PIC X(20).
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(7)    VALUE   "_______".

       01  SHEET-COUNT-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(19)
                   VALUE   "STUDENTS ON SHEET  ".
           05  SCT-STUDENT-COUNT   PIC ZZZ9.
           05  FILLER          PIC X(6)    VALUE   SPACES.
           05  FILLER          PIC X(12)   VALUE   "HASH TOTAL  ".
           05  SCT-STUDENT-HASH    PIC 9(13).

       01  SHEET-RETURN-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(42)   VALUE
                   "RETURN MARKS ON MRKTURN.TXT FOR SHEET NO  ".
           05  RTN-SHEET-NO        PIC 9(9).

       01  SHEET-SIGN-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(43)   VALUE
                   "INSTRUCTOR SIGNATURE  ____________________ ".
           05  FILLER          PIC X(20)   VALUE
                   "   DATE  ___________".

       01  NO-SHEETS-LINE.
           05  FILLER          PIC X(2)    VALUE   SPACES.
           05  FILLER          PIC X(40)
                   VALUE   "NO STUDENTS ENROLLED - NO SHEETS PRINTED".

       01  NOT-ON-MASTER-NAME  PIC X(20)
                   VALUE   "NOT ON COURSE MASTER".

       01  SHEET-WS.
           05  CURRENT-COURSE-WS   PIC X(7)    VALUE   SPACES.
           05  SHEET-NO-WS.
               10  SHEET-DATE-WS   PIC 9(6)    VALUE   ZERO.
               10  SHEET-SEQ-WS    PIC 9(3)    VALUE   ZERO.
           05  SHEET-NO-NUM-WS REDEFINES SHEET-NO-WS
                                   PIC 9(9).
           05  SHEET-COUNT-WS      PIC 9(4)    VALUE   ZERO.
           05  SHEET-HASH-WS       PIC 9(13)   VALUE   ZERO.
           05  RUN-DATE-WS         PIC 9(8)    VALUE   ZERO.

       01  FLAGS.
           05  STU-EOF-FLAG    PIC X(1)    VALUE   "N".
           05  SORTED-EOF-FLAG PIC X(1)    VALUE   "N".
           05  CRS-AVAIL-FLAG  PIC X(1)    VALUE   "Y".

       01  FILE-STATUS-WS.
           05  STUDENT-FILE-IN-STATUS  PIC X(2)    VALUE "00".
           05  CRS-MAST-IN-STATUS      PIC X(2)    VALUE "00".
           05  SORTED-MARK-STATUS      PIC X(2)    VALUE "00".

       01 OTHER-VAR.
           05  SUB1        PIC 9(1)    VALUE 1.

           05  STU-COURSE-TABLE    OCCURS 6 TIMES.
               10  STU-COURSE-CODE-T      PIC X(7).

       01  COUNTERS.
           05  FILLER          PIC X(14)   VALUE "STUDENTS READ ".
           05  STUDENTS-IN-CTR PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(14)   VALUE "  SHEET LINES ".
           05  SHEET-LINES-CTR PIC 9(6)    VALUE ZERO.
           05  FILLER          PIC X(18)   VALUE "  SHEETS PRINTED  ".
           05  SHEETS-CTR      PIC 9(4)    VALUE ZERO.
           05  FILLER          PIC X(16)   VALUE "  NOT ON MASTER ".
           05  NOT-ON-MASTER-CTR   PIC 9(4)    VALUE ZERO.

       procedure division.

       *>Main module for the project.
       100-PRINT-MARK-SHEETS.
           PERFORM 201-INIT-MARK-SHEETS.
           PERFORM 202-LIST-ONE-STUDENT
               UNTIL SORTED-EOF-FLAG = "Y".
           PERFORM 203-TERM-MARK-SHEETS.
           STOP RUN.

       *>Initialization:
       *>Extract every enrolled course slot and sort it into course
       *>and name order, open the files, set the run's sheet date,
       *>read the first sorted enrolment.
       201-INIT-MARK-SHEETS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS.
           MOVE RUN-DATE-WS(3:6) TO SHEET-DATE-WS.
           PERFORM 709-EXTRACT-ENROLMENTS.
           PERFORM 710-SORT-ENROLMENTS.
           PERFORM 701-OPEN-FILES.
           PERFORM 703-READ-SORTED-REC.

       *>Sheet module:
       *>A change of course code closes the sheet in progress and
       *>starts the next; list this student on the current sheet
       *>and the turnaround, repeat until the last enrolment.
       202-LIST-ONE-STUDENT.
           IF SMK-COURSE-CODE NOT = CURRENT-COURSE-WS
               IF CURRENT-COURSE-WS NOT = SPACES
                   PERFORM 712-CLOSE-SHEET
               END-IF
               PERFORM 711-START-SHEET
           END-IF.
           PERFORM 713-WRITE-STUDENT-LINE.
           PERFORM 703-READ-SORTED-REC.

       *>Termination module:
       *>Close the last sheet, display the audit trail, close the
       *>files.
       203-TERM-MARK-SHEETS.
           IF CURRENT-COURSE-WS NOT = SPACES
               PERFORM 712-CLOSE-SHEET
           ELSE
               WRITE MARK-SHEET-RECORD-OUT FROM NO-SHEETS-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           PERFORM 707-DISPLAY-AUDIT-COUNTERS.
           PERFORM 708-CLOSE-FILES.

       *>Read STUFILE3.TXT from the start and write one extract
       *>record for every course slot that holds a code. Without
       *>the student file no sheet can be printed, and the control
       *>file for the sheets already out is left as it stands.
       709-EXTRACT-ENROLMENTS.
           OPEN INPUT STUDENT-FILE-IN.
           IF STUDENT-FILE-IN-STATUS NOT = "00"
               DISPLAY "STUDENT FILE OPEN FAILED, STATUS "
                   STUDENT-FILE-IN-STATUS
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           OPEN OUTPUT MARK-EXTRACT-FILE.
           PERFORM 704-READ-STU-RECORD.
           PERFORM 705-EXTRACT-ONE-STUDENT
               UNTIL STU-EOF-FLAG = "Y".
           CLOSE STUDENT-FILE-IN MARK-EXTRACT-FILE.

       *>Read the next student record, add counter every time
       704-READ-STU-RECORD.
           READ STUDENT-FILE-IN
           AT END MOVE "Y" TO STU-EOF-FLAG
           NOT AT END ADD 1 TO STUDENTS-IN-CTR
           END-READ.

       *>Extract this student's enrolled course slots, read the
       *>next student.
       705-EXTRACT-ONE-STUDENT.
           PERFORM 715-MOVE-RECORD-TO-TABLE.
           PERFORM 706-EXTRACT-ONE-SLOT
               VARYING SUB1 FROM 1 BY 1 UNTIL SUB1 > 6.
           PERFORM 704-READ-STU-RECORD.

       *>A slot with a course code is an enrolment on that
       *>course's sheet; a blank slot is an empty or dropped course.
       706-EXTRACT-ONE-SLOT.
           IF STU-COURSE-CODE-T(SUB1) NOT = SPACES
               MOVE STU-COURSE-CODE-T(SUB1) TO EXT-COURSE-CODE
               MOVE STUDENT-LNAME-IN        TO EXT-STUDENT-LNAME
               MOVE STUDENT-FNAME-IN        TO EXT-STUDENT-FNAME
               MOVE STUDENT-NUMBER-IN       TO EXT-STUDENT-NUMBER
               WRITE EXTRACT-RECORD
           END-IF.

       *>Copy the record just read into the working table, the same
       *>record-to-table mapping PROJECT3 uses.
       715-MOVE-RECORD-TO-TABLE.
           MOVE COURSE1-CODE-IN TO STU-COURSE-CODE-T(1).
           MOVE COURSE2-CODE-IN TO STU-COURSE-CODE-T(2).
           MOVE COURSE3-CODE-IN TO STU-COURSE-CODE-T(3).
           MOVE COURSE4-CODE-IN TO STU-COURSE-CODE-T(4).
           MOVE COURSE5-CODE-IN TO STU-COURSE-CODE-T(5).
           MOVE COURSE6-CODE-IN TO STU-COURSE-CODE-T(6).

       *>Sort the extract by course code, then by student name;
       *>students of the same name are listed by student number.
       710-SORT-ENROLMENTS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COURSE-CODE
                                SRT-STUDENT-LNAME
                                SRT-STUDENT-FNAME
                                SRT-STUDENT-NUMBER
               USING MARK-EXTRACT-FILE
               GIVING SORTED-MARK-FILE.

       *>Open the sorted enrolments, the course master for the
       *>sheet headings, and the three outputs. With no course
       *>master the sheets still print, each course shown as not
       *>on the master.
       701-OPEN-FILES.
           OPEN INPUT SORTED-MARK-FILE.
           IF SORTED-MARK-STATUS NOT = "00"
               DISPLAY "SORTED ENROLMENT OPEN FAILED, STATUS "
                   SORTED-MARK-STATUS
               DISPLAY "RUN CANCELLED"
               STOP RUN
           END-IF.
           OPEN INPUT CRS-MAST-IN.
           IF CRS-MAST-IN-STATUS NOT = "00"
               DISPLAY "WARNING: COURSE MASTER OPEN FAILED, STATUS "
                   CRS-MAST-IN-STATUS
               MOVE "N" TO CRS-AVAIL-FLAG
           END-IF.
           OPEN OUTPUT MARK-SHEET-FILE-OUT
                       GRADE-TRANS-OUT
                       MARK-CONTROL-FILE.

       *>Read the next sorted enrolment.
       703-READ-SORTED-REC.
           READ SORTED-MARK-FILE
           AT END MOVE "Y" TO SORTED-EOF-FLAG
           END-READ.

       *>Start a new sheet for this enrolment's course: number it,
       *>look the course up on the master, and write the sheet
       *>heading at the top of a new page.
       711-START-SHEET.
           ADD 1 TO SHEET-SEQ-WS
               ON SIZE ERROR
                   DISPLAY "MORE THAN 999 SHEETS IN ONE RUN"
                   DISPLAY "RUN CANCELLED"
                   PERFORM 708-CLOSE-FILES
                   STOP RUN
           END-ADD.
           ADD 1 TO SHEETS-CTR.
           MOVE SMK-COURSE-CODE TO CURRENT-COURSE-WS.
           MOVE ZERO TO SHEET-COUNT-WS SHEET-HASH-WS.
           PERFORM 714-GET-COURSE-NAME.
           MOVE SHEET-NO-NUM-WS TO TITLE-SHEET-NO.
           MOVE RUN-DATE-WS     TO TITLE-PRINT-DATE.
           MOVE CURRENT-COURSE-WS TO SCL-COURSE-CODE.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-TITLE
               AFTER ADVANCING PAGE.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-COURSE-LINE
               AFTER 1 LINE.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-HEADER
               AFTER 2 LINES.

       *>Read the course master at random for the sheet's course
       *>name. A code the master does not carry still gets its
       *>sheet, so no enrolled student goes without a mark, and is
       *>counted for the registrar to look into.
       714-GET-COURSE-NAME.
           MOVE NOT-ON-MASTER-NAME TO SCL-COURSE-NAME.
           IF CRS-AVAIL-FLAG = "Y"
               MOVE CURRENT-COURSE-WS TO COURSE-CODE-MAST
               READ CRS-MAST-IN
                   INVALID KEY
                       ADD 1 TO NOT-ON-MASTER-CTR
                   NOT INVALID KEY
                       MOVE COURSE-NAME-MAST TO SCL-COURSE-NAME
               END-READ
           ELSE
               ADD 1 TO NOT-ON-MASTER-CTR
           END-IF.

       *>List this student on the sheet with a blank mark column,
       *>write the student's turnaround record with the mark left
       *>blank, and add the student into the sheet's count and hash.
       713-WRITE-STUDENT-LINE.
           ADD 1 TO SHEET-COUNT-WS.
           ADD SMK-STUDENT-NUMBER TO SHEET-HASH-WS.
           ADD 1 TO SHEET-LINES-CTR.
           MOVE SHEET-COUNT-WS     TO SHL-LINE-NO.
           MOVE SMK-STUDENT-NUMBER TO SHL-STUDENT-NUMBER.
           MOVE SMK-STUDENT-LNAME  TO SHL-STUDENT-LNAME.
           MOVE SMK-STUDENT-FNAME  TO SHL-STUDENT-FNAME.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-LINE-RECORD
               AFTER 1 LINE.
           MOVE SMK-STUDENT-NUMBER TO TRANS-STU-NUMBER-IN.
           MOVE SMK-COURSE-CODE    TO TRANS-COURSE-CODE-IN.
           MOVE SPACES             TO TRANS-AVERAGE-X.
           MOVE SHEET-NO-WS        TO TRANS-SHEET-NO-IN.
           WRITE GRADE-TRANS-RECORD.

       *>Foot the sheet with its student count, hash total and
       *>signature line, and write its control record.
       712-CLOSE-SHEET.
           MOVE SHEET-COUNT-WS  TO SCT-STUDENT-COUNT.
           MOVE SHEET-HASH-WS   TO SCT-STUDENT-HASH.
           MOVE SHEET-NO-NUM-WS TO RTN-SHEET-NO.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-COUNT-LINE
               AFTER 2 LINES.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-RETURN-LINE
               AFTER 1 LINE.
           WRITE MARK-SHEET-RECORD-OUT FROM SHEET-SIGN-LINE
               AFTER 3 LINES.
           MOVE SHEET-NO-NUM-WS   TO MCTL-SHEET-NO.
           MOVE CURRENT-COURSE-WS TO MCTL-COURSE-CODE.
           MOVE SHEET-COUNT-WS    TO MCTL-STUDENT-COUNT.
           MOVE SHEET-HASH-WS     TO MCTL-STUDENT-HASH.
           MOVE RUN-DATE-WS       TO MCTL-PRINT-DATE.
           WRITE MARK-CONTROL-REC.

      *Write audit trail to check every record processed
       707-DISPLAY-AUDIT-COUNTERS.
           DISPLAY COUNTERS.

      *Close all the files to finish this function.
       708-CLOSE-FILES.
           CLOSE SORTED-MARK-FILE MARK-SHEET-FILE-OUT
                 GRADE-TRANS-OUT MARK-CONTROL-FILE.
           IF CRS-AVAIL-FLAG = "Y"
               CLOSE CRS-MAST-IN
           END-IF.

       end program PROJECT38.
