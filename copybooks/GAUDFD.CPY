      *>Shared FD record layout for GRDAUDIT.TXT, the grade
      *>amendment audit file. PROJECT29 appends one record here for
      *>every amendment it applies to a closed term on TERMHIST.TXT:
      *>when it was made, the student, term and course amended, the
      *>old and new course average, the reason code and the
      *>instructor who approved the change, and the full 93-byte
      *>TERM-HIST-REC as it stood before and after, so every mark
      *>changed after the term closed can be traced and, if need
      *>be, put back. The file is only ever appended to.
       01  GRADE-AUDIT-REC.
           05  GAUD-TIMESTAMP       PIC 9(14).
           05  GAUD-STUDENT-NUMBER  PIC 9(9).
           05  GAUD-TERM-ID         PIC 9(4).
           05  GAUD-COURSE-CODE     PIC X(7).
           05  GAUD-OLD-AVER        PIC 9(3)V99.
           05  GAUD-NEW-AVER        PIC 9(3)V99.
           05  GAUD-REASON-CODE     PIC X(2).
           05  GAUD-INSTRUCTOR      PIC X(20).
           05  GAUD-BEFORE-IMAGE    PIC X(93).
           05  GAUD-AFTER-IMAGE     PIC X(93).
