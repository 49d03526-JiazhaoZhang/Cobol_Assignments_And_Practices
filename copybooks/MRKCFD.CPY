      *>Shared FD record layout for MRKCTL.TXT, the control record
      *>PROJECT38 writes for every course mark sheet it prints. The
      *>sheet number is the print date (YYMMDD) and the sheet's
      *>sequence within the run; the student count and the hash
      *>total of student numbers are the figures printed at the foot
      *>of the sheet. PROJECT20 proves each returned sheet on
      *>GRDTRANS.TXT against them before posting any of its marks.
      *>The file is rewritten by every PROJECT38 run, so only the
      *>sheets of the latest run can be posted.
       01  MARK-CONTROL-REC.
           05  MCTL-SHEET-NO        PIC 9(9).
           05  MCTL-COURSE-CODE     PIC X(7).
           05  MCTL-STUDENT-COUNT   PIC 9(4).
           05  MCTL-STUDENT-HASH    PIC 9(13).
           05  MCTL-PRINT-DATE      PIC 9(8).
