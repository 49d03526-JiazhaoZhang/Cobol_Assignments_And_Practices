      *>Shared FD record layout for GRDTRANS.TXT, the departments'
      *>end-of-term marks posted into STUFILE3.TXT by PROJECT20.
      *>PROJECT38 writes the file as the turnaround to its printed
      *>course mark sheets: one record per student on a sheet, the
      *>mark left blank (TRANS-AVERAGE-X) for the department to key,
      *>and TRANS-SHEET-NO-IN carrying the sheet's control number so
      *>PROJECT20 can prove the returned sheet against MRKCTL.TXT.
      *>A mark keyed from any other list leaves the sheet number
      *>blank and posts without the sheet proof.
       01  GRADE-TRANS-RECORD.
           05  TRANS-STU-NUMBER-IN  PIC 9(9).
           05  TRANS-COURSE-CODE-IN PIC X(7).
           05  TRANS-AVERAGE-IN     PIC 9(3)V99.
           05  TRANS-AVERAGE-X REDEFINES TRANS-AVERAGE-IN
                                    PIC X(5).
           05  TRANS-SHEET-NO-IN    PIC X(9).
