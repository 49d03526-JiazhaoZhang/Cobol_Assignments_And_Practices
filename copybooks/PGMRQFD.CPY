      *>Shared FD record layout for PGMREQ.TXT (indexed, keyed on
      *>REQ-PROGRAM-CODE, a code from PROJECT1's VALID-PROGRAM-
      *>TABLE), the program requirements file. Each record holds
      *>what a student registered in the program must complete to
      *>graduate: the total credit hours earned, the minimum
      *>cumulative average, the course average that counts as a
      *>pass, and up to eight required CRSMAST course codes (an
      *>unused slot is blank). Maintained by PROJECT30's add/
      *>change/delete screen; read by PROJECT31's degree audit.
       01  PGM-REQ-REC.
           05  REQ-PROGRAM-CODE     PIC A(3).
           05  REQ-TOTAL-CREDITS    PIC 9(3).
           05  REQ-MIN-AVERAGE      PIC 9(3)V99.
           05  REQ-PASS-MARK        PIC 9(3)V99.
           05  REQ1-COURSE-CODE     PIC X(7).
           05  REQ2-COURSE-CODE     PIC X(7).
           05  REQ3-COURSE-CODE     PIC X(7).
           05  REQ4-COURSE-CODE     PIC X(7).
           05  REQ5-COURSE-CODE     PIC X(7).
           05  REQ6-COURSE-CODE     PIC X(7).
           05  REQ7-COURSE-CODE     PIC X(7).
           05  REQ8-COURSE-CODE     PIC X(7).
