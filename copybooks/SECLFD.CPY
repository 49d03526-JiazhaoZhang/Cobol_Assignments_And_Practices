      *>Shared FD record layout for SECLOG.TXT, the security
      *>exception log. Every program that signs an operator on
      *>against OPERATORS.TXT (PROJECT1, PROJECT10, PROJECT11,
      *>PROJECT21, PROJECT28, PROJECT30, PROJECT32, PROJECT36)
      *>appends one record here for each failed sign-on try and
      *>each function refused for want of authority:
      *>  F failed sign-on  - function is why (unknown user ID or
      *>                      wrong password), key is blank
      *>  R refused function - function is the one refused, key is
      *>                      the student, course or operator it
      *>                      was tried against (blank when refused
      *>                      before a key was entered)
      *>The file is only ever appended to; PROJECT37 lists it on
      *>the security exception report.
       01  SECURITY-LOG-REC.
           05  SECL-TIMESTAMP       PIC 9(14).
           05  SECL-PROGRAM         PIC X(9).
           05  SECL-USER-ID         PIC X(8).
           05  SECL-EVENT           PIC X(1).
           05  SECL-FUNCTION        PIC X(20).
           05  SECL-KEY             PIC X(9).
