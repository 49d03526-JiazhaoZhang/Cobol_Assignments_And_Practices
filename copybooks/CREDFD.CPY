      *>Shared FD record layout for ACCTCRED.TXT (indexed, keyed on
      *>student number), the credit-on-account file. A payment
      *>larger than the balance owed is no longer turned away: the
      *>excess is held here as a credit in the student's favour
      *>rather than driving TUITION-OWED-IN negative. PROJECT12
      *>adds an overpayment to it and takes a returned payment or
      *>a returned-item fee out of it before adding to the balance
      *>owed; PROJECT18 applies what is left to the next term's
      *>assessed charge. A student with no record has no credit.
       01  CREDIT-REC.
           05  CRED-STUDENT-NUMBER  PIC 9(9).
           05  CRED-AMOUNT          PIC 9(4)V99.
           05  CRED-LAST-DATE       PIC 9(8).
