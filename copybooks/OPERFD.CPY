      *>Shared FD record layout for OPERATORS.TXT (indexed, keyed on
      *>user ID), the operator sign-on file. Each operator allowed
      *>at a maintenance screen has a user ID, a password, a name,
      *>and one Y/N authority flag per function:
      *>  1 registration add     (PROJECT1)
      *>  2 registration change  (PROJECT1)
      *>  3 registration delete  (PROJECT1)
      *>  4 record completion    (PROJECT10)
      *>  5 balance re-key       (PROJECT10)
      *>  6 course master        (PROJECT11 add/change/delete)
      *>  7 drop/add             (PROJECT21)
      *>  8 security             (PROJECT36 operator maintenance)
      *>  9 prerequisite override (PROJECT21 adds short of a
      *>                         prerequisite)
      *> 10 prerequisites        (PROJECT28 add/change/delete)
      *> 11 program requirements (PROJECT30 add/change/delete)
      *> 12 student holds        (PROJECT32 place/release)
      *>Each maintenance program signs the operator on against this
      *>file, refuses any function whose flag is not "Y", and
      *>stamps the user ID on every journal and ledger record it
      *>writes. OPER-AUTH-FLAG gives the flags as a table in the
      *>order above. Maintained by PROJECT36.
       01  OPERATOR-REC.
           05  OPER-USER-ID         PIC X(8).
           05  OPER-PASSWORD        PIC X(8).
           05  OPER-NAME            PIC X(20).
           05  OPER-AUTHORITY.
               10  OPER-AUTH-REG-ADD     PIC X(1).
               10  OPER-AUTH-REG-CHANGE  PIC X(1).
               10  OPER-AUTH-REG-DELETE  PIC X(1).
               10  OPER-AUTH-COMPLETE    PIC X(1).
               10  OPER-AUTH-REKEY       PIC X(1).
               10  OPER-AUTH-COURSE      PIC X(1).
               10  OPER-AUTH-DROP-ADD    PIC X(1).
               10  OPER-AUTH-SECURITY    PIC X(1).
               10  OPER-AUTH-PREREQ-OVRD PIC X(1).
               10  OPER-AUTH-PREREQ      PIC X(1).
               10  OPER-AUTH-PGM-REQ     PIC X(1).
               10  OPER-AUTH-HOLDS       PIC X(1).
           05  OPER-AUTH-TABLE REDEFINES OPER-AUTHORITY.
               10  OPER-AUTH-FLAG   PIC X(1)    OCCURS 12 TIMES.
