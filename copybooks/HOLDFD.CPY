      *>Shared FD record layout for HOLDS.TXT (indexed, keyed on
      *>student number plus hold type), the student holds master.
      *>A student may carry one hold of each type at a time:
      *>  F financial, A academic probation, D disciplinary,
      *>  L library.
      *>A hold is active while HOLD-RELEASE-DATE is zero; releasing
      *>it stamps the date and who released it, and the record is
      *>kept as the hold's history until the same type is placed
      *>again over it. HOLD-PLACED-BY is the operator who placed
      *>it, or NIGHTLY for a financial hold placed by PROJECT33's
      *>overdue run, which only ever releases the holds it placed
      *>itself. Maintained by PROJECT32's place/release screen;
      *>read by PROJECT1's changes, PROJECT14's transcripts and
      *>PROJECT21's adds, each of which refuses a student with any
      *>active hold and quotes the hold, and by PROJECT27's
      *>waitlist promotion, which leaves a student on hold waiting.
       01  HOLD-REC.
           05  HOLD-KEY.
               10  HOLD-STUDENT-NUMBER  PIC 9(9).
               10  HOLD-TYPE            PIC X(1).
           05  HOLD-DATE-PLACED     PIC 9(8).
           05  HOLD-PLACED-BY       PIC X(8).
           05  HOLD-REASON          PIC X(30).
           05  HOLD-RELEASE-DATE    PIC 9(8).
           05  HOLD-RELEASED-BY     PIC X(8).
