      *>only ever appended to: one record per charge or payment
      *>against TUITION-OWED-IN, carrying the date, the type, the
      *>amount and the balance the record left behind. Written by
      *>PROJECT12 ("P" payment posted, "R" payment returned unpaid
      *>by the bank, "F" returned-item fee charged), PROJECT18 ("C"
      *>assessed charge applied, "U" credit on account used against
      *>the charge) and PROJECT10 ("A" balance re-keyed on the
      *>completion screen, amount = the balance as keyed); read by
      *>PROJECT22's statement-of-account inquiry. Every record also
      *>carries the credit left on ACCTCRED.TXT after it, and an
      *>"R" record carries the date of the payment it returned.
      *>LEDG-OPERATOR-ID is the user ID signed on to PROJECT10 for
      *>an "A" re-key, or PROJ12 / PROJ18 for a batch posting.
       01  LEDGER-RECORD.
           05  LEDG-STUDENT-NUMBER PIC 9(9).
           05  LEDG-POST-DATE      PIC 9(8).
           05  LEDG-TYPE           PIC X(1).
           05  LEDG-AMOUNT         PIC 9(5)V99.
           05  LEDG-NEW-BALANCE    PIC 9(4)V99.
           05  LEDG-CREDIT-BALANCE PIC 9(4)V99.
           05  LEDG-REF-DATE       PIC 9(8).
           05  LEDG-OPERATOR-ID    PIC X(8).
