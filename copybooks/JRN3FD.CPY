      *>PROJECT19 replays the journal against a restored backup of
      *>the file to rebuild it after corruption. Images are the full
      *>127-byte STUDENT-RECORD-IN layout; an image that does not
      *>apply to the transaction is spaces. JRN3-OPERATOR-ID is the
      *>user ID of the operator signed on to the screen that made
      *>the change (PROJECT10, PROJECT21), or the batch program's
      *>own ID (PROJ9, PROJ12, PROJ18, PROJ20, PROJ24, PROJ27) for
      *>a change no operator keyed.
       01  JOURNAL3-RECORD.
           05  JRN3-TRANS-CODE     PIC X(1).
           05  JRN3-TIMESTAMP      PIC 9(14).
           05  JRN3-BEFORE-IMAGE   PIC X(127).
           05  JRN3-AFTER-IMAGE    PIC X(127).
           05  JRN3-OPERATOR-ID    PIC X(8).
