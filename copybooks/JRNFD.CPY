      *>replays the journal against a backup copy of the file to
      *>rebuild it after corruption. Images are the full 16-byte
      *>STU-RECORD-OUT layout; an image that does not apply to the
      *>transaction is spaces. JRNL-OPERATOR-ID is the user ID of
      *>the operator signed on to PROJECT1 when the change was
      *>made.
       01  JOURNAL-RECORD.
           05  JRNL-TRANS-CODE     PIC X(1).
           05  JRNL-TIMESTAMP      PIC 9(14).
           05  JRNL-BEFORE-IMAGE   PIC X(16).
           05  JRNL-AFTER-IMAGE    PIC X(16).
           05  JRNL-OPERATOR-ID    PIC X(8).
