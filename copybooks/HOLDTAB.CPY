      *>Shared hold-type table: each HOLDS.TXT hold type with the
      *>wording the screens and reports print for it. Used by
      *>PROJECT32's hold edits and by every program that refuses a
      *>student on hold (PROJECT1, PROJECT14, PROJECT21, PROJECT27)
      *>to quote the hold type in its refusal.
       01  HOLD-TYPE-VALUES.
           05  FILLER          PIC X(13)   VALUE "FFINANCIAL   ".
           05  FILLER          PIC X(13)   VALUE "APROBATION   ".
           05  FILLER          PIC X(13)   VALUE "DDISCIPLINARY".
           05  FILLER          PIC X(13)   VALUE "LLIBRARY     ".
       01  HOLD-TYPE-TABLE REDEFINES HOLD-TYPE-VALUES.
           05  HOLD-TYPE-ENTRY OCCURS 4 TIMES.
               10  HOLD-TYPE-CODE-T    PIC X(1).
               10  HOLD-TYPE-DESC-T    PIC X(12).
