      *>Shared FD record layout for RUNPARM.TXT, the run-control
      *>parameter file read at initialization by the batch programs
      *>(PROJECT3, PROJECT6, PROJECT12, PROJECT33) in place of
      *>hard-coded working-storage constants. One record, all
      *>digits:
      *>  cols 1-6   overdue tuition threshold, 9999V99
      *>  cols 7-9   checkpoint interval in records
      *>  cols 10-17 run-date override YYYYMMDD for the audit-trail
      *>             stamp; all zeros means stamp the real date
      *>  cols 18-22 returned-item (NSF) fee, 999V99
      *>Each program edits the values it uses and refuses to start
      *>when the file is missing or a value fails its edit, and
      *>echoes the values it ran with onto its output so the run is
           05  PARM-TUITION-THRESHOLD   PIC 9(4)V99.
           05  PARM-CHECKPOINT-INTERVAL PIC 9(3).
           05  PARM-RUN-DATE-OVERRIDE   PIC 9(8).
           05  PARM-NSF-FEE             PIC 9(3)V99.
