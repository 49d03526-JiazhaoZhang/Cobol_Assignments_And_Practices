      *>Shared FD record layout for PREREQ.TXT (indexed, keyed on
      *>PREREQ-COURSE-CODE, a CRSMAST course code), the course
      *>prerequisite file. Each record lists up to four courses a
      *>student must already have passed before adding the keyed
      *>course, each with the minimum course average that counts
      *>as a pass for it; an unused pair is a blank code and a
      *>zero mark. Maintained by PROJECT28's add/change/delete
      *>screen; read by PROJECT21's Add edit, which looks for each
      *>prerequisite in the student's TERMHIST.TXT terms. A course
      *>with no record here has no prerequisites.
       01  PREREQ-REC.
           05  PREREQ-COURSE-CODE   PIC X(7).
           05  PREREQ1-CODE         PIC X(7).
           05  PREREQ1-MIN-MARK     PIC 9(3)V99.
           05  PREREQ2-CODE         PIC X(7).
           05  PREREQ2-MIN-MARK     PIC 9(3)V99.
           05  PREREQ3-CODE         PIC X(7).
           05  PREREQ3-MIN-MARK     PIC 9(3)V99.
           05  PREREQ4-CODE         PIC X(7).
           05  PREREQ4-MIN-MARK     PIC 9(3)V99.
