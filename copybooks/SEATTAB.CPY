      *>Shared in-memory seat table: one entry per capped course on
      *>the CRSMAST course master (COURSE-SEAT-LIMIT-MAST above
      *>zero) with its seat limit and the number of students the
      *>STUFILE3.TXT course slots carry in it. Loaded at the start
      *>of the run and kept current as seats are taken and given
      *>up. Used by PROJECT21's Add edit and PROJECT27's waitlist
      *>promotion. Sized to 50 capped courses; a course beyond that
      *>is treated as not capped.
           05  SEAT-TABLE      OCCURS 50 TIMES.
               10  SEAT-COURSE-CODE PIC X(7).
               10  SEAT-LIMIT       PIC 9(3).
               10  SEAT-ENROLLED    PIC 9(4).
