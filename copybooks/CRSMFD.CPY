      *>delete screen; read by every program that resolves a course
      *>code: PROJECT3, PROJECT5. A course is only resolved while
      *>COURSE-ACTIVE-MAST is "A"; retiring a course sets it to "I"
      *>instead of deleting the row. COURSE-SEAT-LIMIT-MAST is the
      *>most students the course may carry at once; PROJECT21 sends
      *>an Add past it to WAITLIST.TXT and PROJECT27 seats the
      *>waitlist as drops free places. A limit of zero means the
      *>course is not capped.
       01  COURSE-MASTER-REC.
           05  COURSE-CODE-MAST     PIC X(7).
           05  COURSE-NAME-MAST     PIC X(15).
           05  COURSE-CREDITS-MAST  PIC 9(2).
           05  COURSE-FEE-MAST      PIC 9(4)V99.
           05  COURSE-ACTIVE-MAST   PIC X(1).
           05  COURSE-SEAT-LIMIT-MAST PIC 9(3).
