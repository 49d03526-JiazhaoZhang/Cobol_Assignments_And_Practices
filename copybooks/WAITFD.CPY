      *>Shared FD record layout for WAITLIST.TXT (indexed, keyed on
      *>course code plus the time the request came in), the course
      *>waitlist for drop/add week. PROJECT21 writes one record when
      *>an Add finds the course at its COURSE-SEAT-LIMIT-MAST, or
      *>finds other students already waiting for it; the key keeps
      *>each course's requests in the order they arrived, with
      *>WAIT-REQUEST-SEQ breaking a tie inside the same second.
      *>PROJECT27's promotion run reads each course's waiting
      *>requests first come, first served. WAIT-STATUS is "W"
      *>while the student is waiting, "P" once promoted into a
      *>seat, and "C" when the request is closed without a seat;
      *>WAIT-STATUS-DATE is the date it last changed. Records are
      *>kept, not deleted, so the file is the waitlist's history.
       01  WAITLIST-REC.
           05  WAIT-KEY.
               10  WAIT-COURSE-CODE     PIC X(7).
               10  WAIT-REQUEST-STAMP   PIC 9(14).
               10  WAIT-REQUEST-SEQ     PIC 9(2).
           05  WAIT-STUDENT-NUMBER  PIC 9(9).
           05  WAIT-STATUS          PIC X(1).
           05  WAIT-STATUS-DATE     PIC 9(8).
