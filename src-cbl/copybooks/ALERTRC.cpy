      *  carries whichever limit was breached, and ALERT-REASON says
      *  which way (OVER-THRESH / UNDER-THRESH) or, for a feed whose
      *  samples have stopped moving, STALE-FEED (the limit field
      *  then carries the stale-sample count that tripped it).  A
      *  gauge reading or limit below zero carries "-" in the sign
      *  columns at the end of the row.  The caller is expected
      *  to MOVE SPACES TO ALERT-RECORD before populating the named
      *  fields below, so the FILLER separators always come out as
      *  blanks.
           05  ALERT-THRESHOLD         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  ALERT-REASON            PIC X(12).
           05  FILLER                  PIC X(01).
           05  ALERT-VALUE-SIGN        PIC X(01).
               88  ALERT-VALUE-NEGATIVE
                                       VALUE "-".
           05  ALERT-THRESH-SIGN       PIC X(01).
               88  ALERT-THRESH-NEGATIVE
                                       VALUE "-".
