      *================================================================
      *  PHLDRC.cpy
      *
      *  FD and record layout for the held-push file (see PHLDFD.cpy
      *  for the matching FILE-CONTROL SELECT).  The date the drain
      *  held the push and why, then the spooled push itself as it
      *  stood on PUSHSPOL (SPOLRC.cpy) - arrival date and time, key,
      *  type, value and sign.  Rows are appended and never taken
      *  off; exception-report windows them on the hold date.
      *  The caller is expected to MOVE SPACES TO PUSH-HELD-RECORD
      *  before populating the named fields below, so the FILLER
      *  separators always come out as blanks.
      *================================================================
       FD  PUSH-HELD-FILE.
       01  PUSH-HELD-RECORD.
           05  PHLD-HOLD-DATE          PIC X(08).
           05  FILLER                  PIC X(01).
           05  PHLD-REASON             PIC X(20).
           05  FILLER                  PIC X(01).
           05  PHLD-ARRIVAL-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  PHLD-ARRIVAL-TIME       PIC X(08).
           05  FILLER                  PIC X(01).
           05  PHLD-KEY                PIC X(30).
           05  FILLER                  PIC X(01).
           05  PHLD-TYPE               PIC X(01).
           05  FILLER                  PIC X(01).
           05  PHLD-VALUE              PIC 9(09).
           05  PHLD-SIGN               PIC X(01).
