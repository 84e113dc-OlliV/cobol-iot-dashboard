      *================================================================
      *  SPOLRC.cpy
      *
      *  FD and record layout for the pending-push spool (see
      *  SPOLFD.cpy for the matching FILE-CONTROL SELECT).  Carries
      *  what the drain needs to replay the push exactly as push.cbl
      *  would have applied it: when it arrived (date and time to the
      *  hundredth, so a gauge reading can be compared against the
      *  age of the live one), the known Redis key, the key's type
      *  off the metric master (C counter / G gauge), and the value -
      *  the validated reading for a gauge (scaled by the key's
      *  decimal places, "-" in SPOL-SIGN when below zero), 1 for a
      *  counter event.
      *  The caller is expected to MOVE SPACES TO PUSH-SPOOL-RECORD
      *  before populating the named fields below, so the FILLER
      *  separators always come out as blanks.
      *================================================================
       FD  PUSH-SPOOL-FILE.
       01  PUSH-SPOOL-RECORD.
           05  SPOL-ARRIVAL-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  SPOL-ARRIVAL-TIME       PIC X(08).
           05  FILLER                  PIC X(01).
           05  SPOL-KEY                PIC X(30).
           05  FILLER                  PIC X(01).
           05  SPOL-TYPE               PIC X(01).
               88  SPOL-IS-COUNTER     VALUE "C".
               88  SPOL-IS-GAUGE       VALUE "G".
           05  FILLER                  PIC X(01).
           05  SPOL-VALUE              PIC 9(09).
           05  SPOL-SIGN               PIC X(01).
               88  SPOL-NEGATIVE       VALUE "-".
