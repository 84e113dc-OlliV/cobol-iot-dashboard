      *================================================================
      *  RCVLRC.cpy
      *
      *  FD and record layout for the Redis recovery log (see
      *  RCVLFD.cpy for the matching FILE-CONTROL SELECT).  One line
      *  per key reseeded by redis-recover.cbl: the business date
      *  and clock time (HHMMSS) of the recovery run, the key and
      *  its type, where the restored baseline came from (HISTORY
      *  sample or SNAPSHOT row) and the clock time that source was
      *  taken, the restored baseline itself, whatever had already
      *  arrived on the empty key since the loss, the value the key
      *  was left holding, and the unaccounted gap in minutes
      *  between the baseline and the recovery run - pushes that
      *  landed inside that gap are gone for good.  A gauge value
      *  below zero carries "-" in the sign columns at the end of
      *  the row.  The caller is expected to MOVE SPACES TO
      *  RECOVERY-LOG-RECORD before populating the named fields
      *  below, so the FILLER separators always come out as
      *  blanks.
      *================================================================
       FD  RECOVERY-LOG-FILE.
       01  RECOVERY-LOG-RECORD.
           05  RCVL-BUS-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RCVL-TIME               PIC X(06).
           05  FILLER                  PIC X(01).
           05  RCVL-KEY                PIC X(30).
           05  FILLER                  PIC X(01).
           05  RCVL-TYPE               PIC X(01).
           05  FILLER                  PIC X(01).
           05  RCVL-SOURCE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  RCVL-ASOF-TIME          PIC X(06).
           05  FILLER                  PIC X(01).
           05  RCVL-RESTORED           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RCVL-SINCE-LOSS         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RCVL-NEW-VALUE          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  RCVL-GAP-MINUTES        PIC 9(04).
           05  FILLER                  PIC X(01).
           05  RCVL-RESTORED-SIGN      PIC X(01).
               88  RCVL-RESTORED-NEGATIVE
                                       VALUE "-".
           05  RCVL-NEW-VALUE-SIGN     PIC X(01).
               88  RCVL-NEW-VALUE-NEGATIVE
                                       VALUE "-".
