      *  FD and record layout for the counter-history file (see
      *  HISTFD.cpy for the matching FILE-CONTROL SELECT).  One line
      *  per key per sample, appended by history-sample.cbl each time
      *  it runs and read back in order by history-report.cbl.  A
      *  gauge sample below zero carries "-" in HIST-SIGN right
      *  after the digits (blank for zero and up, which is also how
      *  every counter row and every older row reads).  The caller
      *  is expected to MOVE SPACES TO HISTORY-RECORD before
      *  populating the named fields below, so the FILLER separators
      *  always come out as blanks.
      *================================================================
           05  HIST-KEY                PIC X(30).
           05  FILLER                  PIC X(01).
           05  HIST-VALUE              PIC 9(09).
           05  HIST-SIGN               PIC X(01).
               88  HIST-NEGATIVE       VALUE "-".
