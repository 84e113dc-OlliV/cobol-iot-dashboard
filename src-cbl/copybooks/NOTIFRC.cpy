      *  tier and recipient columns sit at the end of the record
      *  so gateways reading the old shape still work; a blank
      *  recipient means the rota file had no entry and the
      *  gateway falls back to its own default address).  After
      *  those, for the same reason, the value and the limit as
      *  the recipient should read them - signed, at the key's
      *  decimal places, with its unit ("-18.0 C"; a stale feed's
      *  limit reads as a sample count) - since the numeric
      *  columns carry a gauge's scaled magnitude only.  The
      *  caller is expected to MOVE SPACES TO NOTIFY-RECORD before
      *  populating the named fields below, so the FILLER
      *  separators always come out as blanks.
           05  NOTIFY-TIER             PIC 9(01).
           05  FILLER                  PIC X(01).
           05  NOTIFY-RECIPIENT        PIC X(40).
           05  FILLER                  PIC X(01).
           05  NOTIFY-VALUE-TEXT       PIC X(20).
           05  FILLER                  PIC X(01).
           05  NOTIFY-LIMIT-TEXT       PIC X(20).
