      *  once per known metric/device key at each nightly rollover:
      *  the business date, the key, and the lifetime total Redis
      *  held for it at the moment of rollover, just before the
      *  counter is zeroed back out (for a gauge, the closing
      *  reading, with "-" in DAILY-SUM-SIGN when below zero).
      *  An approved manual count adjustment (count-adjust.cbl) is
      *  written as a row of its own, never folded into a total:
      *  DAILY-SUM-ROW-TYPE "A", the signed correction in
      *  DAILY-SUM-TOTAL/DAILY-SUM-SIGN, the adjustment's reason
      *  code, and the date it was approved and posted in
      *  DAILY-SUM-POST-DATE (the business date is the date being
      *  corrected).  Rollover and reset rows leave the row type
      *  blank, so rows written before adjustments existed read
      *  unchanged.  The caller is expected to
      *  MOVE SPACES TO DAILY-SUMMARY-RECORD before populating the
      *  named fields below, so the FILLER separators always come
      *  out as blanks.
           05  DAILY-SUM-KEY           PIC X(30).
           05  FILLER                  PIC X(01).
           05  DAILY-SUM-TOTAL         PIC 9(09).
           05  DAILY-SUM-SIGN          PIC X(01).
               88  DAILY-SUM-NEGATIVE  VALUE "-".
           05  FILLER                  PIC X(01).
           05  DAILY-SUM-ROW-TYPE      PIC X(01).
               88  DAILY-SUM-ADJUSTMENT VALUE "A".
           05  FILLER                  PIC X(01).
           05  DAILY-SUM-REASON        PIC X(14).
           05  FILLER                  PIC X(01).
           05  DAILY-SUM-POST-DATE     PIC X(08).
