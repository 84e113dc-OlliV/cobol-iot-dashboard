      *  columns sit at the end of the record so master files laid
      *  down before they existed still read cleanly: metric-load
      *  treats a blank type as "C" and blank numbers as 0.
      *  The unit-of-measure and decimal-places columns describe a
      *  gauge's reading ("C" at 1 place, "V" at 2): readings and
      *  both thresholds are held as whole numbers scaled by the
      *  decimal places (-18.0 at 1 place is -180, see RDCVCM.cpy),
      *  with a "-" in the matching sign column when below zero.
      *  They too sit at the end, so an older row reads as a
      *  unitless whole-number key with positive thresholds.
      *  Operations add, change, and deactivate entries through
      *  metric-maint.cbl; metric-load.cbl reads the file at startup
      *  and fills the shared in-storage table (METRICTB.cpy) that
      *  the dashboard and the batch suite enumerate, and push.cbl
      *  reads the one row it needs by key.  The caller is
      *  expected to MOVE SPACES TO METRIC-MASTER-RECORD before
      *  populating the named fields below, so the FILLER separators
      *  always come out as blanks.
           05  MMST-THRESH-LOW         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  MMST-STALE-LIMIT        PIC 9(03).
           05  FILLER                  PIC X(01).
           05  MMST-UNIT               PIC X(08).
           05  FILLER                  PIC X(01).
           05  MMST-DECIMALS           PIC 9(01).
           05  FILLER                  PIC X(01).
           05  MMST-THRESH-SIGN        PIC X(01).
               88  MMST-THRESH-NEGATIVE
                                       VALUE "-".
           05  FILLER                  PIC X(01).
           05  MMST-LOW-SIGN           PIC X(01).
               88  MMST-LOW-NEGATIVE   VALUE "-".
