      *  events-per-minute rate (always 0 for a gauge), the
      *  configured alert threshold, the alert-pending state (0 =
      *  clear, or alertmon's reason code 1/2/3), and the capture
      *  timestamp again, then - added at the end so an existing
      *  loader's column positions hold - the sign columns for the
      *  value and threshold ("-" when below zero) and the key's
      *  decimal places and unit: a gauge value and threshold are
      *  whole numbers scaled by the decimal places (-180 at 1
      *  place is -18.0 C).  Columns are fixed-width with one blank
      *  between each, so the file splits on position or on
      *  whitespace alike.  The caller is expected to MOVE SPACES
      *  to the record before populating the named fields below,
           05  SNAP-REC-TYPE           PIC X(01).
               88  SNAP-HEADER-TYPE    VALUE "H".
               88  SNAP-DETAIL-TYPE    VALUE "D".
           05  FILLER                  PIC X(98).

       01  SNAPSHOT-HEADER-REC.
           05  FILLER                  PIC X(01).
           05  FILLER                  PIC X(01).
           05  SNAP-HDR-TIMESTAMP      PIC X(17).
           05  FILLER                  PIC X(80).

       01  SNAPSHOT-DETAIL-REC.
           05  FILLER                  PIC X(01).
           05  SNAP-DTL-PENDING        PIC 9(01).
           05  FILLER                  PIC X(01).
           05  SNAP-DTL-TIMESTAMP      PIC X(17).
           05  FILLER                  PIC X(01).
           05  SNAP-DTL-VALUE-SIGN     PIC X(01).
               88  SNAP-DTL-VALUE-NEGATIVE
                                       VALUE "-".
           05  FILLER                  PIC X(01).
           05  SNAP-DTL-THRESH-SIGN    PIC X(01).
               88  SNAP-DTL-THRESH-NEGATIVE
                                       VALUE "-".
           05  FILLER                  PIC X(01).
           05  SNAP-DTL-DECIMALS       PIC 9(01).
           05  FILLER                  PIC X(01).
           05  SNAP-DTL-UNIT           PIC X(08).
