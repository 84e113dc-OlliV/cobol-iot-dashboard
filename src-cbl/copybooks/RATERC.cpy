      *================================================================
      *  RATERC.cpy
      *
      *  FD and record layout for the chargeback rate file (see
      *  RATEFD.cpy for the matching FILE-CONTROL SELECT).  Each
      *  line prices one metric key from its effective date until
      *  the key's next line takes over: the rate per counted event
      *  (6 decimal places) for a counter key, the flat monthly
      *  charge per active point (2 decimal places) for a gauge
      *  key, and the cost centre the charge is booked to at the
      *  key's site.  The rate that does not apply to the key's
      *  type is left zero.
      *================================================================
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RATE-KEY                PIC X(30).
           05  FILLER                  PIC X(01).
           05  RATE-EFF-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RATE-EVENT-RATE         PIC 9(03)V9(06).
           05  FILLER                  PIC X(01).
           05  RATE-GAUGE-CHARGE       PIC 9(07)V99.
           05  FILLER                  PIC X(01).
           05  RATE-COST-CENTRE        PIC X(10).
