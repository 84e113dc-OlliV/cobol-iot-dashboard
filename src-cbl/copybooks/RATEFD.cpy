      *================================================================
      *  RATEFD.cpy
      *
      *  File/record description for the chargeback rate file Finance
      *  keeps (see RATERC.cpy for the matching FD and record
      *  layout).  One line per metric key per price change; read
      *  by chargeback.cbl, which prices each day's usage at the
      *  rate in effect on that day.
      *================================================================
           SELECT RATE-FILE ASSIGN TO "CHGRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
