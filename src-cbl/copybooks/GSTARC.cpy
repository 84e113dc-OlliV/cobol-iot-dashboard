      *  sampled - the shape of the gauge's day that a single
      *  closing number loses.  Computed from the HISTORY samples
      *  for the business date; a gauge with no samples that day
      *  archives no statistics row.  Readings below zero carry
      *  "-" in the sign columns at the end of the row, one per
      *  statistic, so rows written before those columns existed
      *  still read as positive.  The caller is expected to
      *  MOVE SPACES TO GAUGE-STATS-RECORD before populating the
      *  named fields below, so the FILLER separators always come
      *  out as blanks.
           05  GSTA-MEAN               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GSTA-PEAK-TIME          PIC X(06).
           05  FILLER                  PIC X(01).
           05  GSTA-MIN-SIGN           PIC X(01).
               88  GSTA-MIN-NEGATIVE   VALUE "-".
           05  GSTA-MAX-SIGN           PIC X(01).
               88  GSTA-MAX-NEGATIVE   VALUE "-".
           05  GSTA-MEAN-SIGN          PIC X(01).
               88  GSTA-MEAN-NEGATIVE  VALUE "-".
