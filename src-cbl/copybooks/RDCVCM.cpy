      *================================================================
      *  RDCVCM.cpy
      *
      *  Parameter layout passed on CALL "reading-conv" USING ... by
      *  any program that takes a gauge reading in as text or prints
      *  one out.  Copied into WORKING-STORAGE by the callers and
      *  into the LINKAGE SECTION of reading-conv.cbl so the two
      *  always agree on the shape.
      *
      *  A gauge reading is held everywhere - Redis, HISTORY,
      *  GAUGSTAT, SNAPSHOT, ALERTLOG, DAILYSUM - as a signed whole
      *  number in the gauge's own scale: the reading times ten to
      *  the power of the decimal places the metric master gives
      *  the key (-18.0 C at one place is held as -180).  Counters
      *  are simply a scale of 0 decimal places.
      *
      *  RDCV-FUNCTION:
      *    PARSE    - RDCV-TEXT (e.g. "-18", "12.6", "+3.25") in,
      *               RDCV-VALUE out at RDCV-DECIMALS places.
      *               RDCV-STATUS answers OK, or BAD for anything
      *               but an optional sign, digits and one point,
      *               more significant decimal places than the key
      *               carries, or more than nine digits held.
      *    FORMAT   - RDCV-VALUE in, RDCV-TEXT out: the reading at
      *               RDCV-DECIMALS places, left-justified, followed
      *               by RDCV-UNIT (e.g. "-18.0 C").  RDCV-STATUS
      *               answers OK.
      *================================================================
       01  READING-CONV-PARMS.
           05  RDCV-FUNCTION           PIC X(08).
           05  RDCV-TEXT               PIC X(20).
           05  RDCV-DECIMALS           PIC 9(01).
           05  RDCV-UNIT               PIC X(08).
           05  RDCV-VALUE              PIC S9(09).
           05  RDCV-STATUS             PIC X(08).
               88  RDCV-OK             VALUE "OK".
