      *
      *  KNOWN-METRIC-COUNT is 0 until metric-load has run (and
      *  stays 0 when the master file cannot be read - metric-load
      *  leaves the audit trail entry for that).  The table holds up
      *  to 500 keys, in key order (the master is keyed on the
      *  metric key); per-key work tables in the programs that copy
      *  this are sized to match.
      *
      *  Thresholds are signed and, like the readings themselves,
      *  scaled by the key's decimal places; KNOWN-METRIC-UNIT and
      *  KNOWN-METRIC-DECIMALS are what reading-conv needs to parse
      *  or print a reading for the key.
      *
      *  NOTE: redis_cmd_int has no key-enumeration verb (no KEYS /
      *  SCAN), so "every key we know about" has to be a maintained
      *  list rather than something discovered at run time.
      *================================================================
       01  KNOWN-METRIC-TABLE.
           05  KNOWN-METRIC-COUNT      PIC 9(03) VALUE 0.
           05  KNOWN-METRIC-ENTRY      OCCURS 500 TIMES.
               10  KNOWN-METRIC-KEY    PIC X(30).
               10  KNOWN-METRIC-THRESH PIC S9(09).
               10  KNOWN-METRIC-DESC   PIC X(40).
               10  KNOWN-METRIC-TYPE   PIC X(01).
                   88  KNOWN-METRIC-IS-COUNTER
                   88  KNOWN-METRIC-IS-GAUGE
                                       VALUE "G".
               10  KNOWN-METRIC-THRESH-LOW
                                       PIC S9(09).
               10  KNOWN-METRIC-STALE-LIMIT
                                       PIC 9(03).
               10  KNOWN-METRIC-UNIT   PIC X(08).
               10  KNOWN-METRIC-DECIMALS
                                       PIC 9(01).
