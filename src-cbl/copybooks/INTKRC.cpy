      *  gauge) and the reading's business timestamp, and one "T"
      *  trailer carrying the detail row count and the hash total
      *  of the count fields - batch-intake.cbl must balance both
      *  before it applies anything.  A gauge row may instead carry
      *  its closing reading as text in the reading column - signed,
      *  with up to the key's decimal places ("-18.5") - which is
      *  then what gets applied; a blank reading column means the
      *  count field holds the reading as a whole number already
      *  scaled to the key's decimal places, which is all a site
      *  could send before the column existed.  The hash total is
      *  always over the count fields.
      *================================================================
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05  INTAKE-DTL-COUNT        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  INTAKE-DTL-TIMESTAMP    PIC X(14).
           05  FILLER                  PIC X(01).
           05  INTAKE-DTL-READING      PIC X(10).

       01  INTAKE-TRAILER-REC.
           05  FILLER                  PIC X(01).
