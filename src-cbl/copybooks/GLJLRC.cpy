      *================================================================
      *  GLJLRC.cpy
      *
      *  FD and record layout for the general ledger interface file
      *  (see GLJLFD.cpy for the matching FILE-CONTROL SELECT).
      *  Fixed format, agreed with the ledger upload:
      *    JL - one journal line per site and cost centre: the
      *         accounting period (YYYYMM), the site, the cost
      *         centre, the ledger account, the amount (2 decimal
      *         places, "-" in GLJL-SIGN for a credit) and a
      *         description.
      *    TR - one trailer at the end: the period, the number of
      *         JL lines and their signed total, which the upload
      *         checks the lines against.
      *  The caller is expected to MOVE SPACES TO LEDGER-RECORD
      *  before populating the named fields below, so the FILLER
      *  separators always come out as blanks.
      *================================================================
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           05  GLJL-RECORD-TYPE        PIC X(02).
               88  GLJL-JOURNAL-LINE   VALUE "JL".
               88  GLJL-TRAILER        VALUE "TR".
           05  FILLER                  PIC X(01).
           05  GLJL-PERIOD             PIC X(06).
           05  FILLER                  PIC X(01).
           05  GLJL-SITE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  GLJL-COST-CENTRE        PIC X(10).
           05  FILLER                  PIC X(01).
           05  GLJL-ACCOUNT            PIC X(10).
           05  FILLER                  PIC X(01).
           05  GLJL-AMOUNT             PIC 9(11)V99.
           05  GLJL-SIGN               PIC X(01).
           05  FILLER                  PIC X(01).
           05  GLJL-DESCRIPTION        PIC X(30).
       01  LEDGER-TRAILER-RECORD.
           05  GLTR-RECORD-TYPE        PIC X(02).
           05  FILLER                  PIC X(01).
           05  GLTR-PERIOD             PIC X(06).
           05  FILLER                  PIC X(01).
           05  GLTR-LINE-COUNT         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  GLTR-TOTAL              PIC 9(13)V99.
           05  GLTR-SIGN               PIC X(01).
