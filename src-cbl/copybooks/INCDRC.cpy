      *================================================================
      *  INCDRC.cpy
      *
      *  FD and record layout for the alert incident register (see
      *  INCDFD.cpy for the matching FILE-CONTROL SELECT).  One row
      *  per incident: opened by alertmon when it first finds a key
      *  outside its limits (with the reason, the reading, and the
      *  key's site off the device master at that moment), added to
      *  by alert-dispatch on every notification sent - the count,
      *  the highest rota tier reached, and when and to whom each of
      *  tiers 1 to 3 was first told - stamped with the operator and
      *  time of the first dashboard ACK, and closed by alertmon the
      *  first run it finds the key back inside its limits.  A key
      *  has at most one OPEN incident at a time.  All stamps are
      *  YYYYMMDDHHMMSS; a blank stamp means it hasn't happened.
      *  The caller is expected to MOVE SPACES TO INCIDENT-RECORD
      *  before populating the named fields below, so the FILLER
      *  separators always come out as blanks.
      *================================================================
       FD  INCIDENT-FILE.
       01  INCIDENT-RECORD.
           05  INC-ID.
               10  INC-KEY             PIC X(30).
               10  INC-OPEN-STAMP      PIC X(14).
           05  FILLER                  PIC X(01).
           05  INC-STATUS              PIC X(01).
               88  INC-OPEN            VALUE "O".
               88  INC-CLOSED          VALUE "C".
           05  FILLER                  PIC X(01).
           05  INC-REASON              PIC X(12).
           05  FILLER                  PIC X(01).
           05  INC-SITE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  INC-OPEN-VALUE          PIC 9(09).
           05  INC-OPEN-SIGN           PIC X(01).
               88  INC-OPEN-NEGATIVE   VALUE "-".
           05  FILLER                  PIC X(01).
           05  INC-NOTIFY-COUNT        PIC 9(03).
           05  FILLER                  PIC X(01).
           05  INC-MAX-TIER            PIC 9(01).
           05  FILLER                  PIC X(01).
           05  INC-TIER-ENTRY          OCCURS 3 TIMES.
               10  INC-TIER-STAMP      PIC X(14).
               10  FILLER              PIC X(01).
               10  INC-TIER-RECIPIENT  PIC X(40).
               10  FILLER              PIC X(01).
           05  INC-ACK-STAMP           PIC X(14).
           05  FILLER                  PIC X(01).
           05  INC-ACK-OPERATOR        PIC X(20).
           05  FILLER                  PIC X(01).
           05  INC-CLEAR-STAMP         PIC X(14).
