      *================================================================
      *  PHLDFD.cpy
      *
      *  File/record description for the held-push file written by
      *  spool-drain.cbl (see PHLDRC.cpy for the matching FD and
      *  record layout).  One line per spooled push the drain took
      *  off PUSHSPOL because it can no longer be replayed - a
      *  counter push for a day rollover has already archived.
      *  exception-report.cbl reads it back so the pushes are made
      *  good by a count adjustment against the day they belong to.
      *================================================================
           SELECT PUSH-HELD-FILE ASSIGN TO "PUSHHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHLD-STATUS.
