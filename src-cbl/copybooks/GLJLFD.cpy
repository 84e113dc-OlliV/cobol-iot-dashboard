      *================================================================
      *  GLJLFD.cpy
      *
      *  File/record description for the general ledger interface
      *  file of usage chargeback journal lines (see GLJLRC.cpy for
      *  the matching FD and record layout).  Written whole by each
      *  monthly chargeback.cbl run; the scheduler points GLCHARGE
      *  at the month's generation for the ledger upload.
      *================================================================
           SELECT LEDGER-FILE ASSIGN TO "GLCHARGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
