      *================================================================
      *  ADJJFD.cpy
      *
      *  File/record description for the count-adjustment journal
      *  written by count-adjust.cbl (see ADJJRC.cpy for the
      *  matching FD and record layout).  One line per approved
      *  manual adjustment; adjust-report.cbl lists it monthly for
      *  the auditors.
      *================================================================
           SELECT ADJUSTMENT-JOURNAL-FILE ASSIGN TO "ADJJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJJ-STATUS.
