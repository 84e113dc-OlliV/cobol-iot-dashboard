      *================================================================
      *  SPOLFD.cpy
      *
      *  File/record description for the pending-push spool written
      *  by push.cbl when Redis cannot be reached (see SPOLRC.cpy for
      *  the matching FD and record layout).  One line per push held
      *  back, appended in arrival order; replayed in that same order
      *  by spool-drain.cbl once Redis answers again, and listed by
      *  the morning exception report while anything is still on it.
      *================================================================
           SELECT PUSH-SPOOL-FILE ASSIGN TO "PUSHSPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
