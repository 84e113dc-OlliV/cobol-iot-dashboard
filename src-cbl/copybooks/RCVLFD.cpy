      *================================================================
      *  RCVLFD.cpy
      *
      *  File/record description for the Redis recovery log written
      *  by redis-recover.cbl (see RCVLRC.cpy for the matching FD
      *  and record layout).  One line per key the recovery job
      *  reseeded after a Redis data loss; reconcile.cbl and
      *  exception-report.cbl read it back to flag the business
      *  date as recovered.
      *================================================================
           SELECT RECOVERY-LOG-FILE ASSIGN TO "RECOVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-STATUS.
