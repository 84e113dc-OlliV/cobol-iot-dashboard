      *================================================================
      *  CMWOFD.cpy
      *
      *  File/record description for the outbound service work-order
      *  request file the plant maintenance system (CMMS) picks up
      *  (see CMWORC.cpy for the matching FD and record layout).
      *  service-due.cbl appends one line per device that has run
      *  past its service interval; the CMMS interface collects and
      *  clears the file on its own schedule.
      *================================================================
           SELECT WORK-ORDER-FILE ASSIGN TO "CMMSWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMWO-STATUS.
