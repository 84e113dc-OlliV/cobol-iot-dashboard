      *================================================================
      *  CMDNFD.cpy
      *
      *  File/record description for the inbound service completion
      *  file from the plant maintenance system (CMMS) (see
      *  CMDNRC.cpy for the matching FD and record layout).  One
      *  line per service the CMMS has closed; service-due.cbl
      *  reads it each night to reset the device's service
      *  baseline.  Lines already posted are recognised by their
      *  date and passed over, so the CMMS may resend the file.
      *================================================================
           SELECT COMPLETION-FILE ASSIGN TO "CMMSDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDN-STATUS.
