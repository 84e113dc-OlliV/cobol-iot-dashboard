      *================================================================
      *  INCDFD.cpy
      *
      *  FILE-CONTROL entry for the alert incident register (see
      *  INCDRC.cpy for the FD and record layout).  One row per
      *  incident, keyed on the metric key plus the time the
      *  incident opened, so a key's incidents sit together in the
      *  order they happened.  Written only through
      *  incident-post.cbl; read by incident-report.cbl.
      *================================================================
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-ID
               FILE STATUS IS WS-INC-STATUS.
