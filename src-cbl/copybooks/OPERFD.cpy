      *================================================================
      *  OPERFD.cpy
      *
      *  FILE-CONTROL entry for the operator authorization master
      *  (see OPERRC.cpy for the FD and record layout).  One row per
      *  operator ID allowed to use the dashboard and metric-maint,
      *  with the roles they hold.  Indexed on the operator ID so
      *  oper-check.cbl can fetch the one row it needs; plant
      *  security keeps the flat operator list (OPERSEQ) and
      *  master-load.cbl posts it to this file.
      *================================================================
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.
