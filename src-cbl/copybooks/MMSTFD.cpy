      *  maintained online through metric-maint.cbl.  Given its own
      *  status field, distinct from WS-FILE-STATUS, so a program
      *  with another file already open can check each open/read
      *  result independently.  Indexed on the metric key, so
      *  push.cbl can fetch the one row it needs with a keyed READ
      *  and metric-maint can WRITE or REWRITE a single row; the
      *  loaders browse it with READ NEXT.  master-load.cbl builds
      *  it from a flat extract.
      *================================================================
           SELECT METRIC-MASTER-FILE ASSIGN TO "METRMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MMST-KEY
               FILE STATUS IS WS-MMST-STATUS.
