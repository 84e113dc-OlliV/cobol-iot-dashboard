      *  record layout).  One line per device ID, mapping it to the
      *  site it belongs to; loaded at startup by device-load.cbl
      *  on behalf of the dashboard and the period report, which
      *  roll the per-key figures up by site.  Indexed on the
      *  device ID; operations keep the flat device list (DEVMSEQ)
      *  the way they keep the on-call rota and the maintenance
      *  windows, and master-load.cbl posts it to this file.
      *  service-due.cbl keeps each device's service plan columns
      *  up to date on it every night.
      *================================================================
           SELECT DEVICE-MASTER-FILE ASSIGN TO "DEVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEVM-DEVICE
               FILE STATUS IS WS-DEVM-STATUS.
