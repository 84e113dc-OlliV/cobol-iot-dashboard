      *            DEVICETB.cpy's table area; it reads the
      *            operations-maintained device master (DEVMRC.cpy)
      *            and fills the table with the well-formed entries
      *            in device-ID order.  A missing device master just
      *            leaves the count 0 - the per-key figures stand on
      *            their own, the site rollups simply don't appear -
      *            so no audit line is left for it.
      *
      *  MODIFICATION HISTORY:
      *      2026-09-03  KT  Initial version.
      *      2026-10-06  KT  Master is now indexed on the device
      *                      ID - browse it with READ NEXT; table
      *                      raised from 50 to 500 devices.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. device-load.
               88  WS-DEVM-OK          VALUE "00".
               88  DEVM-EOF            VALUE "10".

       01  WS-TABLE-MAX                PIC 9(03) VALUE 500.

       LINKAGE SECTION.
       COPY DEVICETB.
      *  2000-READ-MASTER - next master row, or set EOF.
      *----------------------------------------------------------------
       2000-READ-MASTER.
           READ DEVICE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEVM-STATUS
           END-READ.
