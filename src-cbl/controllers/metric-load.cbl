      *            it reads the operations-maintained metric master
      *            file (MMSTRC.cpy, kept current by metric-maint)
      *            and fills the table with the active entries in
      *            key order.  The caller gets KNOWN-METRIC-COUNT
      *            back as 0 when the master file cannot be opened -
      *            the failure is audit-logged here so every caller
      *            behaves the same way without its own handling.
      *                      rows default to counter / 0.
      *      2026-08-22  KT  Carry the per-key staleness limit for
      *                      alertmon's dead-feed check.
      *      2026-10-02  KT  Carry unit of measure, decimal places,
      *                      and signed thresholds; old rows load
      *                      as unitless whole-number keys.
      *      2026-10-06  KT  Master is now indexed on the metric
      *                      key - browse it with READ NEXT; table
      *                      raised from 50 to 500 keys.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. metric-load.
               88  WS-MMST-OK          VALUE "00".
               88  MMST-EOF            VALUE "10".

       01  WS-TABLE-MAX                PIC 9(03) VALUE 500.

       COPY AUDITCOM.

      *  2000-READ-MASTER - next master row, or set EOF.
      *----------------------------------------------------------------
       2000-READ-MASTER.
           READ METRIC-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-MMST-STATUS
           END-READ.
                   KNOWN-METRIC-KEY(KNOWN-METRIC-COUNT)
               MOVE MMST-THRESHOLD TO
                   KNOWN-METRIC-THRESH(KNOWN-METRIC-COUNT)
               IF MMST-THRESH-NEGATIVE
                   COMPUTE KNOWN-METRIC-THRESH(KNOWN-METRIC-COUNT) =
                       0 - MMST-THRESHOLD
               END-IF
               MOVE MMST-DESCRIPTION TO
                   KNOWN-METRIC-DESC(KNOWN-METRIC-COUNT)
               IF MMST-TYPE-GAUGE
               IF MMST-THRESH-LOW NUMERIC
                   MOVE MMST-THRESH-LOW TO
                       KNOWN-METRIC-THRESH-LOW(KNOWN-METRIC-COUNT)
                   IF MMST-LOW-NEGATIVE
                       COMPUTE
                           KNOWN-METRIC-THRESH-LOW(KNOWN-METRIC-COUNT)
                           = 0 - MMST-THRESH-LOW
                   END-IF
               ELSE
                   MOVE 0 TO
                       KNOWN-METRIC-THRESH-LOW(KNOWN-METRIC-COUNT)
                   MOVE 0 TO
                       KNOWN-METRIC-STALE-LIMIT(KNOWN-METRIC-COUNT)
               END-IF
               MOVE MMST-UNIT TO
                   KNOWN-METRIC-UNIT(KNOWN-METRIC-COUNT)
               IF MMST-DECIMALS NUMERIC
                   MOVE MMST-DECIMALS TO
                       KNOWN-METRIC-DECIMALS(KNOWN-METRIC-COUNT)
               ELSE
                   MOVE 0 TO
                       KNOWN-METRIC-DECIMALS(KNOWN-METRIC-COUNT)
               END-IF
           END-IF.

           PERFORM 2000-READ-MASTER
