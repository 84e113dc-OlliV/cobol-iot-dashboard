      *
      *  MODIFICATION HISTORY:
      *      2026-09-03  KT  Initial version.
      *      2026-10-02  KT  Value and threshold signs, decimal
      *                      places, and unit on each detail row.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. snapshot-export.
               10  WS-SS                PIC 9(02).
               10  WS-HS                PIC 9(02).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-ROW-COUNT                PIC 9(03) VALUE 0.
       01  WS-COUNT-DISPLAY            PIC Z(02)9.

               TO SNAP-DTL-THRESHOLD.
           MOVE WS-PENDING-VAL TO SNAP-DTL-PENDING.
           MOVE WS-TIMESTAMP-DISPLAY TO SNAP-DTL-TIMESTAMP.
           IF OUTVAL < 0
               MOVE "-" TO SNAP-DTL-VALUE-SIGN
           END-IF
           IF KNOWN-METRIC-THRESH(WS-KEY-IDX) < 0
               MOVE "-" TO SNAP-DTL-THRESH-SIGN
           END-IF
           MOVE KNOWN-METRIC-DECIMALS(WS-KEY-IDX)
               TO SNAP-DTL-DECIMALS.
           MOVE KNOWN-METRIC-UNIT(WS-KEY-IDX) TO SNAP-DTL-UNIT.
           WRITE SNAPSHOT-RECORD.
           ADD 1 TO WS-ROW-COUNT.
       2000-EXPORT-ONE-METRIC-EXIT.
