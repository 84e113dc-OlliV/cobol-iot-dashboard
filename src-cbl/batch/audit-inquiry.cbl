      *
      *  MODIFICATION HISTORY:
      *      2026-08-22  KT  Initial version.
      *      2026-10-15  KT  Operation summary widened to 100
      *                      codes; any past that are totalled on
      *                      an OTHER line instead of dropped.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-inquiry.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

       01  WS-OP-TALLY-TABLE.
           05  WS-OP-TALLY-COUNT       PIC 9(03) VALUE 0.
           05  WS-OP-TALLY-ENTRY       OCCURS 100 TIMES.
               10  OPT-OPERATION       PIC X(12).
               10  OPT-COUNT           PIC 9(07).
      *  Records whose operation found the table full.
       01  WS-OP-OTHER-COUNT           PIC 9(07) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               UNTIL WS-KEY-IDX > WS-OP-TALLY-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
              AND WS-OP-TALLY-COUNT < 100
               ADD 1 TO WS-OP-TALLY-COUNT
               MOVE WS-OP-TALLY-COUNT TO WS-MATCH-IDX
               MOVE AUDIT-REC-OPERATION
           END-IF
           IF WS-MATCH-IDX > 0
               ADD 1 TO OPT-COUNT(WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-OP-OTHER-COUNT
           END-IF.
       2400-TALLY-OPERATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-SUMMARY - counts by operation over everything
      *  the filters selected.  Operations past the table's 100
      *  share one OTHER line.
      *----------------------------------------------------------------
       5000-PRINT-SUMMARY.
           MOVE SPACES TO INQUIRY-REPORT-RECORD.
               THRU 5100-PRINT-ONE-TALLY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-OP-TALLY-COUNT.
           IF WS-OP-OTHER-COUNT > 0
               MOVE "OTHER" TO SUM-OPERATION
               MOVE WS-OP-OTHER-COUNT TO SUM-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-SUMMARY-LINE TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
           END-IF.
       5000-PRINT-SUMMARY-EXIT.
           EXIT.

