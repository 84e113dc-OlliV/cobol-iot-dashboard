      *                      partial run isn't refused as a
      *                      duplicate; the partial run's ack says
      *                      to resend the rejected rows only.
      *      2026-10-02  KT  Gauge rows may carry a signed decimal
      *                      reading in the new reading column; a
      *                      bad one rejects the row.  The ack
      *                      prints a gauge's reading with its unit.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. batch-intake.
      *  entry per rejected row with the reason the site needs to
      *  fix it.
       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-KEY-COUNT    PIC 9(03) VALUE 0.
           05  WS-APPLIED-ENTRY        OCCURS 500 TIMES.
               10  APK-KEY             PIC X(30).
               10  APK-TOTAL           PIC 9(12).
               10  APK-ROWS            PIC 9(06).
               10  APK-READING         PIC S9(09).
               10  APK-METRIC-IDX      PIC 9(03).
       01  WS-TALLY-IDX                PIC 9(03) BINARY.
       01  WS-TALLY-SLOT               PIC 9(03) BINARY.
       01  WS-TALLY-VALUE              PIC 9(09).
       01  WS-READING-NUM              PIC S9(09) VALUE 0.
       01  WS-READING-ABS              PIC 9(09) VALUE 0.
       01  WS-READING-SIGN             PIC X(01) VALUE SPACE.
       01  WS-TALLY-REPLACE-FLAG       PIC X(01) VALUE "N".
           88  WS-TALLY-REPLACE        VALUE "Y".

       01  WS-REJECT-IDX               PIC 9(03) BINARY.

       01  WS-REDIS-KEY                PIC X(51) VALUE SPACES.
       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

       01  WS-COUNT-DISPLAY            PIC Z(05)9.
       01  WS-REJECT-DISPLAY           PIC Z(05)9.

       COPY METRICTB.
       COPY AUDITCOM.
       COPY RDCVCM.

       PROCEDURE DIVISION.

           EXIT.

      *----------------------------------------------------------------
      *  4500-APPLY-GAUGE-ROW - the row's reading column, or when
      *  that is blank its count field, carries the closing reading
      *  for a gauge; SET it and leave one sample at the business
      *  timestamp.  A reading that doesn't parse for the key (see
      *  reading-conv) rejects the row rather than guess at it.
      *----------------------------------------------------------------
       4500-APPLY-GAUGE-ROW.
           IF INTAKE-DTL-READING = SPACES
               MOVE INTAKE-DTL-COUNT TO WS-READING-NUM
           ELSE
               MOVE "PARSE" TO RDCV-FUNCTION
               MOVE INTAKE-DTL-READING TO RDCV-TEXT
               MOVE KNOWN-METRIC-DECIMALS(WS-MATCH-IDX)
                   TO RDCV-DECIMALS
               MOVE SPACES TO RDCV-UNIT
               CALL "reading-conv" USING READING-CONV-PARMS
               IF NOT RDCV-OK
                   MOVE "BAD READING VALUE" TO ERR-REASON
                   PERFORM 4900-REJECT-ONE-ROW
                       THRU 4900-REJECT-ONE-ROW-EXIT
                   GO TO 4500-APPLY-GAUGE-ROW-EXIT
               END-IF
               MOVE RDCV-VALUE TO WS-READING-NUM
           END-IF
           MOVE WS-READING-NUM TO WS-READING-ABS.
           IF WS-READING-NUM < 0
               MOVE "-" TO WS-READING-SIGN
           ELSE
               MOVE SPACE TO WS-READING-SIGN
           END-IF

           MOVE SPACES TO STR
           STRING "SET "            DELIMITED BY SIZE
                  WS-REDIS-KEY      DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-READING-SIGN   DELIMITED BY SPACE
                  WS-READING-ABS    DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               GO TO 4500-APPLY-GAUGE-ROW-EXIT
           END-IF

           MOVE WS-READING-NUM TO OUTVAL
           PERFORM 4600-WRITE-HISTORY-SAMPLE
               THRU 4600-WRITE-HISTORY-SAMPLE-EXIT.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-TALLY-VALUE.
           MOVE "Y" TO WS-TALLY-REPLACE-FLAG.
           PERFORM 4700-TALLY-APPLIED
               THRU 4700-TALLY-APPLIED-EXIT.
           MOVE INTAKE-DTL-TIMESTAMP(9:6) TO HIST-TIME.
           MOVE WS-REDIS-KEY TO HIST-KEY.
           MOVE OUTVAL TO HIST-VALUE.
           IF OUTVAL < 0
               MOVE "-" TO HIST-SIGN
           END-IF
           WRITE HISTORY-RECORD.
       4600-WRITE-HISTORY-SAMPLE-EXIT.
           EXIT.
      *----------------------------------------------------------------
      *  4700-TALLY-APPLIED - fold the row just applied into the
      *  per-key applied totals for the acknowledgment: a counter's
      *  INCRBYs add up, a gauge entry keeps its closing reading
      *  (WS-READING-NUM) in APK-READING.
      *----------------------------------------------------------------
       4700-TALLY-APPLIED.
           MOVE 0 TO WS-TALLY-SLOT.
                  OR WS-TALLY-SLOT > 0.

           IF WS-TALLY-SLOT = 0
              AND WS-APPLIED-KEY-COUNT < 500
               ADD 1 TO WS-APPLIED-KEY-COUNT
               MOVE WS-APPLIED-KEY-COUNT TO WS-TALLY-SLOT
               MOVE WS-REDIS-KEY TO APK-KEY(WS-TALLY-SLOT)
               MOVE 0 TO APK-TOTAL(WS-TALLY-SLOT)
               MOVE 0 TO APK-ROWS(WS-TALLY-SLOT)
               MOVE 0 TO APK-READING(WS-TALLY-SLOT)
               MOVE WS-MATCH-IDX TO APK-METRIC-IDX(WS-TALLY-SLOT)
           END-IF

           IF WS-TALLY-SLOT > 0
               IF WS-TALLY-REPLACE
                   MOVE WS-READING-NUM TO APK-READING(WS-TALLY-SLOT)
               ELSE
                   ADD WS-TALLY-VALUE TO APK-TOTAL(WS-TALLY-SLOT)
               END-IF

       8100-WRITE-ONE-APPLIED.
           MOVE SPACES TO INTAKE-ACK-RECORD.
           MOVE APK-METRIC-IDX(WS-TALLY-IDX) TO WS-KEY-IDX.
           IF KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
               MOVE "FORMAT" TO RDCV-FUNCTION
               MOVE APK-READING(WS-TALLY-IDX) TO RDCV-VALUE
               MOVE KNOWN-METRIC-DECIMALS(WS-KEY-IDX)
                   TO RDCV-DECIMALS
               MOVE KNOWN-METRIC-UNIT(WS-KEY-IDX) TO RDCV-UNIT
               CALL "reading-conv" USING READING-CONV-PARMS
               STRING "APPLIED "  DELIMITED BY SIZE
                      APK-KEY(WS-TALLY-IDX) DELIMITED BY SPACE
                      " READING " DELIMITED BY SIZE
                      RDCV-TEXT   DELIMITED BY "  "
                      " ROWS "    DELIMITED BY SIZE
                      APK-ROWS(WS-TALLY-IDX) DELIMITED BY SIZE
                      INTO INTAKE-ACK-RECORD
               END-STRING
               WRITE INTAKE-ACK-RECORD
               GO TO 8100-WRITE-ONE-APPLIED-EXIT
           END-IF
           STRING "APPLIED "  DELIMITED BY SIZE
                  APK-KEY(WS-TALLY-IDX) DELIMITED BY SPACE
                  " TOTAL "   DELIMITED BY SIZE
