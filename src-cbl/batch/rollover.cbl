      *                      from the HISTORY samples, so the shape
      *                      of the gauge's day survives the single
      *                      closing number.
      *      2026-10-02  KT  Gauge statistics and the archived
      *                      closing reading carry their sign, so a
      *                      freezer's day below zero keeps its shape.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *      2026-10-12  KT  A counter's archived total leaves out
      *                      approved adjustments applied to it live
      *                      today (adjust-live:<key>) - they are on
      *                      DAILYSUM as adjustment rows already -
      *                      and the adjust-live total is zeroed with
      *                      the counter.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollover.

       01  REDIS-ERR                   PIC S9(9) VALUE -1.

       01  WS-ADJUST-LIVE              PIC S9(9) COMP-5.
       01  WS-LIVE-VALUE               PIC S9(9) COMP-5.

       01  WS-BUS-DATE                 PIC X(08).
       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

      *  Per-gauge-key statistics off today's HISTORY samples,
      *  indexed in step with the known-metric table; GS-COUNT 0
      *  means no samples landed for the key today and no GAUGSTAT
      *  row is archived for it.
       01  WS-GAUGE-STATS-TABLE.
           05  WS-GAUGE-STATS          OCCURS 500 TIMES.
               10  GS-MIN              PIC S9(09).
               10  GS-MAX              PIC S9(09).
               10  GS-SUM              PIC S9(14).
               10  GS-COUNT            PIC 9(05).
               10  GS-PEAK-TIME        PIC X(06).
       01  WS-GS-MEAN                  PIC S9(09).
       01  WS-HIST-VALUE               PIC S9(09).

       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED          VALUE "Y".
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                  OR WS-MATCH-IDX > 0.

           IF HIST-NEGATIVE
               COMPUTE WS-HIST-VALUE = 0 - HIST-VALUE
           ELSE
               MOVE HIST-VALUE TO WS-HIST-VALUE
           END-IF

           IF WS-MATCH-IDX > 0
              AND KNOWN-METRIC-IS-GAUGE(WS-MATCH-IDX)
               IF GS-COUNT(WS-MATCH-IDX) = 0
                  OR WS-HIST-VALUE < GS-MIN(WS-MATCH-IDX)
                   MOVE WS-HIST-VALUE TO GS-MIN(WS-MATCH-IDX)
               END-IF
               IF GS-COUNT(WS-MATCH-IDX) = 0
                  OR WS-HIST-VALUE > GS-MAX(WS-MATCH-IDX)
                   MOVE WS-HIST-VALUE TO GS-MAX(WS-MATCH-IDX)
                   MOVE HIST-TIME TO GS-PEAK-TIME(WS-MATCH-IDX)
               END-IF
               ADD WS-HIST-VALUE TO GS-SUM(WS-MATCH-IDX)
               IF GS-COUNT(WS-MATCH-IDX) < 99999
                   ADD 1 TO GS-COUNT(WS-MATCH-IDX)
               END-IF
      *  2000-ROLL-ONE-METRIC - archive one key's lifetime total,
      *  then zero it back out in Redis.  A key already journaled
      *  KEYDONE tonight was archived by the run that abended -
      *  skip it rather than write a duplicate DAILYSUM row.  A
      *  counter's total is archived net of the adjustments
      *  count-adjust applied to it live today, which went to
      *  DAILYSUM as "A" rows of their own when they were approved.
      *----------------------------------------------------------------
       2000-ROLL-ONE-METRIC.
           MOVE "TESTKEY" TO RUNCTL-FUNCTION.
               MOVE 0 TO OUTVAL
           END-IF

           IF NOT KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
               PERFORM 2100-GET-ADJUST-LIVE
                   THRU 2100-GET-ADJUST-LIVE-EXIT
               SUBTRACT WS-ADJUST-LIVE FROM OUTVAL
           END-IF

           MOVE SPACES TO DAILY-SUMMARY-RECORD.
           MOVE WS-BUS-DATE TO DAILY-SUM-BUS-DATE.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO DAILY-SUM-KEY.
           MOVE OUTVAL TO DAILY-SUM-TOTAL.
           IF OUTVAL < 0
               MOVE "-" TO DAILY-SUM-SIGN
           END-IF
           WRITE DAILY-SUMMARY-RECORD.

      *    The archive row is down - journal the key now, so a
               MOVE STR         TO AUDIT-DETAIL
               MOVE SPACES      TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 2000-ROLL-ONE-METRIC-EXIT
           END-IF

           IF WS-ADJUST-LIVE NOT = 0
               MOVE SPACES TO STR
               STRING "SET adjust-live:" DELIMITED BY SIZE
                      KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                      " 0"   DELIMITED BY SIZE
                      INTO STR
               END-STRING
               CALL "redis_cmd_int" USING
                   STR
                   NULL
                   RETURNING RETVAL
               END-CALL
               IF RETVAL = REDIS-ERR THEN
                   MOVE "rollover"  TO AUDIT-PROGRAM-ID
                   MOVE "CMD-FAIL"  TO AUDIT-OPERATION
                   MOVE STR         TO AUDIT-DETAIL
                   MOVE SPACES      TO AUDIT-OPERATOR-ID
                   CALL "audit-log" USING AUDIT-CALL-PARMS
               END-IF
           END-IF.
       2000-ROLL-ONE-METRIC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-GET-ADJUST-LIVE - the running total of approved
      *  adjustments applied to the counter at WS-KEY-IDX since it
      *  was last zeroed, off adjust-live:<key>, into
      *  WS-ADJUST-LIVE.  A key never adjusted has no such value
      *  and answers 0; one that can't be read is taken as 0 too,
      *  after the CMD-FAIL audit line.
      *----------------------------------------------------------------
       2100-GET-ADJUST-LIVE.
           MOVE 0 TO WS-ADJUST-LIVE.
           MOVE OUTVAL TO WS-LIVE-VALUE.
           MOVE SPACES TO STR
           STRING "GET adjust-live:" DELIMITED BY SIZE
                  KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                  INTO STR
           END-STRING
           MOVE 0 TO OUTVAL
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR THEN
               MOVE "rollover" TO AUDIT-PROGRAM-ID
               MOVE "CMD-FAIL" TO AUDIT-OPERATION
               MOVE STR        TO AUDIT-DETAIL
               MOVE SPACES     TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           ELSE
               MOVE OUTVAL TO WS-ADJUST-LIVE
           END-IF
           MOVE WS-LIVE-VALUE TO OUTVAL.
       2100-GET-ADJUST-LIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2500-WRITE-GAUGE-STATS - one GAUGSTAT row for the gauge at
      *  WS-KEY-IDX: today's minimum, maximum, mean, and the time
           MOVE GS-MIN(WS-KEY-IDX) TO GSTA-MIN.
           MOVE GS-MAX(WS-KEY-IDX) TO GSTA-MAX.
           MOVE WS-GS-MEAN TO GSTA-MEAN.
           IF GS-MIN(WS-KEY-IDX) < 0
               MOVE "-" TO GSTA-MIN-SIGN
           END-IF
           IF GS-MAX(WS-KEY-IDX) < 0
               MOVE "-" TO GSTA-MAX-SIGN
           END-IF
           IF WS-GS-MEAN < 0
               MOVE "-" TO GSTA-MEAN-SIGN
           END-IF
           MOVE GS-PEAK-TIME(WS-KEY-IDX) TO GSTA-PEAK-TIME.
           WRITE GAUGE-STATS-RECORD.
       2500-WRITE-GAUGE-STATS-EXIT.
