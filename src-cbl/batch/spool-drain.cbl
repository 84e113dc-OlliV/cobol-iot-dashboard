      *================================================================
      *
      *  PROGRAM:     spool-drain
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       B. Okafor
      *  DATE-WRITTEN: 2026-09-28
      *
      *  PURPOSE:  Replays the pending-push spool (PUSHSPOL) that
      *            push.cbl writes while Redis cannot be reached.
      *            Before the spool a Redis outage simply lost every
      *            push that arrived during it - a ten-minute outage
      *            on a busy line is thousands of pump events.
      *
      *            Run once Redis is answering again (chain it after
      *            the restart, or on demand).  The spool is replayed
      *            in arrival order, which is file order:
      *
      *              counter - GET the value before, INCR, and
      *                        bracket the change in HISTORY at the
      *                        push's arrival time the same way
      *                        batch-intake does, so history-report
      *                        puts the event in the hour it happened;
      *              gauge   - SET the spooled reading only when it
      *                        is newer than the live one (push.cbl
      *                        stamps every live reading on
      *                        <key>:setdate / <key>:settime); an
      *                        older spooled reading is superseded
      *                        and dropped.  A replayed reading is
      *                        stamped with its arrival time and
      *                        leaves one HISTORY sample.
      *
      *            A counter push whose arrival date has already been
      *            through rollover is not replayed either: an INCR
      *            now would land in the next day's count while the
      *            archived day stays short.  It is taken off the
      *            spool onto the held-push file (PUSHHELD) with the
      *            date it was held, and the exception report lists
      *            it for a manual count adjustment to the day it
      *            belongs to.  Should PUSHHELD not open, the row
      *            stays on the spool instead.
      *
      *            A row Redis refuses is held; the spool is then
      *            rewritten holding only those rows (the suspense-
      *            repost work-file pattern).  A run that can't
      *            connect leaves the spool exactly as it was.  The
      *            drain report (DRAINRPT) lists every row with what
      *            was done about it and totals the pushes that were
      *            held on the spool, replayed, superseded, still
      *            held and moved to PUSHHELD; one audit line carries
      *            the same counts.
      *
      *            Pushes are only spooled while Redis is down, so
      *            nothing should be appended while the drain runs;
      *            a push that does land mid-run is overwritten by
      *            the rewrite - hence run it only once Redis is up.
      *
      *  MODIFICATION HISTORY:
      *      2026-09-28  BO  Initial version.
      *      2026-10-02  KT  Replay and print gauge readings below
      *                      zero with their sign.
      *      2026-10-15  KT  Counter pushes for a day rollover has
      *                      already archived go to PUSHHELD, not
      *                      INCRed into the following day; totals
      *                      line widened so the still-held count
      *                      prints.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. spool-drain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPOLFD.
           COPY HISTFD.
           COPY PHLDFD.
           SELECT DRAIN-WORK-FILE ASSIGN TO "SPOLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT DRAIN-REPORT-FILE ASSIGN TO "DRAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY SPOLRC.
           COPY HISTRC.
           COPY PHLDRC.

       FD  DRAIN-WORK-FILE.
       01  DRAIN-WORK-RECORD           PIC X(61).

       FD  DRAIN-REPORT-FILE.
       01  DRAIN-REPORT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-SPOOL-STATUS         PIC X(02).
               88  WS-SPOOL-OK         VALUE "00".
               88  SPOOL-EOF           VALUE "10".
           05  WS-FILE-STATUS          PIC X(02).
               88  WS-FILE-OK          VALUE "00".
           05  WS-WORK-STATUS          PIC X(02).
               88  WS-WORK-OK          VALUE "00".
               88  WORK-EOF            VALUE "10".
           05  WS-REPORT-STATUS        PIC X(02).
           05  WS-PHLD-STATUS          PIC X(02).
               88  WS-PHLD-OK          VALUE "00".
           05  WS-PHLD-STATE           PIC X(01) VALUE "N".
               88  WS-PHLD-CLOSED      VALUE "N".
               88  WS-PHLD-OPEN        VALUE "Y".
               88  WS-PHLD-FAILED      VALUE "F".
           05  WS-NO-SPOOL-FLAG        PIC X(01) VALUE "N".
               88  WS-NO-SPOOL         VALUE "Y".
           05  WS-NO-REDIS-FLAG        PIC X(01) VALUE "N".
               88  WS-NO-REDIS         VALUE "Y".
           05  WS-DAY-ROLLED-FLAG      PIC X(01) VALUE "N".
               88  WS-DAY-ROLLED       VALUE "Y".

       01  STR                         PIC X(256).
       01  RETVAL                      PIC S9(9) BINARY.
       01  OUTVAL                      PIC S9(9) COMP-5.
       01  WS-PRE-VALUE                PIC S9(9) COMP-5.

       01  REDIS-ERR                   PIC S9(9) VALUE -1.

      *  The live gauge reading's stamp, read back off
      *  <key>:setdate and <key>:settime; compared as one
      *  date-and-time string against the spooled arrival.
       01  WS-LIVE-STAMP.
           05  WS-LIVE-DATE            PIC 9(08).
           05  WS-LIVE-TIME            PIC 9(08).
       01  WS-SPOOL-STAMP.
           05  WS-SPOOL-DATE           PIC X(08).
           05  WS-SPOOL-TIME           PIC X(08).

      *  The last arrival date asked of run-control, so the
      *  ROLLOVER journal is read once per spooled day.
       01  WS-CHECKED-DATE             PIC X(08) VALUE SPACES.

       01  WS-READ-COUNT               PIC 9(07) VALUE 0.
       01  WS-REPLAYED-COUNT           PIC 9(07) VALUE 0.
       01  WS-SUPERSEDED-COUNT         PIC 9(07) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(07) VALUE 0.
       01  WS-ROLLED-COUNT             PIC 9(07) VALUE 0.
       01  WS-COUNT-DISPLAY-1          PIC Z(06)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(06)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(06)9.
       01  WS-COUNT-DISPLAY-4          PIC Z(06)9.
       01  WS-COUNT-DISPLAY-5          PIC Z(06)9.

       01  WS-RUN-DATE                 PIC X(08).
       01  WS-RUN-TIME                 PIC X(08).

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD PUSH SPOOL DRAIN REPORT".
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  HDG-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TIME ".
           05  HDG-RUN-TIME            PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(09) VALUE "ARRIVED".
           05  FILLER                  PIC X(09) VALUE "TIME".
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(10) VALUE "     VALUE".
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  DET-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-TIME                PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-TYPE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  DET-VALUE               PIC -(09)9.
           05  FILLER                  PIC X(01).
           05  DET-ACTION              PIC X(24).
           05  FILLER                  PIC X(46).

       COPY AUDITCOM.
       COPY RUNCTLCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-NO-SPOOL
               GO TO 8000-WRAP-UP
           END-IF

           CALL "redis-connect-retry" USING RETVAL.
           IF RETVAL = REDIS-ERR THEN
               MOVE "spool-drain"   TO AUDIT-PROGRAM-ID
               MOVE "CONNECT-FAIL"  TO AUDIT-OPERATION
               MOVE "redis_connect - spool left as is"
                   TO AUDIT-DETAIL
               MOVE SPACES          TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               MOVE "Y" TO WS-NO-REDIS-FLAG
               CLOSE PUSH-SPOOL-FILE
               CLOSE DRAIN-WORK-FILE
               GO TO 8000-WRAP-UP
           END-IF

           OPEN EXTEND HISTORY-FILE.
           IF NOT WS-FILE-OK
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM 2000-READ-SPOOL
               THRU 2000-READ-SPOOL-EXIT.
           PERFORM 3000-DRAIN-ONE-ROW
               THRU 3000-DRAIN-ONE-ROW-EXIT
               UNTIL SPOOL-EOF.

           CALL "redis_disco".
           CLOSE HISTORY-FILE.
           IF WS-PHLD-OPEN
               CLOSE PUSH-HELD-FILE
           END-IF
           CLOSE PUSH-SPOOL-FILE.
           CLOSE DRAIN-WORK-FILE.

           PERFORM 5000-REWRITE-SPOOL
               THRU 5000-REWRITE-SPOOL-EXIT.

           GO TO 8000-WRAP-UP.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - run stamp for the report, the report
      *  itself, and the spool and work files.  No spool file means
      *  nothing was ever held.  A work file that won't open means
      *  held rows would be lost, so the run is abandoned before
      *  anything is replayed.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO HDG-RUN-TIME.

           OPEN OUTPUT DRAIN-REPORT-FILE.

           OPEN INPUT PUSH-SPOOL-FILE.
           IF NOT WS-SPOOL-OK
               MOVE "10" TO WS-SPOOL-STATUS
               MOVE "Y" TO WS-NO-SPOOL-FLAG
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           OPEN OUTPUT DRAIN-WORK-FILE.
           IF NOT WS-WORK-OK
               CLOSE PUSH-SPOOL-FILE
               MOVE "10" TO WS-SPOOL-STATUS
               MOVE "Y" TO WS-NO-SPOOL-FLAG
               MOVE "SPOLWORK work file open error - spool not drained"
                   TO AUDIT-DETAIL
               PERFORM 7000-AUDIT-DRAIN-FAIL
                   THRU 7000-AUDIT-DRAIN-FAIL-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-READ-SPOOL - next spooled push, or set EOF.
      *----------------------------------------------------------------
       2000-READ-SPOOL.
           READ PUSH-SPOOL-FILE
               AT END
                   MOVE "10" TO WS-SPOOL-STATUS
           END-READ.
       2000-READ-SPOOL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-DRAIN-ONE-ROW - replay one spooled push and print it
      *  with the action taken.
      *----------------------------------------------------------------
       3000-DRAIN-ONE-ROW.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SPOL-ARRIVAL-DATE TO DET-DATE.
           MOVE SPOL-ARRIVAL-TIME TO DET-TIME.
           MOVE SPOL-KEY TO DET-KEY.
           MOVE SPOL-TYPE TO DET-TYPE.
           MOVE SPOL-VALUE TO DET-VALUE.
           IF SPOL-NEGATIVE
               COMPUTE DET-VALUE = 0 - SPOL-VALUE
           END-IF

           IF SPOL-IS-GAUGE
               PERFORM 3200-REPLAY-GAUGE
                   THRU 3200-REPLAY-GAUGE-EXIT
           ELSE
               PERFORM 3100-REPLAY-COUNTER
                   THRU 3100-REPLAY-COUNTER-EXIT
           END-IF

           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           PERFORM 2000-READ-SPOOL
               THRU 2000-READ-SPOOL-EXIT.
       3000-DRAIN-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3050-CHECK-DAY-ROLLED - has rollover run (or started) for
      *  the spooled push's arrival date?  Its counters are then
      *  archived and zeroed, and the live key is counting the
      *  next day.
      *----------------------------------------------------------------
       3050-CHECK-DAY-ROLLED.
           IF SPOL-ARRIVAL-DATE = WS-CHECKED-DATE
               GO TO 3050-CHECK-DAY-ROLLED-EXIT
           END-IF
           MOVE SPOL-ARRIVAL-DATE TO WS-CHECKED-DATE.
           MOVE "N" TO WS-DAY-ROLLED-FLAG.

           MOVE SPACES TO RUNCTL-CALL-PARMS.
           MOVE "ROLLOVER" TO RUNCTL-JOB-NAME.
           MOVE SPOL-ARRIVAL-DATE TO RUNCTL-BUS-DATE.
           MOVE "CHECK" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.
           IF RUNCTL-STATUS NOT = "NONE"
               MOVE "Y" TO WS-DAY-ROLLED-FLAG
           END-IF.
       3050-CHECK-DAY-ROLLED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-REPLAY-COUNTER - GET the value before, INCR, and
      *  bracket the change in HISTORY at the push's arrival time.
      *  A push for a day already rolled over is held instead.
      *----------------------------------------------------------------
       3100-REPLAY-COUNTER.
           PERFORM 3050-CHECK-DAY-ROLLED
               THRU 3050-CHECK-DAY-ROLLED-EXIT.
           IF WS-DAY-ROLLED
               PERFORM 3850-HOLD-ROLLED-ROW
                   THRU 3850-HOLD-ROLLED-ROW-EXIT
               GO TO 3100-REPLAY-COUNTER-EXIT
           END-IF

           MOVE 0 TO WS-PRE-VALUE.
           MOVE SPACES TO STR
           STRING "GET "   DELIMITED BY SIZE
                  SPOL-KEY DELIMITED BY SPACE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE WS-PRE-VALUE
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR
               PERFORM 3800-HOLD-ONE-ROW
                   THRU 3800-HOLD-ONE-ROW-EXIT
               GO TO 3100-REPLAY-COUNTER-EXIT
           END-IF
           IF WS-PRE-VALUE < 0
               MOVE 0 TO WS-PRE-VALUE
           END-IF

           MOVE SPACES TO STR
           STRING "INCR "  DELIMITED BY SIZE
                  SPOL-KEY DELIMITED BY SPACE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR
               PERFORM 3800-HOLD-ONE-ROW
                   THRU 3800-HOLD-ONE-ROW-EXIT
               GO TO 3100-REPLAY-COUNTER-EXIT
           END-IF

           MOVE WS-PRE-VALUE TO OUTVAL.
           PERFORM 3600-WRITE-HISTORY-SAMPLE
               THRU 3600-WRITE-HISTORY-SAMPLE-EXIT.
           COMPUTE OUTVAL = WS-PRE-VALUE + 1.
           PERFORM 3600-WRITE-HISTORY-SAMPLE
               THRU 3600-WRITE-HISTORY-SAMPLE-EXIT.

           ADD 1 TO WS-REPLAYED-COUNT.
           MOVE "REPLAYED" TO DET-ACTION.
       3100-REPLAY-COUNTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-REPLAY-GAUGE - the spooled reading goes on only when
      *  its arrival is later than the live reading's stamp; a live
      *  reading with no stamp (set before stamping began, or by a
      *  batch path) counts as older.  A replayed reading takes the
      *  arrival time as its stamp, so a later spooled reading for
      *  the same key still wins over it.
      *----------------------------------------------------------------
       3200-REPLAY-GAUGE.
           MOVE 0 TO WS-LIVE-DATE.
           MOVE 0 TO WS-LIVE-TIME.

           MOVE 0 TO OUTVAL.
           MOVE SPACES TO STR
           STRING "GET "     DELIMITED BY SIZE
                  SPOL-KEY   DELIMITED BY SPACE
                  ":setdate" DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR
               PERFORM 3800-HOLD-ONE-ROW
                   THRU 3800-HOLD-ONE-ROW-EXIT
               GO TO 3200-REPLAY-GAUGE-EXIT
           END-IF
           IF OUTVAL > 0
               MOVE OUTVAL TO WS-LIVE-DATE
           END-IF

           MOVE 0 TO OUTVAL.
           MOVE SPACES TO STR
           STRING "GET "     DELIMITED BY SIZE
                  SPOL-KEY   DELIMITED BY SPACE
                  ":settime" DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR
               PERFORM 3800-HOLD-ONE-ROW
                   THRU 3800-HOLD-ONE-ROW-EXIT
               GO TO 3200-REPLAY-GAUGE-EXIT
           END-IF
           IF OUTVAL > 0
               MOVE OUTVAL TO WS-LIVE-TIME
           END-IF

           MOVE SPOL-ARRIVAL-DATE TO WS-SPOOL-DATE.
           MOVE SPOL-ARRIVAL-TIME TO WS-SPOOL-TIME.
           IF WS-SPOOL-STAMP NOT > WS-LIVE-STAMP
               ADD 1 TO WS-SUPERSEDED-COUNT
               MOVE "SUPERSEDED - LIVE NEWER" TO DET-ACTION
               GO TO 3200-REPLAY-GAUGE-EXIT
           END-IF

           MOVE SPACES TO STR
           STRING "SET "     DELIMITED BY SIZE
                  SPOL-KEY   DELIMITED BY SPACE
                  " "        DELIMITED BY SIZE
                  SPOL-SIGN  DELIMITED BY SPACE
                  SPOL-VALUE DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               NULL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR
               PERFORM 3800-HOLD-ONE-ROW
                   THRU 3800-HOLD-ONE-ROW-EXIT
               GO TO 3200-REPLAY-GAUGE-EXIT
           END-IF

           PERFORM 3300-STAMP-GAUGE
               THRU 3300-STAMP-GAUGE-EXIT.

           MOVE SPOL-VALUE TO OUTVAL.
           IF SPOL-NEGATIVE
               COMPUTE OUTVAL = 0 - SPOL-VALUE
           END-IF
           PERFORM 3600-WRITE-HISTORY-SAMPLE
               THRU 3600-WRITE-HISTORY-SAMPLE-EXIT.

           ADD 1 TO WS-REPLAYED-COUNT.
           MOVE "REPLAYED" TO DET-ACTION.
       3200-REPLAY-GAUGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3300-STAMP-GAUGE - the reading just replayed is now the
      *  live one; stamp it with its arrival date and time, the way
      *  push.cbl stamps a live reading.
      *----------------------------------------------------------------
       3300-STAMP-GAUGE.
           MOVE SPACES TO STR
           STRING "SET "            DELIMITED BY SIZE
                  SPOL-KEY          DELIMITED BY SPACE
                  ":setdate "       DELIMITED BY SIZE
                  SPOL-ARRIVAL-DATE DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               NULL
               RETURNING RETVAL
           END-CALL

           MOVE SPACES TO STR
           STRING "SET "            DELIMITED BY SIZE
                  SPOL-KEY          DELIMITED BY SPACE
                  ":settime "       DELIMITED BY SIZE
                  SPOL-ARRIVAL-TIME DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               NULL
               RETURNING RETVAL
           END-CALL.
       3300-STAMP-GAUGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3600-WRITE-HISTORY-SAMPLE - one HISTORY row for the key at
      *  the push's arrival time, value in OUTVAL.
      *----------------------------------------------------------------
       3600-WRITE-HISTORY-SAMPLE.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE SPOL-ARRIVAL-DATE TO HIST-BUS-DATE.
           MOVE SPOL-ARRIVAL-TIME(1:6) TO HIST-TIME.
           MOVE SPOL-KEY TO HIST-KEY.
           MOVE OUTVAL TO HIST-VALUE.
           IF OUTVAL < 0
               MOVE "-" TO HIST-SIGN
           END-IF
           WRITE HISTORY-RECORD.
       3600-WRITE-HISTORY-SAMPLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3800-HOLD-ONE-ROW - Redis refused the row: audit the
      *  command and keep the row on the work file so it stays on
      *  the spool for the next run.
      *----------------------------------------------------------------
       3800-HOLD-ONE-ROW.
           MOVE "spool-drain" TO AUDIT-PROGRAM-ID.
           MOVE "CMD-FAIL"    TO AUDIT-OPERATION.
           MOVE STR           TO AUDIT-DETAIL.
           MOVE SPACES        TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.

           PERFORM 3900-KEEP-ON-SPOOL
               THRU 3900-KEEP-ON-SPOOL-EXIT.
           MOVE "HELD - REDIS ERROR" TO DET-ACTION.
       3800-HOLD-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3850-HOLD-ROLLED-ROW - a counter push for a day rollover
      *  has already archived.  Moved, unreplayed, to PUSHHELD for
      *  a count adjustment against that day, and so off the
      *  spool.  If PUSHHELD can't take it the row stays on the
      *  spool rather than be lost.
      *----------------------------------------------------------------
       3850-HOLD-ROLLED-ROW.
           IF WS-PHLD-CLOSED
               PERFORM 3860-OPEN-HELD-FILE
                   THRU 3860-OPEN-HELD-FILE-EXIT
           END-IF
           IF WS-PHLD-FAILED
               GO TO 3850-KEEP-ROLLED-ROW
           END-IF

           MOVE SPACES TO PUSH-HELD-RECORD.
           MOVE WS-RUN-DATE TO PHLD-HOLD-DATE.
           MOVE "DAY ROLLED OVER" TO PHLD-REASON.
           MOVE SPOL-ARRIVAL-DATE TO PHLD-ARRIVAL-DATE.
           MOVE SPOL-ARRIVAL-TIME TO PHLD-ARRIVAL-TIME.
           MOVE SPOL-KEY TO PHLD-KEY.
           MOVE SPOL-TYPE TO PHLD-TYPE.
           MOVE SPOL-VALUE TO PHLD-VALUE.
           MOVE SPOL-SIGN TO PHLD-SIGN.
           WRITE PUSH-HELD-RECORD.
           IF NOT WS-PHLD-OK
               GO TO 3850-KEEP-ROLLED-ROW
           END-IF
           ADD 1 TO WS-ROLLED-COUNT.
           MOVE "TO PUSHHELD - DAY ROLLED" TO DET-ACTION.
           GO TO 3850-HOLD-ROLLED-ROW-EXIT.

       3850-KEEP-ROLLED-ROW.
           PERFORM 3900-KEEP-ON-SPOOL
               THRU 3900-KEEP-ON-SPOOL-EXIT.
           MOVE "HELD - DAY ROLLED OVER" TO DET-ACTION.
       3850-HOLD-ROLLED-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3860-OPEN-HELD-FILE - opened on the first rolled-over row.
      *  A PUSHHELD that won't open is audited once; the run's
      *  rolled-over rows then stay on the spool.
      *----------------------------------------------------------------
       3860-OPEN-HELD-FILE.
           OPEN EXTEND PUSH-HELD-FILE.
           IF NOT WS-PHLD-OK
               CLOSE PUSH-HELD-FILE
               OPEN OUTPUT PUSH-HELD-FILE
           END-IF
           IF WS-PHLD-OK
               MOVE "Y" TO WS-PHLD-STATE
           ELSE
               MOVE "F" TO WS-PHLD-STATE
               MOVE "PUSHHELD open error - rolled-over pushes kept"
                   TO AUDIT-DETAIL
               PERFORM 7000-AUDIT-DRAIN-FAIL
                   THRU 7000-AUDIT-DRAIN-FAIL-EXIT
           END-IF.
       3860-OPEN-HELD-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3900-KEEP-ON-SPOOL - copy the row to the work file so the
      *  rewrite leaves it on the spool for the next run.
      *----------------------------------------------------------------
       3900-KEEP-ON-SPOOL.
           MOVE SPACES TO DRAIN-WORK-RECORD.
           MOVE PUSH-SPOOL-RECORD TO DRAIN-WORK-RECORD.
           WRITE DRAIN-WORK-RECORD.
           ADD 1 TO WS-HELD-COUNT.
       3900-KEEP-ON-SPOOL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-WRITE-DETAIL-LINE - write with page headings as the
      *  pages fill.
      *----------------------------------------------------------------
       4000-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-TOP
                   THRU 4100-PRINT-PAGE-TOP-EXIT
           END-IF
           MOVE WS-DETAIL-LINE TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       4000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       4100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE SPACES TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE SPACES TO DRAIN-REPORT-RECORD.
           WRITE DRAIN-REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.
       4100-PRINT-PAGE-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-REWRITE-SPOOL - the held rows become the new spool
      *  (an empty spool when everything went on).  Either open
      *  failing abandons the rewrite with PUSHSPOL left as it was -
      *  the replayed rows are then still on it, so the audit line
      *  warns against rerunning before the file is repaired by
      *  hand (a rerun would INCR those counters twice).
      *----------------------------------------------------------------
       5000-REWRITE-SPOOL.
           OPEN INPUT DRAIN-WORK-FILE.
           IF NOT WS-WORK-OK
               MOVE "rewrite abandoned - repair before rerun"
                   TO AUDIT-DETAIL
               PERFORM 7000-AUDIT-DRAIN-FAIL
                   THRU 7000-AUDIT-DRAIN-FAIL-EXIT
               GO TO 5000-REWRITE-SPOOL-EXIT
           END-IF
           OPEN OUTPUT PUSH-SPOOL-FILE.
           IF NOT WS-SPOOL-OK
               CLOSE DRAIN-WORK-FILE
               MOVE "rewrite abandoned - repair before rerun"
                   TO AUDIT-DETAIL
               PERFORM 7000-AUDIT-DRAIN-FAIL
                   THRU 7000-AUDIT-DRAIN-FAIL-EXIT
               GO TO 5000-REWRITE-SPOOL-EXIT
           END-IF
           PERFORM 5100-READ-WORK
               THRU 5100-READ-WORK-EXIT.
           PERFORM 5200-COPY-ONE-ROW
               THRU 5200-COPY-ONE-ROW-EXIT
               UNTIL WORK-EOF.
           CLOSE DRAIN-WORK-FILE.
           CLOSE PUSH-SPOOL-FILE.
       5000-REWRITE-SPOOL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5100-READ-WORK - next held row; any status other than a
      *  clean read ends the loop rather than spinning on it.
      *----------------------------------------------------------------
       5100-READ-WORK.
           READ DRAIN-WORK-FILE
               AT END
                   MOVE "10" TO WS-WORK-STATUS
           END-READ.
           IF NOT WS-WORK-OK
               MOVE "10" TO WS-WORK-STATUS
           END-IF.
       5100-READ-WORK-EXIT.
           EXIT.

       5200-COPY-ONE-ROW.
           MOVE DRAIN-WORK-RECORD TO PUSH-SPOOL-RECORD.
           WRITE PUSH-SPOOL-RECORD.
           PERFORM 5100-READ-WORK
               THRU 5100-READ-WORK-EXIT.
       5200-COPY-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-AUDIT-DRAIN-FAIL - a work-file or rewrite failure;
      *  the caller set AUDIT-DETAIL to say which.
      *----------------------------------------------------------------
       7000-AUDIT-DRAIN-FAIL.
           MOVE "spool-drain" TO AUDIT-PROGRAM-ID.
           MOVE "DRAIN-FAIL"  TO AUDIT-OPERATION.
           MOVE SPACES        TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       7000-AUDIT-DRAIN-FAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRAP-UP - the report's totals and one audit line with
      *  the same counts: pushes held on the spool when the run
      *  began, replayed, superseded, still held afterwards, and
      *  moved to PUSHHELD for a day already rolled over.
      *----------------------------------------------------------------
       8000-WRAP-UP.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY-1.
           MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-DISPLAY-3.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY-4.
           MOVE WS-ROLLED-COUNT TO WS-COUNT-DISPLAY-5.

           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-NO-REDIS
                   MOVE "REDIS NOT ANSWERING - SPOOL LEFT AS IS"
                       TO WS-DETAIL-LINE
               WHEN WS-NO-SPOOL
                   MOVE "NO PENDING PUSHES ON THE SPOOL"
                       TO WS-DETAIL-LINE
               WHEN OTHER
                   STRING "PUSHES HELD ON SPOOL " DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-1      DELIMITED BY SIZE
                          "   REPLAYED "          DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
                          "   SUPERSEDED "        DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-3      DELIMITED BY SIZE
                          "   STILL HELD "        DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-4      DELIMITED BY SIZE
                          "   TO PUSHHELD "       DELIMITED BY SIZE
                          WS-COUNT-DISPLAY-5      DELIMITED BY SIZE
                          INTO WS-DETAIL-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           CLOSE DRAIN-REPORT-FILE.

           IF WS-NO-REDIS
               GO TO 9999-EXIT
           END-IF

           MOVE "spool-drain" TO AUDIT-PROGRAM-ID.
           MOVE "DRAIN"       TO AUDIT-OPERATION.
           MOVE SPACES        TO AUDIT-DETAIL.
           STRING "held"               DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1   DELIMITED BY SIZE
                  " replayed"          DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2   DELIMITED BY SIZE
                  " superseded"        DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-3   DELIMITED BY SIZE
                  " still held"        DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-4   DELIMITED BY SIZE
                  " rolled"            DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-5   DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
           GO TO 9999-EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM spool-drain.
