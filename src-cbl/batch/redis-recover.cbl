      *================================================================
      *
      *  PROGRAM:     redis-recover
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       B. Okafor
      *  DATE-WRITTEN: 2026-09-21
      *
      *  PURPOSE:  Rebuilds the live Redis values after Redis loses
      *            its data (a restart without persistence, a flushed
      *            instance, a failover to an empty replica).  Before
      *            this job a loss like that silently zeroed every
      *            counter mid-day: push.cbl carried on INCRing from
      *            nothing, and the night's rollover archived a
      *            fraction of the day as if it were the whole of it.
      *
      *            Run on demand by operations (or straight after any
      *            Redis restart).  Each known key gets a baseline -
      *            the later of its last HISTORY sample and its row
      *            on the latest SNAPSHOT export; a counter's baseline
      *            must be from today, since yesterday's count was
      *            archived and zeroed at rollover.  The live value
      *            is then read back: a counter sitting below its
      *            baseline, or a gauge key that no longer exists, is
      *            counted as below.  Only when most of the keys with
      *            a baseline are below - one dashboard reset is not
      *            a data loss - does the job reseed:
      *
      *              counter - INCRBY the baseline, so anything that
      *                        has already arrived on the empty key
      *                        since the loss is kept on top of it;
      *              gauge   - SET the baseline reading, only where
      *                        the key is still missing - a fresh
      *                        reading pushed since the loss is better
      *                        than any restored one.
      *
      *            A counter with a DAILYSUM row already dated today
      *            was reset from the dashboard today; its baseline
      *            may pre-date the reset, so it is held for a manual
      *            look rather than restored.  Every reseeded key is
      *            written to RECOVLOG - reconcile and the exception
      *            report read it to flag the business date as
      *            recovered - and the recovery report (RECOVRPT)
      *            lists each key with its restored value and the
      *            unaccounted gap between the baseline and the run:
      *            pushes inside that gap cannot be recovered from
      *            anything this system keeps.
      *
      *            Once rollover has completed for the business date
      *            the counters are legitimately back at zero, so the
      *            job refuses to run.  A run that abended part-way
      *            (journaled STARTED) restarts without the "most
      *            keys" test - the keys it already restored are no
      *            longer below and would outvote the rest.
      *
      *  MODIFICATION HISTORY:
      *      2026-09-21  BO  Initial version.
      *      2026-10-02  KT  Gauge baselines below zero restored with
      *                      their sign; report and RECOVLOG show
      *                      the signed scaled reading.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *      2026-10-12  KT  A counter with a count adjustment for
      *                      today on DAILYSUM is held like a reset
      *                      one - its adjust-live total went with
      *                      the loss.
      *      2026-10-15  KT  STARTED journaled only once Redis is
      *                      connected - a failed connect left a
      *                      STARTED record that made the next run
      *                      a restart and skipped the loss vote.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. redis-recover.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HISTFD.
           COPY SNAPFD.
           COPY DAILYFD.
           COPY RCVLFD.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY HISTRC.
           COPY SNAPRC.
           COPY DAILYRC.
           COPY RCVLRC.

       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
      *  HISTORY and DAILYSUM share this status the same way they
      *  share it in housekeep - they are never open at once.
       01  WS-SWITCHES.
           05  WS-FILE-STATUS          PIC X(02).
               88  WS-FILE-OK          VALUE "00".
               88  FILE-EOF            VALUE "10".
           05  WS-SNAP-STATUS          PIC X(02).
               88  WS-SNAP-OK          VALUE "00".
               88  SNAP-EOF            VALUE "10".
           05  WS-RECOV-STATUS         PIC X(02).
               88  WS-RECOV-OK         VALUE "00".
           05  WS-REPORT-STATUS        PIC X(02).
           05  WS-RUN-REFUSED-FLAG     PIC X(01) VALUE "N".
               88  WS-RUN-REFUSED      VALUE "Y".
           05  WS-RESTART-FLAG         PIC X(01) VALUE "N".
               88  WS-RESTART          VALUE "Y".
           05  WS-LOSS-FLAG            PIC X(01) VALUE "N".
               88  WS-LOSS-DETECTED    VALUE "Y".

       01  STR                         PIC X(256).
       01  RETVAL                      PIC S9(9) BINARY.
       01  OUTVAL                      PIC S9(9) COMP-5.

       01  REDIS-ERR                   PIC S9(9) VALUE -1.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE.
               10  WS-CC               PIC 9(02).
               10  WS-YY               PIC 9(02).
               10  WS-MM               PIC 9(02).
               10  WS-DD               PIC 9(02).
           05  WS-CURRENT-TIME.
               10  WS-HH               PIC 9(02).
               10  WS-MN               PIC 9(02).
               10  WS-SS               PIC 9(02).
               10  WS-HS               PIC 9(02).

       01  WS-BUS-DATE                 PIC X(08).
       01  WS-RUN-TIME                 PIC X(06).
       01  WS-NOW-STAMP                PIC X(14).

      *  A stamp (YYYYMMDDHHMMSS) pulled apart for the gap
      *  arithmetic.
       01  WS-STAMP-WORK               PIC X(14).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-WORK.
           05  WS-SP-DATE              PIC 9(08).
           05  WS-SP-HH                PIC 9(02).
           05  WS-SP-MN                PIC 9(02).
           05  WS-SP-SS                PIC 9(02).
       01  WS-NOW-DAY-INT              PIC S9(9) COMP-5.
       01  WS-NOW-SECONDS              PIC S9(9) COMP-5.
       01  WS-BASE-DAY-INT             PIC S9(9) COMP-5.
       01  WS-BASE-SECONDS             PIC S9(9) COMP-5.
       01  WS-GAP-SECONDS              PIC S9(11) COMP-5.
       01  WS-GAP-MINUTES              PIC 9(04).

       01  WS-SNAP-STAMP               PIC X(14).
       01  WS-SNAP-TS                  PIC X(17).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.
       01  WS-LOOKUP-KEY               PIC X(30).

      *  One entry per known metric, indexed in step with the
      *  known-metric table: the last HISTORY sample and SNAPSHOT
      *  row seen for the key, the baseline chosen from them, and
      *  what the live read found.
       01  WS-RECOVERY-TABLE.
           05  WS-RECOVERY-ENTRY       OCCURS 500 TIMES.
               10  RV-HIST-FLAG        PIC X(01).
                   88  RV-HAS-HIST     VALUE "Y".
               10  RV-HIST-STAMP       PIC X(14).
               10  RV-HIST-VALUE       PIC S9(09).
               10  RV-SNAP-FLAG        PIC X(01).
                   88  RV-HAS-SNAP     VALUE "Y".
               10  RV-SNAP-VALUE       PIC S9(09).
               10  RV-RESET-FLAG       PIC X(01).
                   88  RV-RESET-TODAY  VALUE "Y".
               10  RV-BASE-FLAG        PIC X(01).
                   88  RV-HAS-BASE     VALUE "Y".
               10  RV-BASE-SOURCE      PIC X(08).
               10  RV-BASE-STAMP       PIC X(14).
               10  RV-BASE-VALUE       PIC S9(09).
               10  RV-LIVE-VALUE       PIC S9(09).
               10  RV-BELOW-FLAG       PIC X(01).
                   88  RV-BELOW        VALUE "Y".

       01  WS-BASE-COUNT               PIC 9(05) VALUE 0.
       01  WS-BELOW-COUNT              PIC 9(05) VALUE 0.
       01  WS-RESTORED-COUNT           PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(05) VALUE 0.
       01  WS-COUNT-DISPLAY-1          PIC Z(04)9.
       01  WS-COUNT-DISPLAY-2          PIC Z(04)9.
       01  WS-COUNT-DISPLAY-3          PIC Z(04)9.

       01  WS-NEW-VALUE                PIC S9(09).
       01  WS-RESEED-ABS               PIC 9(09).
       01  WS-RESEED-SIGN              PIC X(01).
       01  WS-SINCE-LOSS               PIC 9(09).
       01  WS-ACTION                   PIC X(20).

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD REDIS RECOVERY REPORT".
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  HDG-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "TIME ".
           05  HDG-RUN-TIME            PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(02) VALUE "T".
           05  FILLER                  PIC X(09) VALUE "SOURCE".
           05  FILLER                  PIC X(15) VALUE "AS OF".
           05  FILLER                  PIC X(10) VALUE "  RESTORED".
           05  FILLER                  PIC X(10) VALUE "  SINCE LS".
           05  FILLER                  PIC X(10) VALUE " NEW VALUE".
           05  FILLER                  PIC X(06) VALUE "  GAP".
           05  FILLER                  PIC X(20) VALUE "ACTION".

       01  WS-DETAIL-LINE.
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-TYPE                PIC X(01).
           05  FILLER                  PIC X(01).
           05  DET-SOURCE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-ASOF                PIC X(14).
           05  FILLER                  PIC X(01).
           05  DET-RESTORED            PIC -(08)9.
           05  FILLER                  PIC X(01).
           05  DET-SINCE-LOSS          PIC Z(08)9.
           05  FILLER                  PIC X(01).
           05  DET-NEW-VALUE           PIC -(08)9.
           05  FILLER                  PIC X(01).
           05  DET-GAP                 PIC Z(04)9.
           05  FILLER                  PIC X(01).
           05  DET-ACTION              PIC X(20).

       COPY METRICTB.
       COPY AUDITCOM.
       COPY RUNCTLCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           IF WS-RUN-REFUSED
               GO TO 9999-EXIT
           END-IF

           PERFORM 1500-SCAN-HISTORY
               THRU 1500-SCAN-HISTORY-EXIT.
           PERFORM 1600-READ-SNAPSHOT
               THRU 1600-READ-SNAPSHOT-EXIT.
           PERFORM 1700-SCAN-DAILY-RESETS
               THRU 1700-SCAN-DAILY-RESETS-EXIT.
           PERFORM 1800-CHOOSE-BASELINE
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.

           CALL "redis-connect-retry" USING RETVAL.
           IF RETVAL = REDIS-ERR THEN
               MOVE "redis-recover" TO AUDIT-PROGRAM-ID
               MOVE "CONNECT-FAIL"  TO AUDIT-OPERATION
               MOVE "redis_connect" TO AUDIT-DETAIL
               MOVE SPACES          TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 9999-EXIT
           END-IF

           IF NOT WS-RESTART
               PERFORM 1950-JOURNAL-START
                   THRU 1950-JOURNAL-START-EXIT
               IF WS-RUN-REFUSED
                   CALL "redis_disco"
                   GO TO 9999-EXIT
               END-IF
           END-IF

           PERFORM 2000-TEST-ONE-KEY
               THRU 2000-TEST-ONE-KEY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.

      *    "Most keys" - more than half of those with a baseline.
      *    A restart of an abended recovery skips the vote.
           IF WS-BELOW-COUNT > 0
              AND (WS-RESTART
                   OR (WS-BELOW-COUNT * 2) > WS-BASE-COUNT)
               MOVE "Y" TO WS-LOSS-FLAG
           END-IF

           OPEN OUTPUT RECOVERY-REPORT-FILE.
           OPEN EXTEND RECOVERY-LOG-FILE.
           IF NOT WS-RECOV-OK
               CLOSE RECOVERY-LOG-FILE
               OPEN OUTPUT RECOVERY-LOG-FILE
           END-IF

           PERFORM 3000-RECOVER-ONE-KEY
               THRU 3000-RECOVER-ONE-KEY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.

           PERFORM 5000-PRINT-SUMMARY
               THRU 5000-PRINT-SUMMARY-EXIT.

           CLOSE RECOVERY-LOG-FILE.
           CLOSE RECOVERY-REPORT-FILE.
           CALL "redis_disco".

           PERFORM 6000-AUDIT-SUMMARY
               THRU 6000-AUDIT-SUMMARY-EXIT.

           MOVE "END" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - load the known-metric table, take the
      *  run's date and time, and settle the run's standing: after
      *  tonight's rollover the counters are meant to be zero and
      *  there is nothing to recover; a recovery left STARTED by an
      *  abend is resumed; anything else is a fresh start, journaled
      *  by 1950-JOURNAL-START once Redis has been reached.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL "metric-load" USING KNOWN-METRIC-TABLE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-BUS-DATE.
           MOVE WS-BUS-DATE TO HDG-RUN-DATE.

           MOVE SPACES TO WS-RUN-TIME.
           STRING WS-HH DELIMITED BY SIZE
                  WS-MN DELIMITED BY SIZE
                  WS-SS DELIMITED BY SIZE
                  INTO WS-RUN-TIME
           END-STRING
           MOVE WS-RUN-TIME TO HDG-RUN-TIME.

           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-BUS-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK.
           COMPUTE WS-NOW-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SP-DATE).
           COMPUTE WS-NOW-SECONDS =
               (WS-SP-HH * 3600) + (WS-SP-MN * 60) + WS-SP-SS.

           MOVE SPACES TO RUNCTL-CALL-PARMS.
           MOVE "ROLLOVER" TO RUNCTL-JOB-NAME.
           MOVE WS-BUS-DATE TO RUNCTL-BUS-DATE.
           MOVE "CHECK" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.
           IF RUNCTL-STATUS NOT = "NONE"
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               MOVE "redis-recover" TO AUDIT-PROGRAM-ID
               MOVE "RUN-REFUSED"   TO AUDIT-OPERATION
               MOVE SPACES          TO AUDIT-DETAIL
               STRING "rollover already run for "
                          DELIMITED BY SIZE
                      WS-BUS-DATE DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               MOVE SPACES TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE "REDISRECOV" TO RUNCTL-JOB-NAME.
           MOVE "CHECK" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.
           IF RUNCTL-STATUS = "STARTED"
               MOVE "Y" TO WS-RESTART-FLAG
               MOVE "redis-recover" TO AUDIT-PROGRAM-ID
               MOVE "RESTART"       TO AUDIT-OPERATION
               MOVE SPACES          TO AUDIT-DETAIL
               STRING "resuming abended recovery for "
                          DELIMITED BY SIZE
                      WS-BUS-DATE DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               MOVE SPACES TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1500-SCAN-HISTORY - one pass over the history file keeping
      *  the last sample per known key.  The file is in time order,
      *  so the last row read for a key is its latest.
      *----------------------------------------------------------------
       1500-SCAN-HISTORY.
           PERFORM 1510-CLEAR-ONE-ENTRY
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.

           OPEN INPUT HISTORY-FILE.
           IF NOT WS-FILE-OK
               GO TO 1500-SCAN-HISTORY-EXIT
           END-IF

           PERFORM 1520-READ-HISTORY
               THRU 1520-READ-HISTORY-EXIT.
           PERFORM 1530-TAKE-ONE-SAMPLE
               THRU 1530-TAKE-ONE-SAMPLE-EXIT
               UNTIL FILE-EOF.

           CLOSE HISTORY-FILE.
       1500-SCAN-HISTORY-EXIT.
           EXIT.

       1510-CLEAR-ONE-ENTRY.
           MOVE "N" TO RV-HIST-FLAG(WS-KEY-IDX).
           MOVE SPACES TO RV-HIST-STAMP(WS-KEY-IDX).
           MOVE 0 TO RV-HIST-VALUE(WS-KEY-IDX).
           MOVE "N" TO RV-SNAP-FLAG(WS-KEY-IDX).
           MOVE 0 TO RV-SNAP-VALUE(WS-KEY-IDX).
           MOVE "N" TO RV-RESET-FLAG(WS-KEY-IDX).
           MOVE "N" TO RV-BASE-FLAG(WS-KEY-IDX).
           MOVE SPACES TO RV-BASE-SOURCE(WS-KEY-IDX).
           MOVE SPACES TO RV-BASE-STAMP(WS-KEY-IDX).
           MOVE 0 TO RV-BASE-VALUE(WS-KEY-IDX).
           MOVE 0 TO RV-LIVE-VALUE(WS-KEY-IDX).
           MOVE "N" TO RV-BELOW-FLAG(WS-KEY-IDX).

       1520-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.
       1520-READ-HISTORY-EXIT.
           EXIT.

       1530-TAKE-ONE-SAMPLE.
           IF HIST-BUS-DATE NOT NUMERIC
              OR HIST-TIME NOT NUMERIC
              OR HIST-VALUE NOT NUMERIC
               GO TO 1530-NEXT-SAMPLE
           END-IF

           MOVE HIST-KEY TO WS-LOOKUP-KEY.
           PERFORM 1900-FIND-KEY-SLOT
               THRU 1900-FIND-KEY-SLOT-EXIT.
           IF WS-MATCH-IDX > 0
               MOVE "Y" TO RV-HIST-FLAG(WS-MATCH-IDX)
               MOVE SPACES TO RV-HIST-STAMP(WS-MATCH-IDX)
               STRING HIST-BUS-DATE DELIMITED BY SIZE
                      HIST-TIME     DELIMITED BY SIZE
                      INTO RV-HIST-STAMP(WS-MATCH-IDX)
               END-STRING
               IF HIST-NEGATIVE
                   COMPUTE RV-HIST-VALUE(WS-MATCH-IDX) =
                       0 - HIST-VALUE
               ELSE
                   MOVE HIST-VALUE TO RV-HIST-VALUE(WS-MATCH-IDX)
               END-IF
           END-IF.

       1530-NEXT-SAMPLE.
           PERFORM 1520-READ-HISTORY
               THRU 1520-READ-HISTORY-EXIT.
       1530-TAKE-ONE-SAMPLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1600-READ-SNAPSHOT - the latest snapshot export: its
      *  header carries the capture time, its detail rows the value
      *  per key.  The header timestamp has a two-digit year; the
      *  century is taken from the run date.  No snapshot file, or
      *  one without a header, leaves HISTORY as the only source.
      *----------------------------------------------------------------
       1600-READ-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT WS-SNAP-OK
               GO TO 1600-READ-SNAPSHOT-EXIT
           END-IF

           PERFORM 1610-READ-SNAPSHOT-ROW
               THRU 1610-READ-SNAPSHOT-ROW-EXIT.
           IF SNAP-EOF
              OR NOT SNAP-HEADER-TYPE
               CLOSE SNAPSHOT-FILE
               GO TO 1600-READ-SNAPSHOT-EXIT
           END-IF

           MOVE SNAP-HDR-TIMESTAMP TO WS-SNAP-TS.
           MOVE SPACES TO WS-SNAP-STAMP.
           STRING WS-CC             DELIMITED BY SIZE
                  WS-SNAP-TS(1:2)   DELIMITED BY SIZE
                  WS-SNAP-TS(4:2)   DELIMITED BY SIZE
                  WS-SNAP-TS(7:2)   DELIMITED BY SIZE
                  WS-SNAP-TS(10:2)  DELIMITED BY SIZE
                  WS-SNAP-TS(13:2)  DELIMITED BY SIZE
                  WS-SNAP-TS(16:2)  DELIMITED BY SIZE
                  INTO WS-SNAP-STAMP
           END-STRING
           IF WS-SNAP-STAMP NOT NUMERIC
               CLOSE SNAPSHOT-FILE
               GO TO 1600-READ-SNAPSHOT-EXIT
           END-IF

           PERFORM 1610-READ-SNAPSHOT-ROW
               THRU 1610-READ-SNAPSHOT-ROW-EXIT.
           PERFORM 1620-TAKE-ONE-SNAPSHOT-ROW
               THRU 1620-TAKE-ONE-SNAPSHOT-ROW-EXIT
               UNTIL SNAP-EOF.

           CLOSE SNAPSHOT-FILE.
       1600-READ-SNAPSHOT-EXIT.
           EXIT.

       1610-READ-SNAPSHOT-ROW.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "10" TO WS-SNAP-STATUS
           END-READ.
       1610-READ-SNAPSHOT-ROW-EXIT.
           EXIT.

       1620-TAKE-ONE-SNAPSHOT-ROW.
           IF SNAP-DETAIL-TYPE
              AND SNAP-DTL-VALUE NUMERIC
               MOVE SNAP-DTL-KEY TO WS-LOOKUP-KEY
               PERFORM 1900-FIND-KEY-SLOT
                   THRU 1900-FIND-KEY-SLOT-EXIT
               IF WS-MATCH-IDX > 0
                   MOVE "Y" TO RV-SNAP-FLAG(WS-MATCH-IDX)
                   IF SNAP-DTL-VALUE-NEGATIVE
                       COMPUTE RV-SNAP-VALUE(WS-MATCH-IDX) =
                           0 - SNAP-DTL-VALUE
                   ELSE
                       MOVE SNAP-DTL-VALUE
                           TO RV-SNAP-VALUE(WS-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

           PERFORM 1610-READ-SNAPSHOT-ROW
               THRU 1610-READ-SNAPSHOT-ROW-EXIT.
       1620-TAKE-ONE-SNAPSHOT-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1700-SCAN-DAILY-RESETS - rollover has not run today (the
      *  job refuses otherwise), so any DAILYSUM row already dated
      *  today is a manual dashboard reset, or an approved count
      *  adjustment applied to the live counter.  Either way the
      *  baseline can't be trusted to match: a reset may post-date
      *  it, and an adjustment's adjust-live:<key> running total was
      *  lost along with the counter, so restoring the key would
      *  have rollover count the adjustment twice.
      *----------------------------------------------------------------
       1700-SCAN-DAILY-RESETS.
           OPEN INPUT DAILY-SUMMARY-FILE.
           IF NOT WS-FILE-OK
               GO TO 1700-SCAN-DAILY-RESETS-EXIT
           END-IF

           PERFORM 1710-READ-DAILY-SUMMARY
               THRU 1710-READ-DAILY-SUMMARY-EXIT.
           PERFORM 1720-TAKE-ONE-RESET
               THRU 1720-TAKE-ONE-RESET-EXIT
               UNTIL FILE-EOF.

           CLOSE DAILY-SUMMARY-FILE.
       1700-SCAN-DAILY-RESETS-EXIT.
           EXIT.

       1710-READ-DAILY-SUMMARY.
           READ DAILY-SUMMARY-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.
       1710-READ-DAILY-SUMMARY-EXIT.
           EXIT.

       1720-TAKE-ONE-RESET.
           IF DAILY-SUM-BUS-DATE = WS-BUS-DATE
               MOVE DAILY-SUM-KEY TO WS-LOOKUP-KEY
               PERFORM 1900-FIND-KEY-SLOT
                   THRU 1900-FIND-KEY-SLOT-EXIT
               IF WS-MATCH-IDX > 0
                   MOVE "Y" TO RV-RESET-FLAG(WS-MATCH-IDX)
               END-IF
           END-IF.

           PERFORM 1710-READ-DAILY-SUMMARY
               THRU 1710-READ-DAILY-SUMMARY-EXIT.
       1720-TAKE-ONE-RESET-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1800-CHOOSE-BASELINE - the later of the key's last sample
      *  and the snapshot wins; a counter's baseline must be dated
      *  today.  A counter baseline of zero has nothing to restore
      *  and does not count towards the loss vote.
      *----------------------------------------------------------------
       1800-CHOOSE-BASELINE.
           IF RV-HAS-HIST(WS-KEY-IDX)
               MOVE "Y" TO RV-BASE-FLAG(WS-KEY-IDX)
               MOVE "HISTORY" TO RV-BASE-SOURCE(WS-KEY-IDX)
               MOVE RV-HIST-STAMP(WS-KEY-IDX)
                   TO RV-BASE-STAMP(WS-KEY-IDX)
               MOVE RV-HIST-VALUE(WS-KEY-IDX)
                   TO RV-BASE-VALUE(WS-KEY-IDX)
           END-IF

           IF RV-HAS-SNAP(WS-KEY-IDX)
              AND (NOT RV-HAS-BASE(WS-KEY-IDX)
                   OR WS-SNAP-STAMP > RV-BASE-STAMP(WS-KEY-IDX))
               MOVE "Y" TO RV-BASE-FLAG(WS-KEY-IDX)
               MOVE "SNAPSHOT" TO RV-BASE-SOURCE(WS-KEY-IDX)
               MOVE WS-SNAP-STAMP TO RV-BASE-STAMP(WS-KEY-IDX)
               MOVE RV-SNAP-VALUE(WS-KEY-IDX)
                   TO RV-BASE-VALUE(WS-KEY-IDX)
           END-IF

           IF KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
              AND RV-HAS-BASE(WS-KEY-IDX)
              AND (RV-BASE-STAMP(WS-KEY-IDX)(1:8) NOT = WS-BUS-DATE
                   OR RV-BASE-VALUE(WS-KEY-IDX) = 0)
               MOVE "N" TO RV-BASE-FLAG(WS-KEY-IDX)
           END-IF

           IF RV-HAS-BASE(WS-KEY-IDX)
               ADD 1 TO WS-BASE-COUNT
           END-IF.

      *----------------------------------------------------------------
      *  1900-FIND-KEY-SLOT - locate WS-LOOKUP-KEY in the
      *  known-metric table; WS-MATCH-IDX stays 0 for a key no
      *  longer on the master.
      *----------------------------------------------------------------
       1900-FIND-KEY-SLOT.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 1910-MATCH-ONE-KEY
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                  OR WS-MATCH-IDX > 0.
       1900-FIND-KEY-SLOT-EXIT.
           EXIT.

       1910-MATCH-ONE-KEY.
           IF KNOWN-METRIC-KEY(WS-KEY-IDX) = WS-LOOKUP-KEY
               MOVE WS-KEY-IDX TO WS-MATCH-IDX
           END-IF.

      *----------------------------------------------------------------
      *  1950-JOURNAL-START - journal the fresh run STARTED.  Left
      *  until Redis has answered: a STARTED record with nothing
      *  behind it would make the next run a restart and skip the
      *  "most keys" test.
      *----------------------------------------------------------------
       1950-JOURNAL-START.
           MOVE "REDISRECOV" TO RUNCTL-JOB-NAME.
           MOVE "START" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.
           IF RUNCTL-STATUS NOT = "OK"
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               MOVE "redis-recover" TO AUDIT-PROGRAM-ID
               MOVE "RUN-REFUSED"   TO AUDIT-OPERATION
               MOVE "JOBSTAT journal not writable" TO AUDIT-DETAIL
               MOVE SPACES TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           END-IF.
       1950-JOURNAL-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-TEST-ONE-KEY - read back a key that has a baseline.
      *  A counter is below when its live count is under the
      *  baseline; a gauge is below when its key no longer exists
      *  (a reading of 0 is a perfectly good reading).
      *----------------------------------------------------------------
       2000-TEST-ONE-KEY.
           IF NOT RV-HAS-BASE(WS-KEY-IDX)
               GO TO 2000-TEST-ONE-KEY-EXIT
           END-IF

           IF KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
               MOVE SPACES TO STR
               STRING "EXISTS " DELIMITED BY SIZE
                      KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                      INTO STR
               END-STRING
               CALL "redis_cmd_int" USING
                   STR
                   BY REFERENCE OUTVAL
                   RETURNING RETVAL
               END-CALL
               IF RETVAL = REDIS-ERR THEN
                   PERFORM 7000-AUDIT-CMD-FAIL
                       THRU 7000-AUDIT-CMD-FAIL-EXIT
                   GO TO 2000-TEST-ONE-KEY-EXIT
               END-IF
               IF OUTVAL = 0
                   MOVE "Y" TO RV-BELOW-FLAG(WS-KEY-IDX)
                   ADD 1 TO WS-BELOW-COUNT
               END-IF
           END-IF

           MOVE SPACES TO STR
           STRING "GET " DELIMITED BY SIZE
                  KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR THEN
               PERFORM 7000-AUDIT-CMD-FAIL
                   THRU 7000-AUDIT-CMD-FAIL-EXIT
               GO TO 2000-TEST-ONE-KEY-EXIT
           END-IF
           IF OUTVAL < 0
              AND KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
               MOVE 0 TO OUTVAL
           END-IF
           MOVE OUTVAL TO RV-LIVE-VALUE(WS-KEY-IDX).

           IF KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
              AND RV-LIVE-VALUE(WS-KEY-IDX) <
                  RV-BASE-VALUE(WS-KEY-IDX)
               MOVE "Y" TO RV-BELOW-FLAG(WS-KEY-IDX)
               ADD 1 TO WS-BELOW-COUNT
           END-IF.
       2000-TEST-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-RECOVER-ONE-KEY - one report line per known key with
      *  what was done about it; when a loss was detected, a key
      *  below its baseline is reseeded and logged to RECOVLOG.
      *----------------------------------------------------------------
       3000-RECOVER-ONE-KEY.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO DET-KEY.
           MOVE KNOWN-METRIC-TYPE(WS-KEY-IDX) TO DET-TYPE.

           IF NOT RV-HAS-BASE(WS-KEY-IDX)
               MOVE "NO BASELINE" TO DET-ACTION
               GO TO 3000-WRITE-LINE
           END-IF

           MOVE RV-BASE-SOURCE(WS-KEY-IDX) TO DET-SOURCE.
           MOVE RV-BASE-STAMP(WS-KEY-IDX) TO DET-ASOF.
           MOVE RV-BASE-VALUE(WS-KEY-IDX) TO DET-RESTORED.
           PERFORM 3500-COMPUTE-GAP
               THRU 3500-COMPUTE-GAP-EXIT.
           MOVE WS-GAP-MINUTES TO DET-GAP.

           IF NOT RV-BELOW(WS-KEY-IDX)
               MOVE RV-LIVE-VALUE(WS-KEY-IDX) TO DET-NEW-VALUE
               MOVE "INTACT" TO DET-ACTION
               GO TO 3000-WRITE-LINE
           END-IF

           IF NOT WS-LOSS-DETECTED
               MOVE RV-LIVE-VALUE(WS-KEY-IDX) TO DET-NEW-VALUE
               MOVE "BELOW - NOT RESTORED" TO DET-ACTION
               GO TO 3000-WRITE-LINE
           END-IF

           IF KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
              AND RV-RESET-TODAY(WS-KEY-IDX)
               MOVE RV-LIVE-VALUE(WS-KEY-IDX) TO DET-NEW-VALUE
               MOVE "HELD - RESET TODAY" TO DET-ACTION
               ADD 1 TO WS-HELD-COUNT
               GO TO 3000-WRITE-LINE
           END-IF

           PERFORM 3100-RESEED-ONE-KEY
               THRU 3100-RESEED-ONE-KEY-EXIT.
           MOVE WS-SINCE-LOSS TO DET-SINCE-LOSS.
           MOVE WS-NEW-VALUE TO DET-NEW-VALUE.
           MOVE WS-ACTION TO DET-ACTION.

       3000-WRITE-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       3000-RECOVER-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-RESEED-ONE-KEY - a counter gets its baseline added on
      *  top of whatever has arrived since the loss (INCRBY answers
      *  the new total); a missing gauge gets its baseline reading
      *  back.  Only a clean write is logged as restored.
      *----------------------------------------------------------------
       3100-RESEED-ONE-KEY.
           MOVE SPACES TO STR.
           MOVE RV-BASE-VALUE(WS-KEY-IDX) TO WS-RESEED-ABS.
           MOVE SPACES TO WS-RESEED-SIGN.
           IF RV-BASE-VALUE(WS-KEY-IDX) < 0
               MOVE "-" TO WS-RESEED-SIGN
           END-IF
           IF KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
               MOVE RV-LIVE-VALUE(WS-KEY-IDX) TO WS-SINCE-LOSS
               STRING "INCRBY " DELIMITED BY SIZE
                      KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                      " "      DELIMITED BY SIZE
                      WS-RESEED-ABS DELIMITED BY SIZE
                      INTO STR
               END-STRING
           ELSE
               MOVE 0 TO WS-SINCE-LOSS
               STRING "SET " DELIMITED BY SIZE
                      KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                      " "    DELIMITED BY SIZE
                      WS-RESEED-SIGN DELIMITED BY SPACE
                      WS-RESEED-ABS DELIMITED BY SIZE
                      INTO STR
               END-STRING
           END-IF

           MOVE 0 TO OUTVAL.
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR THEN
               PERFORM 7000-AUDIT-CMD-FAIL
                   THRU 7000-AUDIT-CMD-FAIL-EXIT
               MOVE RV-LIVE-VALUE(WS-KEY-IDX) TO WS-NEW-VALUE
               MOVE "RESTORE FAILED" TO WS-ACTION
               GO TO 3100-RESEED-ONE-KEY-EXIT
           END-IF

           IF KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
               MOVE OUTVAL TO WS-NEW-VALUE
           ELSE
               MOVE RV-BASE-VALUE(WS-KEY-IDX) TO WS-NEW-VALUE
           END-IF
           MOVE "RESTORED" TO WS-ACTION.
           ADD 1 TO WS-RESTORED-COUNT.

           MOVE SPACES TO RECOVERY-LOG-RECORD.
           MOVE WS-BUS-DATE TO RCVL-BUS-DATE.
           MOVE WS-RUN-TIME TO RCVL-TIME.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO RCVL-KEY.
           MOVE KNOWN-METRIC-TYPE(WS-KEY-IDX) TO RCVL-TYPE.
           MOVE RV-BASE-SOURCE(WS-KEY-IDX) TO RCVL-SOURCE.
           MOVE RV-BASE-STAMP(WS-KEY-IDX)(9:6) TO RCVL-ASOF-TIME.
           MOVE RV-BASE-VALUE(WS-KEY-IDX) TO RCVL-RESTORED.
           MOVE WS-SINCE-LOSS TO RCVL-SINCE-LOSS.
           MOVE WS-NEW-VALUE TO RCVL-NEW-VALUE.
           IF RV-BASE-VALUE(WS-KEY-IDX) < 0
               MOVE "-" TO RCVL-RESTORED-SIGN
           END-IF
           IF WS-NEW-VALUE < 0
               MOVE "-" TO RCVL-NEW-VALUE-SIGN
           END-IF
           MOVE WS-GAP-MINUTES TO RCVL-GAP-MINUTES.
           WRITE RECOVERY-LOG-RECORD.
       3100-RESEED-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3500-COMPUTE-GAP - minutes between the key's baseline and
      *  this run, the window no kept file can account for.
      *  Capped at the field's 9999.
      *----------------------------------------------------------------
       3500-COMPUTE-GAP.
           MOVE RV-BASE-STAMP(WS-KEY-IDX) TO WS-STAMP-WORK.
           COMPUTE WS-BASE-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-SP-DATE).
           COMPUTE WS-BASE-SECONDS =
               (WS-SP-HH * 3600) + (WS-SP-MN * 60) + WS-SP-SS.
           COMPUTE WS-GAP-SECONDS =
               ((WS-NOW-DAY-INT - WS-BASE-DAY-INT) * 86400)
               + WS-NOW-SECONDS - WS-BASE-SECONDS.
           IF WS-GAP-SECONDS < 0
               MOVE 0 TO WS-GAP-SECONDS
           END-IF
           IF WS-GAP-SECONDS > 599940
               MOVE 9999 TO WS-GAP-MINUTES
           ELSE
               COMPUTE WS-GAP-MINUTES = WS-GAP-SECONDS / 60
           END-IF.
       3500-COMPUTE-GAP-EXIT.
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
           MOVE WS-DETAIL-LINE TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       4000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       4100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE SPACES TO RECOVERY-REPORT-RECORD.
           WRITE RECOVERY-REPORT-RECORD.
           MOVE 4 TO WS-LINE-COUNT.
       4100-PRINT-PAGE-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-SUMMARY - the verdict and the counts behind it.
      *----------------------------------------------------------------
       5000-PRINT-SUMMARY.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           MOVE WS-BASE-COUNT TO WS-COUNT-DISPLAY-1.
           MOVE WS-BELOW-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "KEYS WITH A BASELINE " DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-1      DELIMITED BY SIZE
                  "   BELOW BASELINE "    DELIMITED BY SIZE
                  WS-COUNT-DISPLAY-2      DELIMITED BY SIZE
                  INTO WS-DETAIL-LINE
           END-STRING
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           IF WS-LOSS-DETECTED
               MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY-1
               MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY-2
               STRING "REDIS DATA LOSS DETECTED - KEYS RESTORED "
                          DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-1 DELIMITED BY SIZE
                      "   HELD FOR REVIEW " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               MOVE SPACES TO WS-DETAIL-LINE
               STRING "BUSINESS DATE " DELIMITED BY SIZE
                      WS-BUS-DATE      DELIMITED BY SIZE
                      " FLAGGED RECOVERED - PUSHES INSIDE EACH GAP"
                          DELIMITED BY SIZE
                      " ARE NOT RECOVERABLE" DELIMITED BY SIZE
                      INTO WS-DETAIL-LINE
               END-STRING
           ELSE
               MOVE "NO REDIS DATA LOSS DETECTED - NOTHING RESTORED"
                   TO WS-DETAIL-LINE
           END-IF
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       5000-PRINT-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6000-AUDIT-SUMMARY - one trail line: RECOVER when keys were
      *  reseeded, RECOVER-CHK when the check found nothing to do.
      *----------------------------------------------------------------
       6000-AUDIT-SUMMARY.
           MOVE "redis-recover" TO AUDIT-PROGRAM-ID.
           MOVE SPACES TO AUDIT-DETAIL.
           MOVE WS-BELOW-COUNT TO WS-COUNT-DISPLAY-1.
           MOVE WS-BASE-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE WS-RESTORED-COUNT TO WS-COUNT-DISPLAY-3.
           IF WS-LOSS-DETECTED
               MOVE "RECOVER" TO AUDIT-OPERATION
               STRING "restored "         DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-3  DELIMITED BY SIZE
                      " keys, "           DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-1  DELIMITED BY SIZE
                      " of "              DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
                      " below baseline"   DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
           ELSE
               MOVE "RECOVER-CHK" TO AUDIT-OPERATION
               STRING "no loss detected, " DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-1  DELIMITED BY SIZE
                      " of "              DELIMITED BY SIZE
                      WS-COUNT-DISPLAY-2  DELIMITED BY SIZE
                      " below baseline"   DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
           END-IF
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       6000-AUDIT-SUMMARY-EXIT.
           EXIT.

       7000-AUDIT-CMD-FAIL.
           MOVE "redis-recover" TO AUDIT-PROGRAM-ID.
           MOVE "CMD-FAIL"      TO AUDIT-OPERATION.
           MOVE STR             TO AUDIT-DETAIL.
           MOVE SPACES          TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       7000-AUDIT-CMD-FAIL-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM redis-recover.
