      *================================================================
      *
      *  PROGRAM:     breach-forecast
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-15
      *
      *  PURPOSE:  Run on a schedule (hourly, after history-sample)
      *            to warn of threshold breaches before alertmon
      *            has to raise them.  alertmon only speaks once a
      *            key is already over KNOWN-METRIC-THRESH (or, for
      *            a gauge, under KNOWN-METRIC-THRESH-LOW); a tank
      *            draining or a counter climbing steadily through
      *            the shift can be seen coming hours ahead.
      *
      *            Each key's trend is fitted (least squares) to its
      *            HISTORY samples over the look-back, and projected
      *            forward from its live value to the limit it is
      *            heading for: the high threshold when rising, a
      *            gauge's low threshold when falling.  A counter's
      *            samples restart the fit wherever the count drops
      *            (a rollover or a dashboard reset), and a counter
      *            that would only get there after midnight is left
      *            out - the rollover zeroes it first.  A gauge with
      *            too few samples is fitted to its GAUGSTAT daily
      *            means instead.  Keys inside a declared maintenance
      *            window are left out, as alertmon leaves them; so
      *            are keys already out of limits (alertmon has
      *            them) and keys that would take longer than the
      *            outlook (WS-OUTLOOK-HOURS) to get there.
      *
      *            The report (FCSTRPT) lists the projected breaches
      *            by site and then by time to breach, each flagged
      *            WARNING when inside the horizon and WATCH beyond
      *            it, then the keys excluded for maintenance and
      *            the run's counts.  Each WARNING is also left in
      *            Redis for the dashboard as forecast:<key>, the
      *            minutes to the breach (negative for a low
      *            breach), expiring after WS-FORECAST-TTL seconds
      *            so a forecast nobody renews goes away; every
      *            other key's is set to 0.
      *
      *            The horizon and the look-back come from the
      *            one-card parameter file (FCSTPRM, horizon hours
      *            in columns 1-3, look-back hours in columns 5-7,
      *            both zero-filled); a missing card or a blank or
      *            bad field takes the defaults of 8 and 12 hours.
      *            The look-back is held to the 7 days HISTORY
      *            keeps in full.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-15  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. breach-forecast.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HISTFD.
           COPY GSTAFD.
           SELECT PARM-FILE ASSIGN TO "FCSTPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "FCSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY HISTRC.
           COPY GSTARC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-HORIZON             PIC 9(03).
           05  FILLER                  PIC X(01).
           05  PRM-LOOKBACK            PIC 9(03).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FILE-STATUS          PIC X(02).
               88  WS-FILE-OK          VALUE "00".
               88  HIST-EOF            VALUE "10".
           05  WS-GSTAT-STATUS         PIC X(02).
               88  WS-GSTAT-OK         VALUE "00".
               88  GSTAT-EOF           VALUE "10".
           05  WS-PARM-STATUS          PIC X(02).
               88  WS-PARM-OK          VALUE "00".
           05  WS-REPORT-STATUS        PIC X(02).
           05  WS-REDIS-FLAG           PIC X(01) VALUE "N".
               88  WS-REDIS-UP         VALUE "Y".
           05  WS-IN-MAINT-FLAG        PIC X(01) VALUE "N".
               88  WS-IN-MAINT         VALUE "Y".
           05  WS-LIVE-FLAG            PIC X(01) VALUE "N".
               88  WS-LIVE-READ        VALUE "Y".

       01  STR                         PIC X(256).
       01  RETVAL                      PIC S9(9) BINARY.
       01  OUTVAL                      PIC S9(9) COMP-5.

       01  REDIS-ERR                   PIC S9(9) VALUE -1.

      *  Tunables: the outlook beyond which a trend is not reported,
      *  the fewest points a trend is fitted to, the days of
      *  GAUGSTAT a gauge falls back on, and how long the
      *  dashboard's copy of a forecast lives.
       01  WS-OUTLOOK-HOURS            PIC 9(03) VALUE 72.
       01  WS-MIN-POINTS               PIC 9(03) VALUE 3.
       01  WS-DAILY-DAYS               PIC 9(03) VALUE 7.
       01  WS-FORECAST-TTL             PIC 9(05) VALUE 07200.

       01  WS-HORIZON-HOURS            PIC 9(03) VALUE 8.
       01  WS-LOOKBACK-HOURS           PIC 9(03) VALUE 12.
       01  WS-HORIZON-MINUTES          PIC 9(05).
       01  WS-OUTLOOK-MINUTES          PIC 9(05).

       01  WS-TODAY                    PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                       PIC 9(08).
       01  WS-TODAY-INT                PIC 9(07).
       01  WS-DAILY-FIRST-INT          PIC 9(07).
       01  WS-NOW-TIME.
           05  WS-NOW-HH               PIC 9(02).
           05  WS-NOW-MN               PIC 9(02).
           05  WS-NOW-SS               PIC 9(02).
           05  WS-NOW-HS               PIC 9(02).
       01  WS-NOW-STAMP                PIC X(14).
       01  WS-NOW-MINUTES              PIC S9(11).
       01  WS-WINDOW-START             PIC S9(11).
       01  WS-NOW-X                    PIC S9(09).
       01  WS-TO-MIDNIGHT              PIC 9(05).

      *  Date and clock time to minutes on one running scale; the
      *  day number is kept for the last date converted, since the
      *  files come in date order.
       01  WS-CONV-DATE                PIC X(08).
       01  WS-CONV-DATE-NUM            PIC 9(08).
       01  WS-CONV-HH                  PIC 9(02).
       01  WS-CONV-MN                  PIC 9(02).
       01  WS-CONV-MINUTES             PIC S9(11).
       01  WS-CACHE-DATE               PIC X(08) VALUE SPACES.
       01  WS-CACHE-INT                PIC 9(07) VALUE 0.
       01  WS-POINT-X                  PIC S9(09).
       01  WS-POINT-VALUE              PIC S9(09).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.
       01  WS-WIN-IDX                  PIC 9(02) BINARY.
       01  WS-WIN-SLOT                 PIC 9(02) BINARY.
       01  WS-DEV-IDX                  PIC 9(03) BINARY.
       01  WS-SITE-IDX                 PIC 9(03) BINARY.
       01  WS-SITE-SLOT                PIC 9(03) BINARY.
       01  WS-FCST-IDX                 PIC 9(03) BINARY.
       01  WS-PICK-IDX                 PIC 9(03) BINARY.
       01  WS-PICK-SITE                PIC X(10).
       01  WS-EXCL-IDX                 PIC 9(03) BINARY.

       01  WS-KEY-METRIC               PIC X(30).
       01  WS-KEY-DEVICE               PIC X(20).
       01  WS-KEY-SITE                 PIC X(10).

      *  The fit for the key in hand: the points it was made from,
      *  the trend per minute, and the point it is projected from
      *  (the live value now, or failing that the latest point).
       01  WS-FIT-N                    PIC 9(05).
       01  WS-FIT-SX                   PIC S9(11).
       01  WS-FIT-SY                   PIC S9(15).
       01  WS-FIT-SXX                  PIC S9(15).
       01  WS-FIT-SXY                  PIC S9(18).
       01  WS-FIT-DENOM                PIC S9(18).
       01  WS-FIT-BASIS                PIC X(07).
       01  WS-SLOPE                    PIC S9(09)V9(09).
       01  WS-SLOPE-ABS                PIC 9(09)V9(09).
       01  WS-CUR-VALUE                PIC S9(09).
       01  WS-CUR-X                    PIC S9(09).
       01  WS-LIMIT                    PIC S9(09).
       01  WS-DIRECTION                PIC X(04).
       01  WS-GAP                      PIC S9(10).
       01  WS-REACH                    PIC S9(14)V9(04).
       01  WS-BREACH-MIN               PIC S9(09).
       01  WS-PUBLISH-MIN              PIC S9(09).
       01  WS-PUBLISH-ABS              PIC 9(09).
       01  WS-PUBLISH-SIGN             PIC X(01).
       01  WS-TTL-DISPLAY              PIC 9(05).

      *  Per-key running sums off the files, slot for slot with
      *  KNOWN-METRIC-TABLE.  X is minutes from the start of the
      *  look-back; a daily mean sits at noon of its day.
       01  WS-KEY-FIT-TABLE.
           05  WS-KEY-FIT              OCCURS 500 TIMES.
               10  KF-N                PIC 9(05).
               10  KF-SX               PIC S9(11).
               10  KF-SY               PIC S9(15).
               10  KF-SXX              PIC S9(15).
               10  KF-SXY              PIC S9(18).
               10  KF-LAST-VALUE       PIC S9(09).
               10  KF-LAST-X           PIC S9(09).
               10  KF-DAY-N            PIC 9(05).
               10  KF-DAY-SX           PIC S9(11).
               10  KF-DAY-SY           PIC S9(15).
               10  KF-DAY-SXX          PIC S9(15).
               10  KF-DAY-SXY          PIC S9(18).
               10  KF-DAY-LAST-VALUE   PIC S9(09).
               10  KF-DAY-LAST-X       PIC S9(09).

      *  The projected breaches, one per key trending toward a
      *  limit inside the outlook.  FCST-MINUTES is from the run;
      *  readings, limit and trend are in the key's own scale.
       01  WS-FORECAST-TABLE.
           05  WS-FCST-COUNT           PIC 9(03) VALUE 0.
           05  WS-FCST-ENTRY           OCCURS 500 TIMES.
               10  FCST-KEY-IDX        PIC 9(03).
               10  FCST-SITE           PIC X(10).
               10  FCST-DIRECTION      PIC X(04).
               10  FCST-MINUTES        PIC 9(05).
               10  FCST-CURRENT        PIC S9(09).
               10  FCST-LIMIT          PIC S9(09).
               10  FCST-TREND-HOUR     PIC S9(09).
               10  FCST-BASIS          PIC X(07).
               10  FCST-LEVEL          PIC X(08).
                   88  FCST-WARNING    VALUE "WARNING".
               10  FCST-PRINTED-FLAG   PIC X(01).
                   88  FCST-PRINTED    VALUE "Y".

      *  Sites of the projected breaches, in the order first met.
       01  WS-SITE-TABLE.
           05  WS-SITE-COUNT           PIC 9(03) VALUE 0.
           05  WS-SITE-ENTRY           OCCURS 500 TIMES.
               10  ST-SITE             PIC X(10).

      *  Keys left out for maintenance, with the window they sit in.
       01  WS-EXCLUDED-TABLE.
           05  WS-EXCL-COUNT           PIC 9(03) VALUE 0.
           05  WS-EXCL-ENTRY           OCCURS 500 TIMES.
               10  EXCL-KEY-IDX        PIC 9(03).
               10  EXCL-WIN-IDX        PIC 9(02).

       01  WS-COUNTS.
           05  WS-CNT-EXAMINED         PIC 9(05) VALUE 0.
           05  WS-CNT-MAINT            PIC 9(05) VALUE 0.
           05  WS-CNT-OUT-OF-LIMITS    PIC 9(05) VALUE 0.
           05  WS-CNT-TOO-FEW          PIC 9(05) VALUE 0.
           05  WS-CNT-STEADY           PIC 9(05) VALUE 0.
           05  WS-CNT-RESET-FIRST      PIC 9(05) VALUE 0.
           05  WS-CNT-WARNING          PIC 9(05) VALUE 0.
           05  WS-CNT-WATCH            PIC 9(05) VALUE 0.
           05  WS-CNT-NO-LIVE          PIC 9(05) VALUE 0.

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD PROJECTED THRESHOLD BREACHES".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "RUN ".
           05  HDG-DATE                PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HDG-HH                  PIC 9(02).
           05  FILLER                  PIC X(01) VALUE ":".
           05  HDG-MN                  PIC 9(02).
           05  FILLER                  PIC X(11)
               VALUE "   HORIZON ".
           05  HDG-HORIZON             PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE " HOURS".
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-SECTION-TITLE            PIC X(60).
       01  WS-COLUMN-LINE              PIC X(132).

       01  WS-FORECAST-COLUMN-LINE.
           05  FILLER                  PIC X(09) VALUE "LEVEL".
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(11) VALUE "SITE".
           05  FILLER                  PIC X(05) VALUE "TO".
           05  FILLER                  PIC X(15) VALUE "NOW".
           05  FILLER                  PIC X(15) VALUE "LIMIT".
           05  FILLER                  PIC X(15) VALUE "TREND PER HOUR".
           05  FILLER                  PIC X(11) VALUE "BREACH IN".
           05  FILLER                  PIC X(07) VALUE "BASIS".

       01  WS-EXCLUDED-COLUMN-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(15) VALUE "WINDOW START".
           05  FILLER                  PIC X(15) VALUE "WINDOW END".
           05  FILLER                  PIC X(40) VALUE "REASON".

       01  WS-DETAIL-LINE.
           05  DET-LEVEL               PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-SITE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  DET-DIRECTION           PIC X(04).
           05  FILLER                  PIC X(01).
           05  DET-CURRENT             PIC X(14).
           05  FILLER                  PIC X(01).
           05  DET-LIMIT               PIC X(14).
           05  FILLER                  PIC X(01).
           05  DET-TREND               PIC X(14).
           05  FILLER                  PIC X(01).
           05  DET-HOURS               PIC ZZZ9.
           05  DET-H                   PIC X(02).
           05  DET-MINS                PIC 99.
           05  DET-M                   PIC X(02).
           05  FILLER                  PIC X(01).
           05  DET-BASIS               PIC X(07).
           05  FILLER                  PIC X(13).

      *  The maintenance exclusions and the run's counts.
       01  WS-EXCLUDED-LINE REDEFINES WS-DETAIL-LINE.
           05  FILLER                  PIC X(09).
           05  EXL-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  EXL-START               PIC X(14).
           05  FILLER                  PIC X(01).
           05  EXL-END                 PIC X(14).
           05  FILLER                  PIC X(01).
           05  EXL-REASON              PIC X(40).
           05  FILLER                  PIC X(22).

       01  WS-COUNT-LINE REDEFINES WS-DETAIL-LINE.
           05  CNT-LABEL               PIC X(50).
           05  CNT-VALUE               PIC Z(04)9.
           05  FILLER                  PIC X(77).

       COPY METRICTB.
       COPY DEVICETB.
       COPY MAINTTB.
       COPY AUDITCOM.
       COPY RUNCTLCM.
       COPY RDCVCM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-SCAN-HISTORY
               THRU 1500-SCAN-HISTORY-EXIT.
           PERFORM 1600-SCAN-GAUGE-STATS
               THRU 1600-SCAN-GAUGE-STATS-EXIT.

           CALL "redis-connect-retry" USING RETVAL.
           IF RETVAL = REDIS-ERR THEN
               MOVE "breach-forecast" TO AUDIT-PROGRAM-ID
               MOVE "CONNECT-FAIL"    TO AUDIT-OPERATION
               MOVE "redis_connect"   TO AUDIT-DETAIL
               MOVE SPACES            TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           ELSE
               MOVE "Y" TO WS-REDIS-FLAG
           END-IF

           PERFORM 2000-FORECAST-ONE-KEY
               THRU 2000-FORECAST-ONE-KEY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.

           IF WS-REDIS-UP
               CALL "redis_disco"
           END-IF

           OPEN OUTPUT FORECAST-REPORT-FILE.
           PERFORM 5000-PRINT-BY-SITE
               THRU 5000-PRINT-BY-SITE-EXIT.
           PERFORM 6000-PRINT-BY-TIME
               THRU 6000-PRINT-BY-TIME-EXIT.
           PERFORM 6500-PRINT-EXCLUDED
               THRU 6500-PRINT-EXCLUDED-EXIT.
           PERFORM 6800-PRINT-COUNTS
               THRU 6800-PRINT-COUNTS-EXIT.
           CLOSE FORECAST-REPORT-FILE.

           MOVE "breach-forecast" TO AUDIT-PROGRAM-ID.
           MOVE "FORECAST"        TO AUDIT-OPERATION.
           MOVE SPACES            TO AUDIT-DETAIL.
           STRING "warning "        DELIMITED BY SIZE
                  WS-CNT-WARNING    DELIMITED BY SIZE
                  " watch "         DELIMITED BY SIZE
                  WS-CNT-WATCH      DELIMITED BY SIZE
                  " of "            DELIMITED BY SIZE
                  WS-CNT-EXAMINED   DELIMITED BY SIZE
                  " keys, horizon " DELIMITED BY SIZE
                  WS-HORIZON-HOURS  DELIMITED BY SIZE
                  "h"               DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES            TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.

           MOVE "END" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - the metric and device masters and the
      *  maintenance windows, the horizon and look-back off the
      *  parameter card, and the run's clock: now, the start of
      *  the look-back and the first GAUGSTAT day, on the one
      *  minutes scale the samples are put on.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL "metric-load" USING KNOWN-METRIC-TABLE.
           CALL "device-load" USING KNOWN-DEVICE-TABLE.
           CALL "maint-load" USING MAINT-WINDOW-TABLE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           MOVE SPACES TO RUNCTL-CALL-PARMS.
           MOVE "FORECAST" TO RUNCTL-JOB-NAME.
           MOVE WS-TODAY TO RUNCTL-BUS-DATE.
           MOVE "START" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-OK
                   IF PRM-HORIZON NUMERIC
                      AND PRM-HORIZON > 0
                       MOVE PRM-HORIZON TO WS-HORIZON-HOURS
                   END-IF
                   IF PRM-LOOKBACK NUMERIC
                      AND PRM-LOOKBACK > 0
                      AND PRM-LOOKBACK NOT > 168
                       MOVE PRM-LOOKBACK TO WS-LOOKBACK-HOURS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF WS-OUTLOOK-HOURS < WS-HORIZON-HOURS
               MOVE WS-HORIZON-HOURS TO WS-OUTLOOK-HOURS
           END-IF
           COMPUTE WS-HORIZON-MINUTES = WS-HORIZON-HOURS * 60.
           COMPUTE WS-OUTLOOK-MINUTES = WS-OUTLOOK-HOURS * 60.

           MOVE WS-TODAY TO WS-CONV-DATE.
           MOVE WS-NOW-HH TO WS-CONV-HH.
           MOVE WS-NOW-MN TO WS-CONV-MN.
           PERFORM 1700-DATE-TO-MINUTES
               THRU 1700-DATE-TO-MINUTES-EXIT.
           MOVE WS-CONV-MINUTES TO WS-NOW-MINUTES.
           MOVE WS-CACHE-INT TO WS-TODAY-INT.
           COMPUTE WS-NOW-X = WS-LOOKBACK-HOURS * 60.
           COMPUTE WS-WINDOW-START = WS-NOW-MINUTES - WS-NOW-X.
           COMPUTE WS-DAILY-FIRST-INT = WS-TODAY-INT - WS-DAILY-DAYS.
           COMPUTE WS-TO-MIDNIGHT =
               1440 - (WS-NOW-HH * 60) - WS-NOW-MN.

           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-TODAY  DELIMITED BY SIZE
                  WS-NOW-HH DELIMITED BY SIZE
                  WS-NOW-MN DELIMITED BY SIZE
                  WS-NOW-SS DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING

           MOVE WS-TODAY TO HDG-DATE.
           MOVE WS-NOW-HH TO HDG-HH.
           MOVE WS-NOW-MN TO HDG-MN.
           MOVE WS-HORIZON-HOURS TO HDG-HORIZON.

           PERFORM 1510-CLEAR-ONE-KEY
               THRU 1510-CLEAR-ONE-KEY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1500-SCAN-HISTORY - the samples inside the look-back into
      *  each key's running sums.  A counter sample below the one
      *  before it means the count was zeroed; its fit starts again
      *  from there.  No history file just means no sample fits.
      *----------------------------------------------------------------
       1500-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF NOT WS-FILE-OK
               GO TO 1500-SCAN-HISTORY-EXIT
           END-IF

           PERFORM 1520-READ-HISTORY
               THRU 1520-READ-HISTORY-EXIT.
           PERFORM 1530-TAKE-ONE-SAMPLE
               THRU 1530-TAKE-ONE-SAMPLE-EXIT
               UNTIL HIST-EOF.

           CLOSE HISTORY-FILE.
       1500-SCAN-HISTORY-EXIT.
           EXIT.

       1510-CLEAR-ONE-KEY.
           INITIALIZE WS-KEY-FIT(WS-KEY-IDX).
       1510-CLEAR-ONE-KEY-EXIT.
           EXIT.

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

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 1540-MATCH-ONE-KEY
               THRU 1540-MATCH-ONE-KEY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
               GO TO 1530-NEXT-SAMPLE
           END-IF

           MOVE HIST-BUS-DATE TO WS-CONV-DATE.
           MOVE HIST-TIME(1:2) TO WS-CONV-HH.
           MOVE HIST-TIME(3:2) TO WS-CONV-MN.
           PERFORM 1700-DATE-TO-MINUTES
               THRU 1700-DATE-TO-MINUTES-EXIT.
           COMPUTE WS-POINT-X = WS-CONV-MINUTES - WS-WINDOW-START.
           IF WS-POINT-X < 0
               GO TO 1530-NEXT-SAMPLE
           END-IF

           MOVE HIST-VALUE TO WS-POINT-VALUE.
           IF HIST-NEGATIVE
               COMPUTE WS-POINT-VALUE = 0 - HIST-VALUE
           END-IF

           IF KNOWN-METRIC-IS-COUNTER(WS-MATCH-IDX)
              AND KF-N(WS-MATCH-IDX) > 0
              AND WS-POINT-VALUE < KF-LAST-VALUE(WS-MATCH-IDX)
               MOVE 0 TO KF-N(WS-MATCH-IDX) KF-SX(WS-MATCH-IDX)
                         KF-SY(WS-MATCH-IDX) KF-SXX(WS-MATCH-IDX)
                         KF-SXY(WS-MATCH-IDX)
           END-IF

           ADD 1 TO KF-N(WS-MATCH-IDX).
           ADD WS-POINT-X TO KF-SX(WS-MATCH-IDX).
           ADD WS-POINT-VALUE TO KF-SY(WS-MATCH-IDX).
           COMPUTE KF-SXX(WS-MATCH-IDX) =
               KF-SXX(WS-MATCH-IDX) + (WS-POINT-X * WS-POINT-X).
           COMPUTE KF-SXY(WS-MATCH-IDX) =
               KF-SXY(WS-MATCH-IDX) + (WS-POINT-X * WS-POINT-VALUE).
           MOVE WS-POINT-VALUE TO KF-LAST-VALUE(WS-MATCH-IDX).
           MOVE WS-POINT-X TO KF-LAST-X(WS-MATCH-IDX).

       1530-NEXT-SAMPLE.
           PERFORM 1520-READ-HISTORY
               THRU 1520-READ-HISTORY-EXIT.
       1530-TAKE-ONE-SAMPLE-EXIT.
           EXIT.

       1540-MATCH-ONE-KEY.
           IF KNOWN-METRIC-KEY(WS-KEY-IDX) = HIST-KEY
               MOVE WS-KEY-IDX TO WS-MATCH-IDX
           END-IF.
       1540-MATCH-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1600-SCAN-GAUGE-STATS - the last WS-DAILY-DAYS of daily
      *  means for each gauge, the fallback fit for a gauge whose
      *  samples are too few.  No GAUGSTAT just means no fallback.
      *----------------------------------------------------------------
       1600-SCAN-GAUGE-STATS.
           OPEN INPUT GAUGE-STATS-FILE.
           IF NOT WS-GSTAT-OK
               GO TO 1600-SCAN-GAUGE-STATS-EXIT
           END-IF

           PERFORM 1620-READ-GAUGE-STATS
               THRU 1620-READ-GAUGE-STATS-EXIT.
           PERFORM 1630-TAKE-ONE-DAY
               THRU 1630-TAKE-ONE-DAY-EXIT
               UNTIL GSTAT-EOF.

           CLOSE GAUGE-STATS-FILE.
       1600-SCAN-GAUGE-STATS-EXIT.
           EXIT.

       1620-READ-GAUGE-STATS.
           READ GAUGE-STATS-FILE
               AT END
                   MOVE "10" TO WS-GSTAT-STATUS
           END-READ.
       1620-READ-GAUGE-STATS-EXIT.
           EXIT.

       1630-TAKE-ONE-DAY.
           IF GSTA-BUS-DATE NOT NUMERIC
              OR GSTA-MEAN NOT NUMERIC
               GO TO 1630-NEXT-DAY
           END-IF

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 1640-MATCH-ONE-GAUGE
               THRU 1640-MATCH-ONE-GAUGE-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
               GO TO 1630-NEXT-DAY
           END-IF

           MOVE GSTA-BUS-DATE TO WS-CONV-DATE.
           MOVE 12 TO WS-CONV-HH.
           MOVE 0 TO WS-CONV-MN.
           PERFORM 1700-DATE-TO-MINUTES
               THRU 1700-DATE-TO-MINUTES-EXIT.
           IF WS-CACHE-INT < WS-DAILY-FIRST-INT
              OR WS-CACHE-INT NOT < WS-TODAY-INT
               GO TO 1630-NEXT-DAY
           END-IF
           COMPUTE WS-POINT-X = WS-CONV-MINUTES - WS-WINDOW-START.

           MOVE GSTA-MEAN TO WS-POINT-VALUE.
           IF GSTA-MEAN-NEGATIVE
               COMPUTE WS-POINT-VALUE = 0 - GSTA-MEAN
           END-IF

           ADD 1 TO KF-DAY-N(WS-MATCH-IDX).
           ADD WS-POINT-X TO KF-DAY-SX(WS-MATCH-IDX).
           ADD WS-POINT-VALUE TO KF-DAY-SY(WS-MATCH-IDX).
           COMPUTE KF-DAY-SXX(WS-MATCH-IDX) =
               KF-DAY-SXX(WS-MATCH-IDX) + (WS-POINT-X * WS-POINT-X).
           COMPUTE KF-DAY-SXY(WS-MATCH-IDX) =
               KF-DAY-SXY(WS-MATCH-IDX)
                   + (WS-POINT-X * WS-POINT-VALUE).
           MOVE WS-POINT-VALUE TO KF-DAY-LAST-VALUE(WS-MATCH-IDX).
           MOVE WS-POINT-X TO KF-DAY-LAST-X(WS-MATCH-IDX).

       1630-NEXT-DAY.
           PERFORM 1620-READ-GAUGE-STATS
               THRU 1620-READ-GAUGE-STATS-EXIT.
       1630-TAKE-ONE-DAY-EXIT.
           EXIT.

       1640-MATCH-ONE-GAUGE.
           IF KNOWN-METRIC-KEY(WS-KEY-IDX) = GSTA-KEY
              AND KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
               MOVE WS-KEY-IDX TO WS-MATCH-IDX
           END-IF.
       1640-MATCH-ONE-GAUGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1700-DATE-TO-MINUTES - WS-CONV-DATE at WS-CONV-HH:MN as
      *  minutes on the running scale, into WS-CONV-MINUTES; the
      *  day number is left in WS-CACHE-INT.
      *----------------------------------------------------------------
       1700-DATE-TO-MINUTES.
           IF WS-CONV-DATE NOT = WS-CACHE-DATE
               MOVE WS-CONV-DATE TO WS-CONV-DATE-NUM
               COMPUTE WS-CACHE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CONV-DATE-NUM)
               MOVE WS-CONV-DATE TO WS-CACHE-DATE
           END-IF
           COMPUTE WS-CONV-MINUTES =
               (WS-CACHE-INT * 1440) + (WS-CONV-HH * 60) + WS-CONV-MN.
       1700-DATE-TO-MINUTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-FORECAST-ONE-KEY - fit the key's trend, read where it
      *  stands now, and project it to the limit it is heading for.
      *  Whatever the outcome the dashboard's copy is renewed, so a
      *  key that stops trending loses its forecast at once.
      *----------------------------------------------------------------
       2000-FORECAST-ONE-KEY.
           ADD 1 TO WS-CNT-EXAMINED.
           MOVE 0 TO WS-PUBLISH-MIN.

           PERFORM 2100-TEST-IN-MAINT
               THRU 2100-TEST-IN-MAINT-EXIT.
           IF WS-IN-MAINT
               ADD 1 TO WS-CNT-MAINT
               IF WS-EXCL-COUNT < 500
                   ADD 1 TO WS-EXCL-COUNT
                   MOVE WS-KEY-IDX TO EXCL-KEY-IDX(WS-EXCL-COUNT)
                   MOVE WS-WIN-SLOT TO EXCL-WIN-IDX(WS-EXCL-COUNT)
               END-IF
               GO TO 2000-PUBLISH
           END-IF

           PERFORM 2200-READ-LIVE
               THRU 2200-READ-LIVE-EXIT.
           PERFORM 2300-FIT-TREND
               THRU 2300-FIT-TREND-EXIT.
           IF WS-FIT-BASIS = SPACES
               ADD 1 TO WS-CNT-TOO-FEW
               GO TO 2000-PUBLISH
           END-IF

           IF WS-CUR-VALUE > KNOWN-METRIC-THRESH(WS-KEY-IDX)
              OR (KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
                  AND WS-CUR-VALUE
                      < KNOWN-METRIC-THRESH-LOW(WS-KEY-IDX))
               ADD 1 TO WS-CNT-OUT-OF-LIMITS
               GO TO 2000-PUBLISH
           END-IF

           PERFORM 2400-PROJECT
               THRU 2400-PROJECT-EXIT.

       2000-PUBLISH.
           IF WS-REDIS-UP
               PERFORM 2600-PUBLISH-FORECAST
                   THRU 2600-PUBLISH-FORECAST-EXIT
           END-IF.
       2000-FORECAST-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-TEST-IN-MAINT - is the key at WS-KEY-IDX inside a
      *  declared maintenance window right now?  WS-WIN-SLOT is the
      *  window when it is.
      *----------------------------------------------------------------
       2100-TEST-IN-MAINT.
           MOVE "N" TO WS-IN-MAINT-FLAG.
           MOVE 0 TO WS-WIN-SLOT.
           PERFORM 2110-TEST-ONE-WINDOW
               THRU 2110-TEST-ONE-WINDOW-EXIT
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > MAINT-WINDOW-COUNT
                  OR WS-IN-MAINT.
       2100-TEST-IN-MAINT-EXIT.
           EXIT.

       2110-TEST-ONE-WINDOW.
           IF MAINT-WIN-KEY(WS-WIN-IDX) =
              KNOWN-METRIC-KEY(WS-KEY-IDX)
              AND WS-NOW-STAMP NOT < MAINT-WIN-START(WS-WIN-IDX)
              AND WS-NOW-STAMP NOT > MAINT-WIN-END(WS-WIN-IDX)
               MOVE "Y" TO WS-IN-MAINT-FLAG
               MOVE WS-WIN-IDX TO WS-WIN-SLOT
           END-IF.
       2110-TEST-ONE-WINDOW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-READ-LIVE - GET the key's live value, the point the
      *  projection starts from.  Without Redis, or when the GET
      *  fails, the latest point the fit was made from is used
      *  instead.
      *----------------------------------------------------------------
       2200-READ-LIVE.
           MOVE "N" TO WS-LIVE-FLAG.
           IF NOT WS-REDIS-UP
               ADD 1 TO WS-CNT-NO-LIVE
               GO TO 2200-READ-LIVE-EXIT
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
               MOVE "breach-forecast" TO AUDIT-PROGRAM-ID
               MOVE "CMD-FAIL"        TO AUDIT-OPERATION
               MOVE STR               TO AUDIT-DETAIL
               MOVE SPACES            TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               ADD 1 TO WS-CNT-NO-LIVE
               GO TO 2200-READ-LIVE-EXIT
           END-IF

           MOVE "Y" TO WS-LIVE-FLAG.
           MOVE OUTVAL TO WS-CUR-VALUE.
           MOVE WS-NOW-X TO WS-CUR-X.
       2200-READ-LIVE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2300-FIT-TREND - the least-squares trend per minute over
      *  the key's samples, or a gauge's daily means when its
      *  samples are too few.  WS-FIT-BASIS is left blank when
      *  neither has enough points (or all of them fall at one
      *  time) to fit a line to.
      *----------------------------------------------------------------
       2300-FIT-TREND.
           MOVE SPACES TO WS-FIT-BASIS.
           IF KF-N(WS-KEY-IDX) NOT < WS-MIN-POINTS
               MOVE "SAMPLES" TO WS-FIT-BASIS
               MOVE KF-N(WS-KEY-IDX) TO WS-FIT-N
               MOVE KF-SX(WS-KEY-IDX) TO WS-FIT-SX
               MOVE KF-SY(WS-KEY-IDX) TO WS-FIT-SY
               MOVE KF-SXX(WS-KEY-IDX) TO WS-FIT-SXX
               MOVE KF-SXY(WS-KEY-IDX) TO WS-FIT-SXY
               IF NOT WS-LIVE-READ
                   MOVE KF-LAST-VALUE(WS-KEY-IDX) TO WS-CUR-VALUE
                   MOVE KF-LAST-X(WS-KEY-IDX) TO WS-CUR-X
               END-IF
           ELSE
               IF KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
                  AND KF-DAY-N(WS-KEY-IDX) NOT < WS-MIN-POINTS
                   MOVE "DAILY" TO WS-FIT-BASIS
                   MOVE KF-DAY-N(WS-KEY-IDX) TO WS-FIT-N
                   MOVE KF-DAY-SX(WS-KEY-IDX) TO WS-FIT-SX
                   MOVE KF-DAY-SY(WS-KEY-IDX) TO WS-FIT-SY
                   MOVE KF-DAY-SXX(WS-KEY-IDX) TO WS-FIT-SXX
                   MOVE KF-DAY-SXY(WS-KEY-IDX) TO WS-FIT-SXY
                   IF NOT WS-LIVE-READ
                       MOVE KF-DAY-LAST-VALUE(WS-KEY-IDX)
                           TO WS-CUR-VALUE
                       MOVE KF-DAY-LAST-X(WS-KEY-IDX) TO WS-CUR-X
                   END-IF
               END-IF
           END-IF
           IF WS-FIT-BASIS = SPACES
               GO TO 2300-FIT-TREND-EXIT
           END-IF

           COMPUTE WS-FIT-DENOM =
               (WS-FIT-N * WS-FIT-SXX) - (WS-FIT-SX * WS-FIT-SX).
           IF WS-FIT-DENOM NOT > 0
               MOVE SPACES TO WS-FIT-BASIS
               GO TO 2300-FIT-TREND-EXIT
           END-IF
           COMPUTE WS-SLOPE ROUNDED =
               ((WS-FIT-N * WS-FIT-SXY) - (WS-FIT-SX * WS-FIT-SY))
                   / WS-FIT-DENOM.
       2300-FIT-TREND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2400-PROJECT - how long, at the fitted trend, from where
      *  the key stands to the limit it is heading for: the high
      *  threshold when rising, a gauge's low threshold when
      *  falling.  A projection from a point earlier than now is
      *  brought forward to now.  Not reported when flat, heading
      *  away from every limit, or further off than the outlook -
      *  nor a counter that the nightly zeroing gets to first.
      *----------------------------------------------------------------
       2400-PROJECT.
           IF WS-SLOPE > 0
               MOVE "HIGH" TO WS-DIRECTION
               MOVE KNOWN-METRIC-THRESH(WS-KEY-IDX) TO WS-LIMIT
               COMPUTE WS-GAP = WS-LIMIT - WS-CUR-VALUE
               MOVE WS-SLOPE TO WS-SLOPE-ABS
           ELSE
               IF WS-SLOPE < 0
                  AND KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
                   MOVE "LOW" TO WS-DIRECTION
                   MOVE KNOWN-METRIC-THRESH-LOW(WS-KEY-IDX)
                       TO WS-LIMIT
                   COMPUTE WS-GAP = WS-CUR-VALUE - WS-LIMIT
                   COMPUTE WS-SLOPE-ABS = 0 - WS-SLOPE
               ELSE
                   ADD 1 TO WS-CNT-STEADY
                   GO TO 2400-PROJECT-EXIT
               END-IF
           END-IF

           COMPUTE WS-REACH = WS-SLOPE-ABS
               * (WS-OUTLOOK-MINUTES + WS-NOW-X - WS-CUR-X).
           IF WS-GAP > WS-REACH
               ADD 1 TO WS-CNT-STEADY
               GO TO 2400-PROJECT-EXIT
           END-IF

           COMPUTE WS-BREACH-MIN ROUNDED = WS-GAP / WS-SLOPE-ABS.
           COMPUTE WS-BREACH-MIN =
               WS-BREACH-MIN - (WS-NOW-X - WS-CUR-X).
           IF WS-BREACH-MIN < 0
               MOVE 0 TO WS-BREACH-MIN
           END-IF

           IF KNOWN-METRIC-IS-COUNTER(WS-KEY-IDX)
              AND WS-BREACH-MIN NOT < WS-TO-MIDNIGHT
               ADD 1 TO WS-CNT-RESET-FIRST
               GO TO 2400-PROJECT-EXIT
           END-IF

           PERFORM 2500-RECORD-FORECAST
               THRU 2500-RECORD-FORECAST-EXIT.
       2400-PROJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2500-RECORD-FORECAST - enter the projected breach on the
      *  table, its site noted for the by-site listing.  A WARNING
      *  is what goes to the dashboard (at least a minute, so 0
      *  keeps meaning no forecast).
      *----------------------------------------------------------------
       2500-RECORD-FORECAST.
           PERFORM 3200-FIND-KEY-SITE
               THRU 3200-FIND-KEY-SITE-EXIT.
           IF WS-BREACH-MIN NOT > WS-HORIZON-MINUTES
               ADD 1 TO WS-CNT-WARNING
               COMPUTE WS-PUBLISH-MIN = WS-BREACH-MIN + 0
               IF WS-PUBLISH-MIN = 0
                   MOVE 1 TO WS-PUBLISH-MIN
               END-IF
               IF WS-DIRECTION = "LOW"
                   COMPUTE WS-PUBLISH-MIN = 0 - WS-PUBLISH-MIN
               END-IF
           ELSE
               ADD 1 TO WS-CNT-WATCH
           END-IF
           IF WS-FCST-COUNT = 500
               GO TO 2500-RECORD-FORECAST-EXIT
           END-IF

           ADD 1 TO WS-FCST-COUNT.
           MOVE WS-KEY-IDX TO FCST-KEY-IDX(WS-FCST-COUNT).
           MOVE WS-KEY-SITE TO FCST-SITE(WS-FCST-COUNT).
           MOVE WS-DIRECTION TO FCST-DIRECTION(WS-FCST-COUNT).
           MOVE WS-BREACH-MIN TO FCST-MINUTES(WS-FCST-COUNT).
           MOVE WS-CUR-VALUE TO FCST-CURRENT(WS-FCST-COUNT).
           MOVE WS-LIMIT TO FCST-LIMIT(WS-FCST-COUNT).
           COMPUTE FCST-TREND-HOUR(WS-FCST-COUNT) ROUNDED =
               WS-SLOPE * 60.
           MOVE WS-FIT-BASIS TO FCST-BASIS(WS-FCST-COUNT).
           IF WS-BREACH-MIN NOT > WS-HORIZON-MINUTES
               MOVE "WARNING" TO FCST-LEVEL(WS-FCST-COUNT)
           ELSE
               MOVE "WATCH" TO FCST-LEVEL(WS-FCST-COUNT)
           END-IF
           MOVE "N" TO FCST-PRINTED-FLAG(WS-FCST-COUNT).

           MOVE 0 TO WS-SITE-SLOT.
           PERFORM 2510-MATCH-ONE-SITE
               THRU 2510-MATCH-ONE-SITE-EXIT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
                  OR WS-SITE-SLOT > 0.
           IF WS-SITE-SLOT = 0
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-KEY-SITE TO ST-SITE(WS-SITE-COUNT)
           END-IF.
       2500-RECORD-FORECAST-EXIT.
           EXIT.

       2510-MATCH-ONE-SITE.
           IF ST-SITE(WS-SITE-IDX) = WS-KEY-SITE
               MOVE WS-SITE-IDX TO WS-SITE-SLOT
           END-IF.
       2510-MATCH-ONE-SITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2600-PUBLISH-FORECAST - forecast:<key> for the dashboard:
      *  the minutes to a WARNING breach, negative for a low one,
      *  else 0, set to expire so a forecast this job stops
      *  renewing does not outlive it.
      *----------------------------------------------------------------
       2600-PUBLISH-FORECAST.
           MOVE WS-PUBLISH-MIN TO WS-PUBLISH-ABS.
           MOVE SPACES TO WS-PUBLISH-SIGN.
           IF WS-PUBLISH-MIN < 0
               MOVE "-" TO WS-PUBLISH-SIGN
           END-IF
           MOVE WS-FORECAST-TTL TO WS-TTL-DISPLAY.
           MOVE SPACES TO STR
           STRING "SET forecast:" DELIMITED BY SIZE
                  KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  WS-PUBLISH-SIGN DELIMITED BY SPACE
                  WS-PUBLISH-ABS  DELIMITED BY SIZE
                  " EX "          DELIMITED BY SIZE
                  WS-TTL-DISPLAY  DELIMITED BY SIZE
                  INTO STR
           END-STRING
           CALL "redis_cmd_int" USING
               STR
               NULL
               RETURNING RETVAL
           END-CALL
           IF RETVAL = REDIS-ERR THEN
               MOVE "breach-forecast" TO AUDIT-PROGRAM-ID
               MOVE "CMD-FAIL"        TO AUDIT-OPERATION
               MOVE STR               TO AUDIT-DETAIL
               MOVE SPACES            TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           END-IF.
       2600-PUBLISH-FORECAST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-FIND-KEY-SITE - the site of the device named after the
      *  key's colon; NO-SITE when there is none or the device
      *  master doesn't list it.
      *----------------------------------------------------------------
       3200-FIND-KEY-SITE.
           MOVE SPACES TO WS-KEY-METRIC WS-KEY-DEVICE.
           UNSTRING KNOWN-METRIC-KEY(WS-KEY-IDX)
               DELIMITED BY ":"
               INTO WS-KEY-METRIC WS-KEY-DEVICE
           END-UNSTRING

           MOVE SPACES TO WS-KEY-SITE.
           IF WS-KEY-DEVICE NOT = SPACES
               PERFORM 3210-MATCH-ONE-DEVICE
                   THRU 3210-MATCH-ONE-DEVICE-EXIT
                   VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-IDX > KNOWN-DEVICE-COUNT
                      OR WS-KEY-SITE NOT = SPACES
           END-IF
           IF WS-KEY-SITE = SPACES
               MOVE "NO-SITE" TO WS-KEY-SITE
           END-IF.
       3200-FIND-KEY-SITE-EXIT.
           EXIT.

       3210-MATCH-ONE-DEVICE.
           IF KNOWN-DEVICE-ID(WS-DEV-IDX) = WS-KEY-DEVICE
               MOVE KNOWN-DEVICE-SITE(WS-DEV-IDX) TO WS-KEY-SITE
           END-IF.
       3210-MATCH-ONE-DEVICE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-BY-SITE - the projected breaches site by site,
      *  soonest first within each site.
      *----------------------------------------------------------------
       5000-PRINT-BY-SITE.
           MOVE "PROJECTED BREACHES BY SITE" TO WS-SECTION-TITLE.
           MOVE WS-FORECAST-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-FCST-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 8000-WRITE-DETAIL-LINE
                   THRU 8000-WRITE-DETAIL-LINE-EXIT
               GO TO 5000-PRINT-BY-SITE-EXIT
           END-IF

           PERFORM 5100-PRINT-ONE-SITE
               THRU 5100-PRINT-ONE-SITE-EXIT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
       5000-PRINT-BY-SITE-EXIT.
           EXIT.

       5100-PRINT-ONE-SITE.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "SITE " DELIMITED BY SIZE
                  ST-SITE(WS-SITE-IDX) DELIMITED BY SPACE
                  INTO WS-DETAIL-LINE
           END-STRING.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.

           MOVE ST-SITE(WS-SITE-IDX) TO WS-PICK-SITE.
           PERFORM 7000-PICK-NEXT
               THRU 7000-PICK-NEXT-EXIT.
           PERFORM 7100-PRINT-PICKED
               THRU 7100-PRINT-PICKED-EXIT
               UNTIL WS-PICK-IDX = 0.

           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
       5100-PRINT-ONE-SITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6000-PRINT-BY-TIME - every projected breach, soonest first.
      *----------------------------------------------------------------
       6000-PRINT-BY-TIME.
           MOVE "PROJECTED BREACHES BY TIME TO BREACH"
               TO WS-SECTION-TITLE.
           MOVE WS-FORECAST-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-FCST-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 8000-WRITE-DETAIL-LINE
                   THRU 8000-WRITE-DETAIL-LINE-EXIT
               GO TO 6000-PRINT-BY-TIME-EXIT
           END-IF

           PERFORM 6010-CLEAR-ONE-PRINTED
               THRU 6010-CLEAR-ONE-PRINTED-EXIT
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > WS-FCST-COUNT.
           MOVE SPACES TO WS-PICK-SITE.
           PERFORM 7000-PICK-NEXT
               THRU 7000-PICK-NEXT-EXIT.
           PERFORM 7100-PRINT-PICKED
               THRU 7100-PRINT-PICKED-EXIT
               UNTIL WS-PICK-IDX = 0.
       6000-PRINT-BY-TIME-EXIT.
           EXIT.

       6010-CLEAR-ONE-PRINTED.
           MOVE "N" TO FCST-PRINTED-FLAG(WS-FCST-IDX).
       6010-CLEAR-ONE-PRINTED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6500-PRINT-EXCLUDED - the keys left out for maintenance,
      *  with the window that covers them.
      *----------------------------------------------------------------
       6500-PRINT-EXCLUDED.
           MOVE "EXCLUDED - UNDER PLANNED MAINTENANCE"
               TO WS-SECTION-TITLE.
           MOVE WS-EXCLUDED-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-EXCL-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 8000-WRITE-DETAIL-LINE
                   THRU 8000-WRITE-DETAIL-LINE-EXIT
               GO TO 6500-PRINT-EXCLUDED-EXIT
           END-IF

           PERFORM 6510-PRINT-ONE-EXCLUDED
               THRU 6510-PRINT-ONE-EXCLUDED-EXIT
               VARYING WS-EXCL-IDX FROM 1 BY 1
               UNTIL WS-EXCL-IDX > WS-EXCL-COUNT.
       6500-PRINT-EXCLUDED-EXIT.
           EXIT.

       6510-PRINT-ONE-EXCLUDED.
           MOVE EXCL-KEY-IDX(WS-EXCL-IDX) TO WS-KEY-IDX.
           MOVE EXCL-WIN-IDX(WS-EXCL-IDX) TO WS-WIN-IDX.
           MOVE SPACES TO WS-EXCLUDED-LINE.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO EXL-KEY.
           MOVE MAINT-WIN-START(WS-WIN-IDX) TO EXL-START.
           MOVE MAINT-WIN-END(WS-WIN-IDX) TO EXL-END.
           MOVE MAINT-WIN-REASON(WS-WIN-IDX) TO EXL-REASON.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
       6510-PRINT-ONE-EXCLUDED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6800-PRINT-COUNTS - what became of every key this run.
      *----------------------------------------------------------------
       6800-PRINT-COUNTS.
           MOVE "RUN COUNTS" TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "KEYS EXAMINED" TO CNT-LABEL.
           MOVE WS-CNT-EXAMINED TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  PROJECTED TO BREACH INSIDE THE HORIZON (WARNING)"
               TO CNT-LABEL.
           MOVE WS-CNT-WARNING TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  PROJECTED TO BREACH INSIDE THE OUTLOOK (WATCH)"
               TO CNT-LABEL.
           MOVE WS-CNT-WATCH TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  STEADY OR NOT DUE INSIDE THE OUTLOOK"
               TO CNT-LABEL.
           MOVE WS-CNT-STEADY TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  COUNTERS ZEROED BY ROLLOVER BEFORE THE LIMIT"
               TO CNT-LABEL.
           MOVE WS-CNT-RESET-FIRST TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  ALREADY OUT OF LIMITS" TO CNT-LABEL.
           MOVE WS-CNT-OUT-OF-LIMITS TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  TOO FEW SAMPLES TO FIT A TREND" TO CNT-LABEL.
           MOVE WS-CNT-TOO-FEW TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "  UNDER PLANNED MAINTENANCE" TO CNT-LABEL.
           MOVE WS-CNT-MAINT TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE "KEYS PROJECTED FROM LAST SAMPLE (NO LIVE READ)"
               TO CNT-LABEL.
           MOVE WS-CNT-NO-LIVE TO CNT-VALUE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
       6800-PRINT-COUNTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-PICK-NEXT - the unprinted projected breach due soonest,
      *  at site WS-PICK-SITE (any site when blank), into
      *  WS-PICK-IDX; 0 when none is left.
      *----------------------------------------------------------------
       7000-PICK-NEXT.
           MOVE 0 TO WS-PICK-IDX.
           PERFORM 7010-TEST-ONE-PICK
               THRU 7010-TEST-ONE-PICK-EXIT
               VARYING WS-FCST-IDX FROM 1 BY 1
               UNTIL WS-FCST-IDX > WS-FCST-COUNT.
       7000-PICK-NEXT-EXIT.
           EXIT.

       7010-TEST-ONE-PICK.
           IF FCST-PRINTED(WS-FCST-IDX)
               GO TO 7010-TEST-ONE-PICK-EXIT
           END-IF
           IF WS-PICK-SITE NOT = SPACES
              AND FCST-SITE(WS-FCST-IDX) NOT = WS-PICK-SITE
               GO TO 7010-TEST-ONE-PICK-EXIT
           END-IF
           IF WS-PICK-IDX = 0
               MOVE WS-FCST-IDX TO WS-PICK-IDX
           ELSE
               IF FCST-MINUTES(WS-FCST-IDX)
                      < FCST-MINUTES(WS-PICK-IDX)
                   MOVE WS-FCST-IDX TO WS-PICK-IDX
               END-IF
           END-IF.
       7010-TEST-ONE-PICK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7100-PRINT-PICKED - print the entry at WS-PICK-IDX, mark it
      *  printed and pick the next.  Readings, limit and trend go
      *  out at the key's decimal places with its unit.
      *----------------------------------------------------------------
       7100-PRINT-PICKED.
           MOVE FCST-KEY-IDX(WS-PICK-IDX) TO WS-KEY-IDX.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE FCST-LEVEL(WS-PICK-IDX) TO DET-LEVEL.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO DET-KEY.
           MOVE FCST-SITE(WS-PICK-IDX) TO DET-SITE.
           MOVE FCST-DIRECTION(WS-PICK-IDX) TO DET-DIRECTION.

           MOVE "FORMAT" TO RDCV-FUNCTION.
           MOVE KNOWN-METRIC-DECIMALS(WS-KEY-IDX) TO RDCV-DECIMALS.
           MOVE KNOWN-METRIC-UNIT(WS-KEY-IDX) TO RDCV-UNIT.
           MOVE FCST-CURRENT(WS-PICK-IDX) TO RDCV-VALUE.
           CALL "reading-conv" USING READING-CONV-PARMS.
           MOVE RDCV-TEXT TO DET-CURRENT.
           MOVE FCST-LIMIT(WS-PICK-IDX) TO RDCV-VALUE.
           CALL "reading-conv" USING READING-CONV-PARMS.
           MOVE RDCV-TEXT TO DET-LIMIT.
           MOVE FCST-TREND-HOUR(WS-PICK-IDX) TO RDCV-VALUE.
           CALL "reading-conv" USING READING-CONV-PARMS.
           MOVE RDCV-TEXT TO DET-TREND.

           DIVIDE FCST-MINUTES(WS-PICK-IDX) BY 60
               GIVING DET-HOURS REMAINDER DET-MINS.
           MOVE "H " TO DET-H.
           MOVE "M" TO DET-M.
           MOVE FCST-BASIS(WS-PICK-IDX) TO DET-BASIS.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.

           MOVE "Y" TO FCST-PRINTED-FLAG(WS-PICK-IDX).
           PERFORM 7000-PICK-NEXT
               THRU 7000-PICK-NEXT-EXIT.
       7100-PRINT-PICKED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  8000-WRITE-DETAIL-LINE - write the line in WS-DETAIL-LINE
      *  with page headings as the pages fill; the current section
      *  title and its column headings ride on each page top.
      *----------------------------------------------------------------
       8000-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 8100-PRINT-PAGE-TOP
                   THRU 8100-PRINT-PAGE-TOP-EXIT
           END-IF
           MOVE WS-DETAIL-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       8000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       8100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE SPACES TO FORECAST-REPORT-RECORD.
           WRITE FORECAST-REPORT-RECORD.
           MOVE 6 TO WS-LINE-COUNT.
       8100-PRINT-PAGE-TOP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM breach-forecast.
