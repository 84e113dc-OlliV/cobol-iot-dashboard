      *            uses - and the day totals are what feed the
      *            period figures.
      *
      *            Approved manual count adjustments (DAILYSUM row
      *            type A) are never rolled into a day: they are
      *            summed per key into this and the prior period by
      *            the business date they correct and printed on an
      *            ADJUSTMENTS line of their own under the key's
      *            line, so the measured figures - totals, average,
      *            high and low day - stay as measured.  The site
      *            and grand totals are net of the adjustments.
      *
      *            Gauge keys (metric master type G) archive
      *            readings, not counts: their day value is the
      *            day's last reading rather than a sum, and their
      *                      unseen intraday peak of 980 is what the
      *                      band is for.  Keys with no GAUGSTAT
      *                      rows fall back to the closing figures.
      *      2026-10-02  KT  Gauge readings below zero carried with
      *                      their sign; gauge average and band
      *                      print at the key's decimal places, with
      *                      its unit in a new UNIT column.
      *      2026-10-06  KT  Period table raised to 1000 keys and
      *                      the site list to 501 sites for the
      *                      larger metric and device masters.
      *      2026-10-12  KT  Manual count adjustments print on an
      *                      ADJUSTMENTS line under their key and
      *                      are netted into the site and grand
      *                      totals, which now carry a sign.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. period-report.
           05  WS-PM-MONTH             PIC 9(02).

       01  WS-ROW-INT                  PIC S9(9) COMP-5.
       01  WS-DAY-SUM                  PIC S9(09).
       01  WS-ROW-VALUE                PIC S9(09).
       01  WS-STAT-MIN                 PIC S9(09).
       01  WS-STAT-MAX                 PIC S9(09).

       01  WS-KEY-IDX                  PIC 9(04) BINARY.
       01  WS-MATCH-IDX                PIC 9(04) BINARY.
       01  WS-MET-IDX                  PIC 9(03) BINARY.

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
      *  rolled together, then the period accumulators the closed
      *  days feed.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-KEY-COUNT     PIC 9(04) VALUE 0.
           05  WS-PERIOD-ENTRY         OCCURS 1000 TIMES.
               10  PR-KEY              PIC X(30).
               10  PR-TYPE             PIC X(01).
                   88  PR-IS-GAUGE     VALUE "G".
               10  PR-SITE             PIC X(10).
               10  PR-OPEN-DATE        PIC X(08).
               10  PR-OPEN-SUM         PIC S9(09).
               10  PR-CW-TOTAL         PIC S9(12).
               10  PR-CW-DAYS          PIC 9(03).
               10  PR-CW-HI            PIC S9(09).
               10  PR-CW-HI-DATE       PIC X(08).
               10  PR-CW-LO            PIC S9(09).
               10  PR-CW-LO-DATE       PIC X(08).
               10  PR-PW-TOTAL         PIC S9(12).
               10  PR-CM-TOTAL         PIC S9(12).
               10  PR-CM-DAYS          PIC 9(03).
               10  PR-CM-HI            PIC S9(09).
               10  PR-CM-HI-DATE       PIC X(08).
               10  PR-CM-LO            PIC S9(09).
               10  PR-CM-LO-DATE       PIC X(08).
               10  PR-PM-TOTAL         PIC S9(12).
               10  PR-CW-SMIN          PIC S9(09).
               10  PR-CW-SMIN-DATE     PIC X(08).
               10  PR-CW-SMAX          PIC S9(09).
               10  PR-CW-SMAX-DATE     PIC X(08).
               10  PR-CW-STAT-FLAG     PIC X(01).
                   88  PR-CW-HAS-STATS VALUE "Y".
               10  PR-CM-SMIN          PIC S9(09).
               10  PR-CM-SMIN-DATE     PIC X(08).
               10  PR-CM-SMAX          PIC S9(09).
               10  PR-CM-SMAX-DATE     PIC X(08).
               10  PR-CM-STAT-FLAG     PIC X(01).
                   88  PR-CM-HAS-STATS VALUE "Y".
               10  PR-DECIMALS         PIC 9(01).
               10  PR-UNIT             PIC X(08).
               10  PR-CW-ADJ           PIC S9(12).
               10  PR-PW-ADJ           PIC S9(12).
               10  PR-CM-ADJ           PIC S9(12).
               10  PR-PM-ADJ           PIC S9(12).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
           05  FILLER                  PIC X(09) VALUE "     DATE".
           05  FILLER                  PIC X(10) VALUE "   LOW DAY".
           05  FILLER                  PIC X(09) VALUE "     DATE".
           05  FILLER                  PIC X(09) VALUE " UNIT".

       01  WS-DETAIL-LINE.
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-TOTAL               PIC Z(10)9.
           05  DET-TOTAL-SIGNED REDEFINES DET-TOTAL
                                       PIC -(10)9.
           05  FILLER                  PIC X(01).
           05  DET-PRIOR               PIC Z(10)9.
           05  DET-PRIOR-SIGNED REDEFINES DET-PRIOR
                                       PIC -(10)9.
           05  FILLER                  PIC X(01).
           05  DET-DIFF                PIC -(10)9.
           05  FILLER                  PIC X(01).
           05  DET-PCT                 PIC X(05).
           05  FILLER                  PIC X(01).
           05  DET-AVG                 PIC Z(08)9.
           05  DET-AVG-GAUGE REDEFINES DET-AVG
                                       PIC X(09).
           05  FILLER                  PIC X(01).
           05  DET-HI                  PIC Z(08)9.
           05  DET-HI-GAUGE REDEFINES DET-HI
                                       PIC X(09).
           05  FILLER                  PIC X(01).
           05  DET-HI-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-LO                  PIC Z(08)9.
           05  DET-LO-GAUGE REDEFINES DET-LO
                                       PIC X(09).
           05  FILLER                  PIC X(01).
           05  DET-LO-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-UNIT                PIC X(08).

      *  The sites seen while the period table was built, in
      *  first-encounter order - the print sections walk this list
      *  so each site's keys come out together with a subtotal.
      *  Sized for the worst case of every one of the 500 devices
      *  on the device master sitting at its own site plus the
      *  NO-SITE group: a site that missed this list would take its
      *  keys off the report.
       01  WS-RPT-SITE-TABLE.
           05  WS-RPT-SITE-COUNT       PIC 9(03) VALUE 0.
           05  WS-RPT-SITE             PIC X(10) OCCURS 501 TIMES.
       01  WS-SITE-IDX                 PIC 9(03) BINARY.
       01  WS-DEV-IDX                  PIC 9(03) BINARY.
       01  WS-CUR-SITE                 PIC X(10).
       01  WS-KEY-METRIC               PIC X(30).
       01  WS-KEY-DEVICE               PIC X(20).
       01  WS-KEY-SITE                 PIC X(10).
       01  WS-SITE-TOTAL               PIC S9(12).
       01  WS-SITE-LINES               PIC 9(03).
       01  WS-GRAND-TOTAL              PIC S9(12).

       COPY METRICTB.
       COPY DEVICETB.

       01  WS-CALC-FIELDS.
           05  WS-THIS-TOTAL           PIC S9(12).
           05  WS-PRIOR-TOTAL          PIC S9(12).
           05  WS-THIS-DAYS            PIC 9(03).
           05  WS-THIS-ADJ             PIC S9(12).
           05  WS-PRIOR-ADJ            PIC S9(12).
           05  WS-DIFF                 PIC S9(12).
           05  WS-PCT                  PIC S9(04).
           05  WS-PCT-EDIT             PIC -(03)9.
           05  WS-AVG                  PIC S9(09).
           05  WS-BAND-FLAG            PIC X(01).
               88  WS-HAS-BAND         VALUE "Y".
           05  WS-BAND-HI              PIC S9(09).
           05  WS-BAND-LO              PIC S9(09).

      *  A gauge figure is edited here rather than through
      *  reading-conv so that it lines up right-justified in its
      *  print column; the unit goes in its own column instead.
       01  WS-GAUGE-EDIT-FIELDS.
           05  WS-GAUGE-VALUE          PIC S9(09).
           05  WS-GAUGE-EDIT           PIC X(09).
           05  WS-GAUGE-EDIT-0         PIC -(8)9.
           05  WS-GAUGE-EDIT-1         PIC -(6)9.9.
           05  WS-GAUGE-EDIT-2         PIC -(5)9.99.
           05  WS-GAUGE-EDIT-3         PIC -(4)9.999.

       PROCEDURE DIVISION.

      *  3000-PROCESS-ONE-RECORD - roll this row into its key's open
      *  day; a date change for the key closes the prior day into
      *  the period accumulators first.  Rows with a non-numeric
      *  date or total are passed over.  An adjustment row goes
      *  straight to the key's adjustment totals instead, leaving
      *  the open day alone - it is usually posted well after the
      *  day it corrects, out of step with the rollover rows.
      *----------------------------------------------------------------
       3000-PROCESS-ONE-RECORD.
           IF DAILY-SUM-BUS-DATE NOT NUMERIC
               GO TO 3000-NEXT-RECORD
           END-IF

           IF DAILY-SUM-ADJUSTMENT
               PERFORM 3500-FOLD-ADJUSTMENT
                   THRU 3500-FOLD-ADJUSTMENT-EXIT
               GO TO 3000-NEXT-RECORD
           END-IF

           IF PR-OPEN-DATE(WS-MATCH-IDX) NOT = DAILY-SUM-BUS-DATE
               PERFORM 4000-CLOSE-OPEN-DAY
                   THRU 4000-CLOSE-OPEN-DAY-EXIT

      *    A gauge's archive rows are readings - the day's value is
      *    its last reading, not a sum of them.
           IF DAILY-SUM-NEGATIVE
               COMPUTE WS-ROW-VALUE = 0 - DAILY-SUM-TOTAL
           ELSE
               MOVE DAILY-SUM-TOTAL TO WS-ROW-VALUE
           END-IF
           IF PR-IS-GAUGE(WS-MATCH-IDX)
               MOVE WS-ROW-VALUE TO PR-OPEN-SUM(WS-MATCH-IDX)
           ELSE
               ADD DAILY-SUM-TOTAL TO PR-OPEN-SUM(WS-MATCH-IDX)
           END-IF.
                  OR WS-MATCH-IDX > 0.

           IF WS-MATCH-IDX = 0
              AND WS-PERIOD-KEY-COUNT < 1000
               ADD 1 TO WS-PERIOD-KEY-COUNT
               MOVE WS-PERIOD-KEY-COUNT TO WS-MATCH-IDX
               MOVE DAILY-SUM-KEY TO PR-KEY(WS-MATCH-IDX)
               MOVE 0 TO PR-PM-TOTAL(WS-MATCH-IDX)
               MOVE "N" TO PR-CW-STAT-FLAG(WS-MATCH-IDX)
               MOVE "N" TO PR-CM-STAT-FLAG(WS-MATCH-IDX)
               MOVE 0 TO PR-DECIMALS(WS-MATCH-IDX)
               MOVE SPACES TO PR-UNIT(WS-MATCH-IDX)
               MOVE 0 TO PR-CW-ADJ(WS-MATCH-IDX)
               MOVE 0 TO PR-PW-ADJ(WS-MATCH-IDX)
               MOVE 0 TO PR-CM-ADJ(WS-MATCH-IDX)
               MOVE 0 TO PR-PM-ADJ(WS-MATCH-IDX)
           END-IF.
       3100-FIND-KEY-SLOT-EXIT.
           EXIT.
      *  master carried types.
      *----------------------------------------------------------------
       3150-FIND-KEY-TYPE.
           MOVE 0 TO PR-DECIMALS(WS-MATCH-IDX).
           MOVE SPACES TO PR-UNIT(WS-MATCH-IDX).
           PERFORM 3160-MATCH-ONE-TYPE
               VARYING WS-MET-IDX FROM 1 BY 1
               UNTIL WS-MET-IDX > KNOWN-METRIC-COUNT.
           IF KNOWN-METRIC-KEY(WS-MET-IDX) = DAILY-SUM-KEY
              AND KNOWN-METRIC-IS-GAUGE(WS-MET-IDX)
               MOVE "G" TO PR-TYPE(WS-MATCH-IDX)
               MOVE KNOWN-METRIC-DECIMALS(WS-MET-IDX)
                   TO PR-DECIMALS(WS-MATCH-IDX)
               MOVE KNOWN-METRIC-UNIT(WS-MET-IDX)
                   TO PR-UNIT(WS-MATCH-IDX)
           END-IF.

      *----------------------------------------------------------------
               UNTIL WS-SITE-IDX > WS-RPT-SITE-COUNT
                  OR WS-CUR-SITE NOT = SPACES.
           IF WS-CUR-SITE = SPACES
              AND WS-RPT-SITE-COUNT < 501
               ADD 1 TO WS-RPT-SITE-COUNT
               MOVE WS-KEY-SITE TO WS-RPT-SITE(WS-RPT-SITE-COUNT)
           END-IF.
       3195-MATCH-ONE-SITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3500-FOLD-ADJUSTMENT - add one adjustment row's signed
      *  amount to the key's adjustment total for each reporting
      *  period its business date falls in.  Only counters are
      *  adjusted; a stray row against a gauge is passed over.
      *----------------------------------------------------------------
       3500-FOLD-ADJUSTMENT.
           IF PR-IS-GAUGE(WS-MATCH-IDX)
               GO TO 3500-FOLD-ADJUSTMENT-EXIT
           END-IF

           IF DAILY-SUM-NEGATIVE
               COMPUTE WS-ROW-VALUE = 0 - DAILY-SUM-TOTAL
           ELSE
               MOVE DAILY-SUM-TOTAL TO WS-ROW-VALUE
           END-IF
           MOVE DAILY-SUM-BUS-DATE TO WS-DATE-WORK-NUM.
           COMPUTE WS-ROW-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-NUM).

           IF WS-ROW-INT NOT < WS-CW-START-INT
              AND WS-ROW-INT NOT > WS-CW-END-INT
               ADD WS-ROW-VALUE TO PR-CW-ADJ(WS-MATCH-IDX)
           END-IF
           IF WS-ROW-INT NOT < WS-PW-START-INT
              AND WS-ROW-INT NOT > WS-PW-END-INT
               ADD WS-ROW-VALUE TO PR-PW-ADJ(WS-MATCH-IDX)
           END-IF
           IF DAILY-SUM-BUS-DATE(1:6) = WS-CUR-MONTH
               ADD WS-ROW-VALUE TO PR-CM-ADJ(WS-MATCH-IDX)
           END-IF
           IF DAILY-SUM-BUS-DATE(1:6) = WS-PRIOR-MONTH
               ADD WS-ROW-VALUE TO PR-PM-ADJ(WS-MATCH-IDX)
           END-IF.
       3500-FOLD-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-CLOSE-OPEN-DAY - fold the day total sitting open for
      *  the key at WS-MATCH-IDX into whichever reporting periods
               GO TO 4520-NEXT-STAT
           END-IF

           IF GSTA-MIN-NEGATIVE
               COMPUTE WS-STAT-MIN = 0 - GSTA-MIN
           ELSE
               MOVE GSTA-MIN TO WS-STAT-MIN
           END-IF
           IF GSTA-MAX-NEGATIVE
               COMPUTE WS-STAT-MAX = 0 - GSTA-MAX
           ELSE
               MOVE GSTA-MAX TO WS-STAT-MAX
           END-IF

           MOVE GSTA-BUS-DATE TO WS-DATE-WORK-DISPLAY.
           MOVE WS-DATE-WORK-DISPLAY TO WS-DATE-WORK-NUM.
           COMPUTE WS-ROW-INT =
           IF WS-ROW-INT NOT < WS-CW-START-INT
              AND WS-ROW-INT NOT > WS-CW-END-INT
               IF NOT PR-CW-HAS-STATS(WS-MATCH-IDX)
                  OR WS-STAT-MIN < PR-CW-SMIN(WS-MATCH-IDX)
                   MOVE WS-STAT-MIN TO PR-CW-SMIN(WS-MATCH-IDX)
                   MOVE GSTA-BUS-DATE
                       TO PR-CW-SMIN-DATE(WS-MATCH-IDX)
               END-IF
               IF NOT PR-CW-HAS-STATS(WS-MATCH-IDX)
                  OR WS-STAT-MAX > PR-CW-SMAX(WS-MATCH-IDX)
                   MOVE WS-STAT-MAX TO PR-CW-SMAX(WS-MATCH-IDX)
                   MOVE GSTA-BUS-DATE
                       TO PR-CW-SMAX-DATE(WS-MATCH-IDX)
               END-IF

           IF GSTA-BUS-DATE(1:6) = WS-CUR-MONTH
               IF NOT PR-CM-HAS-STATS(WS-MATCH-IDX)
                  OR WS-STAT-MIN < PR-CM-SMIN(WS-MATCH-IDX)
                   MOVE WS-STAT-MIN TO PR-CM-SMIN(WS-MATCH-IDX)
                   MOVE GSTA-BUS-DATE
                       TO PR-CM-SMIN-DATE(WS-MATCH-IDX)
               END-IF
               IF NOT PR-CM-HAS-STATS(WS-MATCH-IDX)
                  OR WS-STAT-MAX > PR-CM-SMAX(WS-MATCH-IDX)
                   MOVE WS-STAT-MAX TO PR-CM-SMAX(WS-MATCH-IDX)
                   MOVE GSTA-BUS-DATE
                       TO PR-CM-SMAX-DATE(WS-MATCH-IDX)
               END-IF
           END-IF
           IF PR-CW-DAYS(WS-MATCH-IDX) = 0
              AND PR-PW-TOTAL(WS-MATCH-IDX) = 0
              AND PR-CW-ADJ(WS-MATCH-IDX) = 0
              AND PR-PW-ADJ(WS-MATCH-IDX) = 0
               GO TO 5100-PRINT-ONE-WEEK-LINE-EXIT
           END-IF

           MOVE PR-CW-TOTAL(WS-MATCH-IDX) TO WS-THIS-TOTAL.
           MOVE PR-PW-TOTAL(WS-MATCH-IDX) TO WS-PRIOR-TOTAL.
           MOVE PR-CW-DAYS(WS-MATCH-IDX) TO WS-THIS-DAYS.
           MOVE PR-CW-ADJ(WS-MATCH-IDX) TO WS-THIS-ADJ.
           MOVE PR-PW-ADJ(WS-MATCH-IDX) TO WS-PRIOR-ADJ.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PR-KEY(WS-MATCH-IDX) TO DET-KEY.
           MOVE "N" TO WS-BAND-FLAG.
           IF PR-CW-DAYS(WS-MATCH-IDX) > 0
               MOVE "Y" TO WS-BAND-FLAG
               MOVE PR-CW-HI(WS-MATCH-IDX) TO WS-BAND-HI
               MOVE PR-CW-HI-DATE(WS-MATCH-IDX) TO DET-HI-DATE
               MOVE PR-CW-LO(WS-MATCH-IDX) TO WS-BAND-LO
               MOVE PR-CW-LO-DATE(WS-MATCH-IDX) TO DET-LO-DATE
           END-IF
      *    A gauge's band comes from the intraday statistics when
      *    hide the 14:00 spike that came back down.
           IF PR-IS-GAUGE(WS-MATCH-IDX)
              AND PR-CW-HAS-STATS(WS-MATCH-IDX)
               MOVE "Y" TO WS-BAND-FLAG
               MOVE PR-CW-SMAX(WS-MATCH-IDX) TO WS-BAND-HI
               MOVE PR-CW-SMAX-DATE(WS-MATCH-IDX) TO DET-HI-DATE
               MOVE PR-CW-SMIN(WS-MATCH-IDX) TO WS-BAND-LO
               MOVE PR-CW-SMIN-DATE(WS-MATCH-IDX) TO DET-LO-DATE
           END-IF
           IF PR-IS-GAUGE(WS-MATCH-IDX)
           ADD 1 TO WS-SITE-LINES.
           IF NOT PR-IS-GAUGE(WS-MATCH-IDX)
               ADD WS-THIS-TOTAL TO WS-SITE-TOTAL
               PERFORM 7600-PRINT-ADJUSTMENT-LINE
                   THRU 7600-PRINT-ADJUSTMENT-LINE-EXIT
           END-IF.
       5100-PRINT-ONE-WEEK-LINE-EXIT.
           EXIT.
           END-IF
           IF PR-CM-DAYS(WS-MATCH-IDX) = 0
              AND PR-PM-TOTAL(WS-MATCH-IDX) = 0
              AND PR-CM-ADJ(WS-MATCH-IDX) = 0
              AND PR-PM-ADJ(WS-MATCH-IDX) = 0
               GO TO 6100-PRINT-ONE-MONTH-LINE-EXIT
           END-IF

           MOVE PR-CM-TOTAL(WS-MATCH-IDX) TO WS-THIS-TOTAL.
           MOVE PR-PM-TOTAL(WS-MATCH-IDX) TO WS-PRIOR-TOTAL.
           MOVE PR-CM-DAYS(WS-MATCH-IDX) TO WS-THIS-DAYS.
           MOVE PR-CM-ADJ(WS-MATCH-IDX) TO WS-THIS-ADJ.
           MOVE PR-PM-ADJ(WS-MATCH-IDX) TO WS-PRIOR-ADJ.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PR-KEY(WS-MATCH-IDX) TO DET-KEY.
           MOVE "N" TO WS-BAND-FLAG.
           IF PR-CM-DAYS(WS-MATCH-IDX) > 0
               MOVE "Y" TO WS-BAND-FLAG
               MOVE PR-CM-HI(WS-MATCH-IDX) TO WS-BAND-HI
               MOVE PR-CM-HI-DATE(WS-MATCH-IDX) TO DET-HI-DATE
               MOVE PR-CM-LO(WS-MATCH-IDX) TO WS-BAND-LO
               MOVE PR-CM-LO-DATE(WS-MATCH-IDX) TO DET-LO-DATE
           END-IF
      *    A gauge's band comes from the intraday statistics when
      *    rollover archived them.
           IF PR-IS-GAUGE(WS-MATCH-IDX)
              AND PR-CM-HAS-STATS(WS-MATCH-IDX)
               MOVE "Y" TO WS-BAND-FLAG
               MOVE PR-CM-SMAX(WS-MATCH-IDX) TO WS-BAND-HI
               MOVE PR-CM-SMAX-DATE(WS-MATCH-IDX) TO DET-HI-DATE
               MOVE PR-CM-SMIN(WS-MATCH-IDX) TO WS-BAND-LO
               MOVE PR-CM-SMIN-DATE(WS-MATCH-IDX) TO DET-LO-DATE
           END-IF
           IF PR-IS-GAUGE(WS-MATCH-IDX)
           ADD 1 TO WS-SITE-LINES.
           IF NOT PR-IS-GAUGE(WS-MATCH-IDX)
               ADD WS-THIS-TOTAL TO WS-SITE-TOTAL
               PERFORM 7600-PRINT-ADJUSTMENT-LINE
                   THRU 7600-PRINT-ADJUSTMENT-LINE-EXIT
           END-IF.
       6100-PRINT-ONE-MONTH-LINE-EXIT.
           EXIT.
               MOVE WS-AVG TO DET-AVG
           ELSE
               MOVE 0 TO DET-AVG
           END-IF

           IF WS-HAS-BAND
               MOVE WS-BAND-HI TO DET-HI
               MOVE WS-BAND-LO TO DET-LO
           END-IF.
       7200-FORMAT-COMMON-COLUMNS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7400-PRINT-GRAND-TOTAL - the section's counter totals over
      *  every site, net of adjustments; gauge readings stay out of
      *  it, as they stay out of the site subtotals.
      *----------------------------------------------------------------
       7400-PRINT-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "GRAND TOTAL" TO DET-KEY.
           MOVE WS-GRAND-TOTAL TO DET-TOTAL-SIGNED.
           PERFORM 7000-WRITE-DETAIL-LINE
               THRU 7000-WRITE-DETAIL-LINE-EXIT.
       7400-PRINT-GRAND-TOTAL-EXIT.
                  " TOTAL"    DELIMITED BY SIZE
                  INTO DET-KEY
           END-STRING
           MOVE WS-SITE-TOTAL TO DET-TOTAL-SIGNED.
           PERFORM 7000-WRITE-DETAIL-LINE
               THRU 7000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
       7500-PRINT-SITE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7600-PRINT-ADJUSTMENT-LINE - under a counter's line, the
      *  signed total of the manual adjustments approved against
      *  this period and the prior one, and the difference; the
      *  adjustments go into the site subtotal.  A key with no
      *  adjustments in either period gets no line.
      *----------------------------------------------------------------
       7600-PRINT-ADJUSTMENT-LINE.
           IF WS-THIS-ADJ = 0
              AND WS-PRIOR-ADJ = 0
               GO TO 7600-PRINT-ADJUSTMENT-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "  ADJUSTMENTS" TO DET-KEY.
           MOVE WS-THIS-ADJ TO DET-TOTAL-SIGNED.
           MOVE WS-PRIOR-ADJ TO DET-PRIOR-SIGNED.
           COMPUTE WS-DIFF = WS-THIS-ADJ - WS-PRIOR-ADJ.
           MOVE WS-DIFF TO DET-DIFF.
           PERFORM 7000-WRITE-DETAIL-LINE
               THRU 7000-WRITE-DETAIL-LINE-EXIT.
           ADD WS-THIS-ADJ TO WS-SITE-TOTAL.
       7600-PRINT-ADJUSTMENT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7300-FORMAT-GAUGE-COLUMNS - a gauge line carries only the
      *  average reading per day (the high/low columns were set by
      *  the section paragraph); the total, prior, and change
      *  columns stay blank - summed readings mean nothing.  All
      *  three figures print at the key's decimal places, with the
      *  key's unit in the UNIT column.
      *----------------------------------------------------------------
       7300-FORMAT-GAUGE-COLUMNS.
           IF WS-THIS-DAYS > 0
               COMPUTE WS-AVG ROUNDED =
                   WS-THIS-TOTAL / WS-THIS-DAYS
               MOVE WS-AVG TO WS-GAUGE-VALUE
               PERFORM 7350-EDIT-GAUGE-VALUE
                   THRU 7350-EDIT-GAUGE-VALUE-EXIT
               MOVE WS-GAUGE-EDIT TO DET-AVG-GAUGE
           END-IF

           IF WS-HAS-BAND
               MOVE WS-BAND-HI TO WS-GAUGE-VALUE
               PERFORM 7350-EDIT-GAUGE-VALUE
                   THRU 7350-EDIT-GAUGE-VALUE-EXIT
               MOVE WS-GAUGE-EDIT TO DET-HI-GAUGE
               MOVE WS-BAND-LO TO WS-GAUGE-VALUE
               PERFORM 7350-EDIT-GAUGE-VALUE
                   THRU 7350-EDIT-GAUGE-VALUE-EXIT
               MOVE WS-GAUGE-EDIT TO DET-LO-GAUGE
           END-IF

           MOVE PR-UNIT(WS-MATCH-IDX) TO DET-UNIT.
       7300-FORMAT-GAUGE-COLUMNS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7350-EDIT-GAUGE-VALUE - the scaled reading in
      *  WS-GAUGE-VALUE back at the key's decimal places, sign to
      *  the left of the first digit, into WS-GAUGE-EDIT.
      *----------------------------------------------------------------
       7350-EDIT-GAUGE-VALUE.
           EVALUATE PR-DECIMALS(WS-MATCH-IDX)
               WHEN 1
                   COMPUTE WS-GAUGE-EDIT-1 = WS-GAUGE-VALUE / 10
                   MOVE WS-GAUGE-EDIT-1 TO WS-GAUGE-EDIT
               WHEN 2
                   COMPUTE WS-GAUGE-EDIT-2 = WS-GAUGE-VALUE / 100
                   MOVE WS-GAUGE-EDIT-2 TO WS-GAUGE-EDIT
               WHEN 3
                   COMPUTE WS-GAUGE-EDIT-3 = WS-GAUGE-VALUE / 1000
                   MOVE WS-GAUGE-EDIT-3 TO WS-GAUGE-EDIT
               WHEN OTHER
                   MOVE WS-GAUGE-VALUE TO WS-GAUGE-EDIT-0
                   MOVE WS-GAUGE-EDIT-0 TO WS-GAUGE-EDIT
           END-EVALUATE.
       7350-EDIT-GAUGE-VALUE-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

