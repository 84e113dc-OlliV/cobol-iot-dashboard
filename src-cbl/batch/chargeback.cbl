      *================================================================
      *
      *  PROGRAM:     chargeback
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-14
      *
      *  PURPOSE:  Monthly usage chargeback for Finance, off the
      *            daily-summary archive (DAILYSUM) rollover.cbl
      *            builds up.  Each key's usage in the month is
      *            rolled up by site through the device master (the
      *            part of the key after the colon, as period-report
      *            does it) and priced from Finance's rate file
      *            (CHGRATES):
      *
      *              counter keys - every counted event in the month,
      *              adjustment rows included, at the per-event rate
      *              in effect on the business date it was counted;
      *              a rate change mid-month splits the key into one
      *              line per rate, with the dates each covers.
      *
      *              gauge keys - a flat monthly charge per active
      *              point, a point being active when it archived
      *              at least one reading in the month; the charge
      *              is the one in effect on its last such day.
      *
      *            Each line is booked to the cost centre on its rate
      *            line.  A statement is printed for each site (the
      *            report CHGRPT, one site to a page) with its line
      *            items - quantity, rate and extended amount - and
      *            subtotals by cost centre.  The general ledger
      *            interface file (GLCHARGE) gets one journal line
      *            per site and cost centre and a trailer; the
      *            report closes with the control totals, the
      *            statements balanced against the ledger file, and
      *            the usage that could not be billed: keys whose
      *            device the master doesn't place at a site, keys
      *            with no rate in effect, and usage past the
      *            statement line table.
      *
      *            The month comes from the one-card parameter file
      *            (CHGPRM, YYYYMM); a missing or blank card bills
      *            the month before the run date, the month just
      *            closed.  The ledger account is WS-CHARGE-ACCOUNT
      *            below.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-14  KT  Initial version.
      *      2026-10-15  KT  Usage past a full statement line table
      *                      is set aside as unbilled, not dropped;
      *                      rows past a full unbilled table are
      *                      counted on the control page.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeback.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DAILYFD.
           COPY RATEFD.
           COPY GLJLFD.
           SELECT PARM-FILE ASSIGN TO "CHGPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHARGE-REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY DAILYRC.
           COPY RATERC.
           COPY GLJLRC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MONTH               PIC X(06).

       FD  CHARGE-REPORT-FILE.
       01  CHARGE-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FILE-STATUS          PIC X(02).
               88  WS-FILE-OK          VALUE "00".
               88  DAILY-EOF           VALUE "10".
           05  WS-RATE-STATUS          PIC X(02).
               88  WS-RATE-OK          VALUE "00".
               88  RATE-EOF            VALUE "10".
           05  WS-LEDGER-STATUS        PIC X(02).
               88  WS-LEDGER-OK        VALUE "00".
           05  WS-PARM-STATUS          PIC X(02).
               88  WS-PARM-OK          VALUE "00".
           05  WS-REPORT-STATUS        PIC X(02).

      *  Ledger account the chargeback is booked to - site-tunable.
       01  WS-CHARGE-ACCOUNT           PIC X(10) VALUE "642100".

       01  WS-TODAY                    PIC X(08).
       01  WS-BILL-MONTH               PIC X(06).
       01  WS-MONTH-WORK.
           05  WS-MONTH-YYYY           PIC 9(04).
           05  WS-MONTH-MM             PIC 9(02).
       01  WS-RATE-DATE-NUM            PIC 9(08).
       01  WS-RATE-DATE-PARTS REDEFINES WS-RATE-DATE-NUM.
           05  WS-RATE-YYYY            PIC 9(04).
           05  WS-RATE-MM              PIC 9(02).
           05  WS-RATE-DD              PIC 9(02).

       01  WS-CUR-KEY                  PIC X(30).
       01  WS-KEY-METRIC               PIC X(30).
       01  WS-KEY-DEVICE               PIC X(20).
       01  WS-KEY-SITE                 PIC X(10).
       01  WS-KEY-TYPE                 PIC X(01).
           88  WS-KEY-IS-GAUGE         VALUE "G".
       01  WS-KEY-DESC                 PIC X(40).
       01  WS-ROW-VALUE                PIC S9(10).
       01  WS-PRICE-DATE               PIC X(08).

       01  WS-MET-IDX                  PIC 9(03) BINARY.
       01  WS-DEV-IDX                  PIC 9(03) BINARY.
       01  WS-RATE-IDX                 PIC 9(04) BINARY.
       01  WS-FOUND-RATE               PIC 9(04) BINARY.
       01  WS-LINE-IDX                 PIC 9(04) BINARY.
       01  WS-LINE-SLOT                PIC 9(04) BINARY.
       01  WS-GAUGE-IDX                PIC 9(03) BINARY.
       01  WS-GAUGE-SLOT               PIC 9(03) BINARY.
       01  WS-SITE-IDX                 PIC 9(03) BINARY.
       01  WS-SITE-SLOT                PIC 9(03) BINARY.
       01  WS-CC-IDX                   PIC 9(04) BINARY.
       01  WS-CC-SLOT                  PIC 9(04) BINARY.
       01  WS-EXC-IDX                  PIC 9(03) BINARY.
       01  WS-EXC-SLOT                 PIC 9(03) BINARY.

       01  WS-RATES-SKIPPED            PIC 9(05) VALUE 0.
       01  WS-EXC-REASON               PIC X(20).
       01  WS-EXC-OVERFLOW             PIC 9(06) VALUE 0.

      *  Finance's rates, as read - a key's lines in any order.
       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT           PIC 9(04) VALUE 0.
           05  WS-RATE-ENTRY           OCCURS 2000 TIMES.
               10  RT-KEY              PIC X(30).
               10  RT-EFF-DATE         PIC X(08).
               10  RT-EVENT-RATE       PIC 9(03)V9(06).
               10  RT-GAUGE-CHARGE     PIC 9(07)V99.
               10  RT-COST-CENTRE      PIC X(10).

      *  One statement line per site, key and rate line.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT-TBL       PIC 9(04) VALUE 0.
           05  WS-LINE-ENTRY           OCCURS 2000 TIMES.
               10  LN-SITE             PIC X(10).
               10  LN-KEY              PIC X(30).
               10  LN-RATE-IDX         PIC 9(04).
               10  LN-TYPE             PIC X(01).
                   88  LN-IS-GAUGE     VALUE "G".
               10  LN-QTY              PIC S9(12).
               10  LN-FROM-DATE        PIC X(08).
               10  LN-TO-DATE          PIC X(08).
               10  LN-AMOUNT           PIC S9(11)V99.

      *  Gauge points seen in the month, with their last day.
       01  WS-GAUGE-TABLE.
           05  WS-GAUGE-COUNT          PIC 9(03) VALUE 0.
           05  WS-GAUGE-ENTRY          OCCURS 500 TIMES.
               10  GG-KEY              PIC X(30).
               10  GG-SITE             PIC X(10).
               10  GG-FIRST-DATE       PIC X(08).
               10  GG-LAST-DATE        PIC X(08).

      *  Sites in the order first met, with their billed total.
       01  WS-SITE-TABLE.
           05  WS-SITE-COUNT           PIC 9(03) VALUE 0.
           05  WS-SITE-ENTRY           OCCURS 501 TIMES.
               10  ST-SITE             PIC X(10).
               10  ST-AMOUNT           PIC S9(11)V99.

      *  Site and cost centre totals - the ledger lines.
       01  WS-CC-TABLE.
           05  WS-CC-COUNT             PIC 9(04) VALUE 0.
           05  WS-CC-ENTRY             OCCURS 2000 TIMES.
               10  CC-SITE             PIC X(10).
               10  CC-COST-CENTRE      PIC X(10).
               10  CC-AMOUNT           PIC S9(11)V99.

      *  Usage that could not be billed, per key and reason.
       01  WS-EXC-TABLE.
           05  WS-EXC-COUNT            PIC 9(03) VALUE 0.
           05  WS-EXC-ENTRY            OCCURS 500 TIMES.
               10  EXC-KEY             PIC X(30).
               10  EXC-SITE            PIC X(10).
               10  EXC-REASON          PIC X(20).
               10  EXC-QTY             PIC S9(12).

       01  WS-STATEMENT-COUNT          PIC 9(05) VALUE 0.
       01  WS-STATEMENT-TOTAL          PIC S9(13)V99 VALUE 0.
       01  WS-SITE-PRINTED             PIC S9(11)V99.
       01  WS-CC-PRINTED               PIC S9(11)V99.
       01  WS-LEDGER-LINES             PIC 9(06) VALUE 0.
       01  WS-LEDGER-TOTAL             PIC S9(13)V99 VALUE 0.
       01  WS-AUDIT-STATEMENTS         PIC -(12)9.99.
       01  WS-AUDIT-LEDGER             PIC -(12)9.99.
       01  WS-CUR-SITE                 PIC X(10).
       01  WS-CUR-CC                   PIC X(10).

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD USAGE CHARGEBACK".
           05  FILLER                  PIC X(06) VALUE "MONTH ".
           05  HDG-MONTH               PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-SECTION-TITLE            PIC X(60).
       01  WS-COLUMN-LINE              PIC X(132).

       01  WS-STATEMENT-COLUMN-LINE.
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(07) VALUE "UNIT".
           05  FILLER                  PIC X(18) VALUE "PERIOD".
           05  FILLER                  PIC X(13) VALUE "     QUANTITY".
           05  FILLER                  PIC X(15)
               VALUE "           RATE".
           05  FILLER                  PIC X(16)
               VALUE "          AMOUNT".

       01  WS-EXCEPTION-COLUMN-LINE.
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(11) VALUE "SITE".
           05  FILLER                  PIC X(21) VALUE "REASON".
           05  FILLER                  PIC X(13) VALUE "     QUANTITY".

       01  WS-DETAIL-LINE.
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-DESC                PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-UNIT                PIC X(06).
           05  FILLER                  PIC X(01).
           05  DET-FROM-DATE           PIC X(08).
           05  DET-DASH                PIC X(01).
           05  DET-TO-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-QTY                 PIC -(11)9.
           05  FILLER                  PIC X(01).
           05  DET-RATE                PIC Z(06)9.9(06).
           05  FILLER                  PIC X(01).
           05  DET-AMOUNT              PIC -(11)9.99.

      *  The exception lines, and the control total lines.
       01  WS-EXCEPTION-LINE REDEFINES WS-DETAIL-LINE.
           05  EXL-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  EXL-SITE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  EXL-REASON              PIC X(20).
           05  FILLER                  PIC X(01).
           05  EXL-QTY                 PIC -(11)9.
           05  FILLER                  PIC X(55).

       01  WS-CONTROL-LINE REDEFINES WS-DETAIL-LINE.
           05  CTL-LABEL               PIC X(40).
           05  CTL-COUNT               PIC Z(05)9.
           05  FILLER                  PIC X(02).
           05  CTL-AMOUNT              PIC -(13)9.99.
           05  FILLER                  PIC X(02).
           05  CTL-NOTE                PIC X(30).
           05  FILLER                  PIC X(33).

       COPY METRICTB.
       COPY DEVICETB.
       COPY AUDITCOM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT DAILY-EOF
               PERFORM 2000-READ-DAILY-SUMMARY
                   THRU 2000-READ-DAILY-SUMMARY-EXIT
               PERFORM 3000-TAKE-ONE-ROW
                   THRU 3000-TAKE-ONE-ROW-EXIT
                   UNTIL DAILY-EOF
               CLOSE DAILY-SUMMARY-FILE
           END-IF

           PERFORM 4000-PRICE-ONE-GAUGE
               THRU 4000-PRICE-ONE-GAUGE-EXIT
               VARYING WS-GAUGE-IDX FROM 1 BY 1
               UNTIL WS-GAUGE-IDX > WS-GAUGE-COUNT.
           PERFORM 4500-EXTEND-ONE-LINE
               THRU 4500-EXTEND-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT-TBL.

           PERFORM 5000-PRINT-STATEMENTS
               THRU 5000-PRINT-STATEMENTS-EXIT.
           PERFORM 6000-WRITE-LEDGER
               THRU 6000-WRITE-LEDGER-EXIT.
           PERFORM 7000-PRINT-CONTROL-TOTALS
               THRU 7000-PRINT-CONTROL-TOTALS-EXIT.

           CLOSE CHARGE-REPORT-FILE.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - the billing month off the parameter card
      *  or the month before the run date, the metric and device
      *  masters, Finance's rates, then the archive and the report.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL "metric-load" USING KNOWN-METRIC-TABLE.
           CALL "device-load" USING KNOWN-DEVICE-TABLE.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-MONTH-WORK.
           IF WS-MONTH-MM = 1
               MOVE 12 TO WS-MONTH-MM
               SUBTRACT 1 FROM WS-MONTH-YYYY
           ELSE
               SUBTRACT 1 FROM WS-MONTH-MM
           END-IF
           MOVE WS-MONTH-WORK TO WS-BILL-MONTH.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-OK
                  AND PRM-MONTH NOT = SPACES
                   MOVE PRM-MONTH TO WS-BILL-MONTH
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE WS-BILL-MONTH TO HDG-MONTH.

           PERFORM 1100-LOAD-RATES
               THRU 1100-LOAD-RATES-EXIT.

           OPEN INPUT DAILY-SUMMARY-FILE.
           IF NOT WS-FILE-OK
               MOVE "chargeback"  TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"   TO AUDIT-OPERATION
               MOVE "DAILYSUM"    TO AUDIT-DETAIL
               MOVE SPACES        TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               MOVE "10" TO WS-FILE-STATUS
           END-IF

           OPEN OUTPUT CHARGE-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1100-LOAD-RATES - the rate file into the table.  A line
      *  with no key, no cost centre, a bad date or a non-numeric
      *  rate is passed over and counted on the control page.
      *  Without a rate file nothing can be priced; the run still
      *  reports the usage as unbilled.
      *----------------------------------------------------------------
       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF NOT WS-RATE-OK
               MOVE "chargeback"  TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"   TO AUDIT-OPERATION
               MOVE "CHGRATES"    TO AUDIT-DETAIL
               MOVE SPACES        TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 1100-LOAD-RATES-EXIT
           END-IF

           PERFORM 1110-READ-RATE
               THRU 1110-READ-RATE-EXIT.
           PERFORM 1120-LOAD-ONE-RATE
               THRU 1120-LOAD-ONE-RATE-EXIT
               UNTIL RATE-EOF.

           CLOSE RATE-FILE.
       1100-LOAD-RATES-EXIT.
           EXIT.

       1110-READ-RATE.
           READ RATE-FILE
               AT END
                   MOVE "10" TO WS-RATE-STATUS
           END-READ.
       1110-READ-RATE-EXIT.
           EXIT.

       1120-LOAD-ONE-RATE.
           IF RATE-KEY = SPACES
              OR RATE-COST-CENTRE = SPACES
              OR RATE-EFF-DATE NOT NUMERIC
              OR RATE-EVENT-RATE NOT NUMERIC
              OR RATE-GAUGE-CHARGE NOT NUMERIC
               ADD 1 TO WS-RATES-SKIPPED
               GO TO 1120-NEXT-RATE
           END-IF
           MOVE RATE-EFF-DATE TO WS-RATE-DATE-NUM.
           IF WS-RATE-MM < 1 OR WS-RATE-MM > 12
              OR WS-RATE-DD < 1 OR WS-RATE-DD > 31
               ADD 1 TO WS-RATES-SKIPPED
               GO TO 1120-NEXT-RATE
           END-IF
           IF WS-RATE-COUNT = 2000
               ADD 1 TO WS-RATES-SKIPPED
               GO TO 1120-NEXT-RATE
           END-IF

           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-KEY TO RT-KEY(WS-RATE-COUNT).
           MOVE RATE-EFF-DATE TO RT-EFF-DATE(WS-RATE-COUNT).
           MOVE RATE-EVENT-RATE TO RT-EVENT-RATE(WS-RATE-COUNT).
           MOVE RATE-GAUGE-CHARGE TO RT-GAUGE-CHARGE(WS-RATE-COUNT).
           MOVE RATE-COST-CENTRE TO RT-COST-CENTRE(WS-RATE-COUNT).

       1120-NEXT-RATE.
           PERFORM 1110-READ-RATE
               THRU 1110-READ-RATE-EXIT.
       1120-LOAD-ONE-RATE-EXIT.
           EXIT.

       2000-READ-DAILY-SUMMARY.
           READ DAILY-SUMMARY-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.
       2000-READ-DAILY-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-TAKE-ONE-ROW - a row for a business date in the
      *  billing month: a gauge's marks the point active; a
      *  counter's is priced at the day's rate onto its statement
      *  line.  Usage at no site, or with no rate, is set aside as
      *  unbilled.  Rows with a non-numeric total are passed over.
      *----------------------------------------------------------------
       3000-TAKE-ONE-ROW.
           IF DAILY-SUM-BUS-DATE(1:6) NOT = WS-BILL-MONTH
              OR DAILY-SUM-TOTAL NOT NUMERIC
               GO TO 3000-NEXT-ROW
           END-IF

           MOVE DAILY-SUM-KEY TO WS-CUR-KEY.
           PERFORM 3100-FIND-KEY-TYPE
               THRU 3100-FIND-KEY-TYPE-EXIT.
           PERFORM 3200-FIND-KEY-SITE
               THRU 3200-FIND-KEY-SITE-EXIT.

           IF WS-KEY-IS-GAUGE
               IF WS-KEY-SITE = SPACES
                   MOVE "NO SITE" TO WS-EXC-REASON
                   MOVE 0 TO WS-ROW-VALUE
                   PERFORM 3600-SET-ASIDE
                       THRU 3600-SET-ASIDE-EXIT
               ELSE
                   PERFORM 3400-NOTE-GAUGE
                       THRU 3400-NOTE-GAUGE-EXIT
               END-IF
               GO TO 3000-NEXT-ROW
           END-IF

           IF DAILY-SUM-NEGATIVE
               COMPUTE WS-ROW-VALUE = 0 - DAILY-SUM-TOTAL
           ELSE
               MOVE DAILY-SUM-TOTAL TO WS-ROW-VALUE
           END-IF

           IF WS-KEY-SITE = SPACES
               MOVE "NO SITE" TO WS-EXC-REASON
               PERFORM 3600-SET-ASIDE
                   THRU 3600-SET-ASIDE-EXIT
               GO TO 3000-NEXT-ROW
           END-IF

           MOVE DAILY-SUM-BUS-DATE TO WS-PRICE-DATE.
           PERFORM 3300-FIND-RATE
               THRU 3300-FIND-RATE-EXIT.
           IF WS-FOUND-RATE = 0
               MOVE "NO RATE IN EFFECT" TO WS-EXC-REASON
               PERFORM 3600-SET-ASIDE
                   THRU 3600-SET-ASIDE-EXIT
               GO TO 3000-NEXT-ROW
           END-IF

           PERFORM 3500-FIND-LINE
               THRU 3500-FIND-LINE-EXIT.
           IF WS-LINE-SLOT = 0
               MOVE "LINE TABLE FULL" TO WS-EXC-REASON
               PERFORM 3600-SET-ASIDE
                   THRU 3600-SET-ASIDE-EXIT
           ELSE
               ADD WS-ROW-VALUE TO LN-QTY(WS-LINE-SLOT)
               IF DAILY-SUM-BUS-DATE < LN-FROM-DATE(WS-LINE-SLOT)
                   MOVE DAILY-SUM-BUS-DATE TO LN-FROM-DATE(WS-LINE-SLOT)
               END-IF
               IF DAILY-SUM-BUS-DATE > LN-TO-DATE(WS-LINE-SLOT)
                   MOVE DAILY-SUM-BUS-DATE TO LN-TO-DATE(WS-LINE-SLOT)
               END-IF
           END-IF.

       3000-NEXT-ROW.
           PERFORM 2000-READ-DAILY-SUMMARY
               THRU 2000-READ-DAILY-SUMMARY-EXIT.
       3000-TAKE-ONE-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-FIND-KEY-TYPE - the key's type and description off the
      *  metric master; a key no longer there is taken as a
      *  counter, its rows still being counts.
      *----------------------------------------------------------------
       3100-FIND-KEY-TYPE.
           MOVE "C" TO WS-KEY-TYPE.
           MOVE SPACES TO WS-KEY-DESC.
           PERFORM 3110-MATCH-ONE-METRIC
               THRU 3110-MATCH-ONE-METRIC-EXIT
               VARYING WS-MET-IDX FROM 1 BY 1
               UNTIL WS-MET-IDX > KNOWN-METRIC-COUNT
                  OR WS-KEY-DESC NOT = SPACES.
       3100-FIND-KEY-TYPE-EXIT.
           EXIT.

       3110-MATCH-ONE-METRIC.
           IF KNOWN-METRIC-KEY(WS-MET-IDX) = WS-CUR-KEY
               MOVE KNOWN-METRIC-TYPE(WS-MET-IDX) TO WS-KEY-TYPE
               MOVE KNOWN-METRIC-DESC(WS-MET-IDX) TO WS-KEY-DESC
               IF WS-KEY-DESC = SPACES
                   MOVE "-" TO WS-KEY-DESC
               END-IF
           END-IF.
       3110-MATCH-ONE-METRIC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-FIND-KEY-SITE - the site of the device named after the
      *  key's colon; blank when there is none or the device master
      *  doesn't list it.
      *----------------------------------------------------------------
       3200-FIND-KEY-SITE.
           MOVE SPACES TO WS-KEY-METRIC WS-KEY-DEVICE.
           UNSTRING WS-CUR-KEY
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
      *  3300-FIND-RATE - the key's rate line in effect on
      *  WS-PRICE-DATE: of its lines dated on or before it, the
      *  latest.  WS-FOUND-RATE stays 0 when there is none.
      *----------------------------------------------------------------
       3300-FIND-RATE.
           MOVE 0 TO WS-FOUND-RATE.
           PERFORM 3310-TEST-ONE-RATE
               THRU 3310-TEST-ONE-RATE-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT.
       3300-FIND-RATE-EXIT.
           EXIT.

       3310-TEST-ONE-RATE.
           IF RT-KEY(WS-RATE-IDX) = WS-CUR-KEY
              AND RT-EFF-DATE(WS-RATE-IDX) NOT > WS-PRICE-DATE
               IF WS-FOUND-RATE = 0
                   MOVE WS-RATE-IDX TO WS-FOUND-RATE
               ELSE
                   IF RT-EFF-DATE(WS-RATE-IDX)
                          > RT-EFF-DATE(WS-FOUND-RATE)
                       MOVE WS-RATE-IDX TO WS-FOUND-RATE
                   END-IF
               END-IF
           END-IF.
       3310-TEST-ONE-RATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3400-NOTE-GAUGE - mark the gauge point active in the month,
      *  keeping the first and last days it archived a reading.
      *----------------------------------------------------------------
       3400-NOTE-GAUGE.
           MOVE 0 TO WS-GAUGE-SLOT.
           PERFORM 3410-MATCH-ONE-GAUGE
               THRU 3410-MATCH-ONE-GAUGE-EXIT
               VARYING WS-GAUGE-IDX FROM 1 BY 1
               UNTIL WS-GAUGE-IDX > WS-GAUGE-COUNT
                  OR WS-GAUGE-SLOT > 0.
           IF WS-GAUGE-SLOT = 0
              AND WS-GAUGE-COUNT < 500
               ADD 1 TO WS-GAUGE-COUNT
               MOVE WS-GAUGE-COUNT TO WS-GAUGE-SLOT
               MOVE WS-CUR-KEY TO GG-KEY(WS-GAUGE-SLOT)
               MOVE WS-KEY-SITE TO GG-SITE(WS-GAUGE-SLOT)
               MOVE DAILY-SUM-BUS-DATE TO GG-FIRST-DATE(WS-GAUGE-SLOT)
               MOVE DAILY-SUM-BUS-DATE TO GG-LAST-DATE(WS-GAUGE-SLOT)
           END-IF
           IF WS-GAUGE-SLOT > 0
               IF DAILY-SUM-BUS-DATE < GG-FIRST-DATE(WS-GAUGE-SLOT)
                   MOVE DAILY-SUM-BUS-DATE
                       TO GG-FIRST-DATE(WS-GAUGE-SLOT)
               END-IF
               IF DAILY-SUM-BUS-DATE > GG-LAST-DATE(WS-GAUGE-SLOT)
                   MOVE DAILY-SUM-BUS-DATE
                       TO GG-LAST-DATE(WS-GAUGE-SLOT)
               END-IF
           END-IF.
       3400-NOTE-GAUGE-EXIT.
           EXIT.

       3410-MATCH-ONE-GAUGE.
           IF GG-KEY(WS-GAUGE-IDX) = WS-CUR-KEY
               MOVE WS-GAUGE-IDX TO WS-GAUGE-SLOT
           END-IF.
       3410-MATCH-ONE-GAUGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3500-FIND-LINE - the statement line for this site, key and
      *  rate line (WS-FOUND-RATE), started when first met.
      *  WS-LINE-SLOT stays 0 once the table is full.
      *----------------------------------------------------------------
       3500-FIND-LINE.
           MOVE 0 TO WS-LINE-SLOT.
           PERFORM 3510-MATCH-ONE-LINE
               THRU 3510-MATCH-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT-TBL
                  OR WS-LINE-SLOT > 0.
           IF WS-LINE-SLOT = 0
              AND WS-LINE-COUNT-TBL < 2000
               ADD 1 TO WS-LINE-COUNT-TBL
               MOVE WS-LINE-COUNT-TBL TO WS-LINE-SLOT
               MOVE WS-KEY-SITE TO LN-SITE(WS-LINE-SLOT)
               MOVE WS-CUR-KEY TO LN-KEY(WS-LINE-SLOT)
               MOVE WS-FOUND-RATE TO LN-RATE-IDX(WS-LINE-SLOT)
               MOVE WS-KEY-TYPE TO LN-TYPE(WS-LINE-SLOT)
               MOVE 0 TO LN-QTY(WS-LINE-SLOT)
               MOVE WS-PRICE-DATE TO LN-FROM-DATE(WS-LINE-SLOT)
               MOVE WS-PRICE-DATE TO LN-TO-DATE(WS-LINE-SLOT)
               MOVE 0 TO LN-AMOUNT(WS-LINE-SLOT)
               PERFORM 3550-NOTE-SITE
                   THRU 3550-NOTE-SITE-EXIT
           END-IF.
       3500-FIND-LINE-EXIT.
           EXIT.

       3510-MATCH-ONE-LINE.
           IF LN-SITE(WS-LINE-IDX) = WS-KEY-SITE
              AND LN-KEY(WS-LINE-IDX) = WS-CUR-KEY
              AND LN-RATE-IDX(WS-LINE-IDX) = WS-FOUND-RATE
               MOVE WS-LINE-IDX TO WS-LINE-SLOT
           END-IF.
       3510-MATCH-ONE-LINE-EXIT.
           EXIT.

       3550-NOTE-SITE.
           MOVE 0 TO WS-SITE-SLOT.
           PERFORM 3560-MATCH-ONE-SITE
               THRU 3560-MATCH-ONE-SITE-EXIT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
                  OR WS-SITE-SLOT > 0.
           IF WS-SITE-SLOT = 0
              AND WS-SITE-COUNT < 501
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-KEY-SITE TO ST-SITE(WS-SITE-COUNT)
               MOVE 0 TO ST-AMOUNT(WS-SITE-COUNT)
           END-IF.
       3550-NOTE-SITE-EXIT.
           EXIT.

       3560-MATCH-ONE-SITE.
           IF ST-SITE(WS-SITE-IDX) = WS-KEY-SITE
               MOVE WS-SITE-IDX TO WS-SITE-SLOT
           END-IF.
       3560-MATCH-ONE-SITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3600-SET-ASIDE - add WS-ROW-VALUE to the key's unbilled
      *  entry for the reason in WS-EXC-REASON.  A gauge's entry
      *  just notes the point (its quantity stays 0 until priced).
      *  A row with no room left in the table is counted in
      *  WS-EXC-OVERFLOW for the control page.
      *----------------------------------------------------------------
       3600-SET-ASIDE.
           MOVE 0 TO WS-EXC-SLOT.
           PERFORM 3610-MATCH-ONE-EXCEPTION
               THRU 3610-MATCH-ONE-EXCEPTION-EXIT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT
                  OR WS-EXC-SLOT > 0.
           IF WS-EXC-SLOT = 0
              AND WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-COUNT TO WS-EXC-SLOT
               MOVE WS-CUR-KEY TO EXC-KEY(WS-EXC-SLOT)
               MOVE WS-KEY-SITE TO EXC-SITE(WS-EXC-SLOT)
               MOVE WS-EXC-REASON TO EXC-REASON(WS-EXC-SLOT)
               MOVE 0 TO EXC-QTY(WS-EXC-SLOT)
               IF WS-KEY-IS-GAUGE
                   MOVE 1 TO EXC-QTY(WS-EXC-SLOT)
               END-IF
           END-IF
           IF WS-EXC-SLOT > 0
               ADD WS-ROW-VALUE TO EXC-QTY(WS-EXC-SLOT)
           ELSE
               ADD 1 TO WS-EXC-OVERFLOW
           END-IF.
       3600-SET-ASIDE-EXIT.
           EXIT.

       3610-MATCH-ONE-EXCEPTION.
           IF EXC-KEY(WS-EXC-IDX) = WS-CUR-KEY
              AND EXC-REASON(WS-EXC-IDX) = WS-EXC-REASON
               MOVE WS-EXC-IDX TO WS-EXC-SLOT
           END-IF.
       3610-MATCH-ONE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-PRICE-ONE-GAUGE - an active gauge point becomes one
      *  line of quantity 1 at the charge in effect on its last day
      *  in the month.  One with no statement line left is set
      *  aside as unbilled.
      *----------------------------------------------------------------
       4000-PRICE-ONE-GAUGE.
           MOVE GG-KEY(WS-GAUGE-IDX) TO WS-CUR-KEY.
           MOVE GG-SITE(WS-GAUGE-IDX) TO WS-KEY-SITE.
           MOVE "G" TO WS-KEY-TYPE.
           MOVE GG-LAST-DATE(WS-GAUGE-IDX) TO WS-PRICE-DATE.
           PERFORM 3300-FIND-RATE
               THRU 3300-FIND-RATE-EXIT.
           IF WS-FOUND-RATE = 0
               MOVE "NO RATE IN EFFECT" TO WS-EXC-REASON
               MOVE 0 TO WS-ROW-VALUE
               PERFORM 3600-SET-ASIDE
                   THRU 3600-SET-ASIDE-EXIT
               GO TO 4000-PRICE-ONE-GAUGE-EXIT
           END-IF

           PERFORM 3500-FIND-LINE
               THRU 3500-FIND-LINE-EXIT.
           IF WS-LINE-SLOT = 0
               MOVE "LINE TABLE FULL" TO WS-EXC-REASON
               MOVE 0 TO WS-ROW-VALUE
               PERFORM 3600-SET-ASIDE
                   THRU 3600-SET-ASIDE-EXIT
           ELSE
               MOVE 1 TO LN-QTY(WS-LINE-SLOT)
               MOVE GG-FIRST-DATE(WS-GAUGE-IDX)
                   TO LN-FROM-DATE(WS-LINE-SLOT)
               MOVE GG-LAST-DATE(WS-GAUGE-IDX)
                   TO LN-TO-DATE(WS-LINE-SLOT)
           END-IF.
       4000-PRICE-ONE-GAUGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4500-EXTEND-ONE-LINE - quantity times rate, rounded to the
      *  cent, added to the line's site and its site/cost centre.
      *----------------------------------------------------------------
       4500-EXTEND-ONE-LINE.
           MOVE LN-RATE-IDX(WS-LINE-IDX) TO WS-RATE-IDX.
           IF LN-IS-GAUGE(WS-LINE-IDX)
               COMPUTE LN-AMOUNT(WS-LINE-IDX) ROUNDED =
                   LN-QTY(WS-LINE-IDX) * RT-GAUGE-CHARGE(WS-RATE-IDX)
           ELSE
               COMPUTE LN-AMOUNT(WS-LINE-IDX) ROUNDED =
                   LN-QTY(WS-LINE-IDX) * RT-EVENT-RATE(WS-RATE-IDX)
           END-IF

           MOVE LN-SITE(WS-LINE-IDX) TO WS-KEY-SITE.
           PERFORM 3550-NOTE-SITE
               THRU 3550-NOTE-SITE-EXIT.
           IF WS-SITE-SLOT > 0
               ADD LN-AMOUNT(WS-LINE-IDX) TO ST-AMOUNT(WS-SITE-SLOT)
           END-IF

           MOVE 0 TO WS-CC-SLOT.
           PERFORM 4510-MATCH-ONE-CC
               THRU 4510-MATCH-ONE-CC-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT
                  OR WS-CC-SLOT > 0.
           IF WS-CC-SLOT = 0
              AND WS-CC-COUNT < 2000
               ADD 1 TO WS-CC-COUNT
               MOVE WS-CC-COUNT TO WS-CC-SLOT
               MOVE LN-SITE(WS-LINE-IDX) TO CC-SITE(WS-CC-SLOT)
               MOVE RT-COST-CENTRE(WS-RATE-IDX)
                   TO CC-COST-CENTRE(WS-CC-SLOT)
               MOVE 0 TO CC-AMOUNT(WS-CC-SLOT)
           END-IF
           IF WS-CC-SLOT > 0
               ADD LN-AMOUNT(WS-LINE-IDX) TO CC-AMOUNT(WS-CC-SLOT)
           END-IF.
       4500-EXTEND-ONE-LINE-EXIT.
           EXIT.

       4510-MATCH-ONE-CC.
           IF CC-SITE(WS-CC-IDX) = LN-SITE(WS-LINE-IDX)
              AND CC-COST-CENTRE(WS-CC-IDX)
                  = RT-COST-CENTRE(WS-RATE-IDX)
               MOVE WS-CC-IDX TO WS-CC-SLOT
           END-IF.
       4510-MATCH-ONE-CC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-STATEMENTS - one statement per site, each on a
      *  page of its own: the lines cost centre by cost centre with
      *  a cost centre total, then the site total.  The printed
      *  amounts are summed as they go, for the control totals.
      *----------------------------------------------------------------
       5000-PRINT-STATEMENTS.
           MOVE WS-STATEMENT-COLUMN-LINE TO WS-COLUMN-LINE.

           IF WS-SITE-COUNT = 0
               MOVE "SITE STATEMENTS" TO WS-SECTION-TITLE
               MOVE 99 TO WS-LINE-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NO BILLABLE USAGE THIS MONTH)"
                   TO WS-DETAIL-LINE
               PERFORM 8000-WRITE-DETAIL-LINE
                   THRU 8000-WRITE-DETAIL-LINE-EXIT
               GO TO 5000-PRINT-STATEMENTS-EXIT
           END-IF

           PERFORM 5100-PRINT-ONE-STATEMENT
               THRU 5100-PRINT-ONE-STATEMENT-EXIT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.
       5000-PRINT-STATEMENTS-EXIT.
           EXIT.

       5100-PRINT-ONE-STATEMENT.
           MOVE ST-SITE(WS-SITE-IDX) TO WS-CUR-SITE.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "USAGE CHARGEBACK STATEMENT - SITE "
                      DELIMITED BY SIZE
                  WS-CUR-SITE DELIMITED BY SPACE
                  INTO WS-SECTION-TITLE
           END-STRING.
           MOVE 99 TO WS-LINE-COUNT.
           MOVE 0 TO WS-SITE-PRINTED.
           ADD 1 TO WS-STATEMENT-COUNT.

           PERFORM 5200-PRINT-ONE-COST-CENTRE
               THRU 5200-PRINT-ONE-COST-CENTRE-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "SITE TOTAL" TO DET-KEY.
           MOVE WS-CUR-SITE TO DET-DESC.
           MOVE WS-SITE-PRINTED TO DET-AMOUNT.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           ADD WS-SITE-PRINTED TO WS-STATEMENT-TOTAL.
       5100-PRINT-ONE-STATEMENT-EXIT.
           EXIT.

       5200-PRINT-ONE-COST-CENTRE.
           IF CC-SITE(WS-CC-IDX) NOT = WS-CUR-SITE
               GO TO 5200-PRINT-ONE-COST-CENTRE-EXIT
           END-IF

           MOVE CC-COST-CENTRE(WS-CC-IDX) TO WS-CUR-CC.
           MOVE 0 TO WS-CC-PRINTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           STRING "COST CENTRE " DELIMITED BY SIZE
                  WS-CUR-CC      DELIMITED BY SPACE
                  INTO DET-KEY
           END-STRING.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.

           PERFORM 5300-PRINT-ONE-LINE
               THRU 5300-PRINT-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT-TBL.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "  COST CENTRE TOTAL" TO DET-KEY.
           MOVE WS-CUR-CC TO DET-DESC.
           MOVE WS-CC-PRINTED TO DET-AMOUNT.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           ADD WS-CC-PRINTED TO WS-SITE-PRINTED.
       5200-PRINT-ONE-COST-CENTRE-EXIT.
           EXIT.

       5300-PRINT-ONE-LINE.
           MOVE LN-RATE-IDX(WS-LINE-IDX) TO WS-RATE-IDX.
           IF LN-SITE(WS-LINE-IDX) NOT = WS-CUR-SITE
              OR RT-COST-CENTRE(WS-RATE-IDX) NOT = WS-CUR-CC
               GO TO 5300-PRINT-ONE-LINE-EXIT
           END-IF

           MOVE LN-KEY(WS-LINE-IDX) TO WS-CUR-KEY.
           PERFORM 3100-FIND-KEY-TYPE
               THRU 3100-FIND-KEY-TYPE-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE LN-KEY(WS-LINE-IDX) TO DET-KEY.
           MOVE WS-KEY-DESC TO DET-DESC.
           MOVE LN-FROM-DATE(WS-LINE-IDX) TO DET-FROM-DATE.
           MOVE "-" TO DET-DASH.
           MOVE LN-TO-DATE(WS-LINE-IDX) TO DET-TO-DATE.
           MOVE LN-QTY(WS-LINE-IDX) TO DET-QTY.
           IF LN-IS-GAUGE(WS-LINE-IDX)
               MOVE "POINT" TO DET-UNIT
               MOVE RT-GAUGE-CHARGE(WS-RATE-IDX) TO DET-RATE
           ELSE
               MOVE "EVENT" TO DET-UNIT
               MOVE RT-EVENT-RATE(WS-RATE-IDX) TO DET-RATE
           END-IF
           MOVE LN-AMOUNT(WS-LINE-IDX) TO DET-AMOUNT.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           ADD LN-AMOUNT(WS-LINE-IDX) TO WS-CC-PRINTED.
       5300-PRINT-ONE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6000-WRITE-LEDGER - one journal line per site and cost
      *  centre, then the trailer with the line count and total.
      *----------------------------------------------------------------
       6000-WRITE-LEDGER.
           OPEN OUTPUT LEDGER-FILE.
           IF NOT WS-LEDGER-OK
               MOVE "chargeback"  TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"   TO AUDIT-OPERATION
               MOVE "GLCHARGE"    TO AUDIT-DETAIL
               MOVE SPACES        TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 6000-WRITE-LEDGER-EXIT
           END-IF

           PERFORM 6100-WRITE-ONE-JOURNAL-LINE
               THRU 6100-WRITE-ONE-JOURNAL-LINE-EXIT
               VARYING WS-CC-IDX FROM 1 BY 1
               UNTIL WS-CC-IDX > WS-CC-COUNT.

           MOVE SPACES TO LEDGER-TRAILER-RECORD.
           MOVE "TR" TO GLTR-RECORD-TYPE.
           MOVE WS-BILL-MONTH TO GLTR-PERIOD.
           MOVE WS-LEDGER-LINES TO GLTR-LINE-COUNT.
           IF WS-LEDGER-TOTAL < 0
               COMPUTE GLTR-TOTAL = 0 - WS-LEDGER-TOTAL
               MOVE "-" TO GLTR-SIGN
           ELSE
               MOVE WS-LEDGER-TOTAL TO GLTR-TOTAL
           END-IF
           WRITE LEDGER-TRAILER-RECORD.

           CLOSE LEDGER-FILE.
       6000-WRITE-LEDGER-EXIT.
           EXIT.

       6100-WRITE-ONE-JOURNAL-LINE.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE "JL" TO GLJL-RECORD-TYPE.
           MOVE WS-BILL-MONTH TO GLJL-PERIOD.
           MOVE CC-SITE(WS-CC-IDX) TO GLJL-SITE.
           MOVE CC-COST-CENTRE(WS-CC-IDX) TO GLJL-COST-CENTRE.
           MOVE WS-CHARGE-ACCOUNT TO GLJL-ACCOUNT.
           IF CC-AMOUNT(WS-CC-IDX) < 0
               COMPUTE GLJL-AMOUNT = 0 - CC-AMOUNT(WS-CC-IDX)
               MOVE "-" TO GLJL-SIGN
           ELSE
               MOVE CC-AMOUNT(WS-CC-IDX) TO GLJL-AMOUNT
           END-IF
           STRING "IOT USAGE CHARGEBACK " DELIMITED BY SIZE
                  WS-BILL-MONTH           DELIMITED BY SIZE
                  INTO GLJL-DESCRIPTION
           END-STRING.
           WRITE LEDGER-RECORD.
           ADD 1 TO WS-LEDGER-LINES.
           ADD CC-AMOUNT(WS-CC-IDX) TO WS-LEDGER-TOTAL.
       6100-WRITE-ONE-JOURNAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-PRINT-CONTROL-TOTALS - the statements against the
      *  ledger file, the unbilled usage, the rate lines passed
      *  over, and any unbilled rows the table had no room for.
      *  The balance is audited either way.
      *----------------------------------------------------------------
       7000-PRINT-CONTROL-TOTALS.
           MOVE "CONTROL TOTALS" TO WS-SECTION-TITLE.
           MOVE SPACES TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE "SITE STATEMENTS PRINTED" TO CTL-LABEL.
           MOVE WS-STATEMENT-COUNT TO CTL-COUNT.
           MOVE WS-STATEMENT-TOTAL TO CTL-AMOUNT.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE "LEDGER JOURNAL LINES WRITTEN" TO CTL-LABEL.
           MOVE WS-LEDGER-LINES TO CTL-COUNT.
           MOVE WS-LEDGER-TOTAL TO CTL-AMOUNT.
           IF WS-LEDGER-TOTAL = WS-STATEMENT-TOTAL
               MOVE "IN BALANCE" TO CTL-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO CTL-NOTE
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE "RATE LINES PASSED OVER" TO CTL-LABEL.
           MOVE WS-RATES-SKIPPED TO CTL-COUNT.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-CONTROL-LINE.
           MOVE "UNBILLED ROWS NOT LISTED (TABLE FULL)"
               TO CTL-LABEL.
           MOVE WS-EXC-OVERFLOW TO CTL-COUNT.
           IF WS-EXC-OVERFLOW > 0
               MOVE "*** LIST BELOW INCOMPLETE ***" TO CTL-NOTE
           END-IF
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.

           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE "USAGE NOT BILLED" TO WS-DETAIL-LINE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           MOVE WS-EXCEPTION-COLUMN-LINE TO WS-DETAIL-LINE.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
           IF WS-EXC-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 8000-WRITE-DETAIL-LINE
                   THRU 8000-WRITE-DETAIL-LINE-EXIT
           END-IF
           PERFORM 7100-PRINT-ONE-EXCEPTION
               THRU 7100-PRINT-ONE-EXCEPTION-EXIT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT.

           MOVE "chargeback" TO AUDIT-PROGRAM-ID.
           IF WS-LEDGER-TOTAL = WS-STATEMENT-TOTAL
               MOVE "CHARGEBACK" TO AUDIT-OPERATION
           ELSE
               MOVE "CHG-UNBAL" TO AUDIT-OPERATION
           END-IF
           MOVE WS-STATEMENT-TOTAL TO WS-AUDIT-STATEMENTS.
           MOVE WS-LEDGER-TOTAL TO WS-AUDIT-LEDGER.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "month "           DELIMITED BY SIZE
                  WS-BILL-MONTH      DELIMITED BY SIZE
                  " statements"      DELIMITED BY SIZE
                  WS-AUDIT-STATEMENTS DELIMITED BY SIZE
                  " ledger"          DELIMITED BY SIZE
                  WS-AUDIT-LEDGER    DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       7000-PRINT-CONTROL-TOTALS-EXIT.
           EXIT.

       7100-PRINT-ONE-EXCEPTION.
           MOVE SPACES TO WS-EXCEPTION-LINE.
           MOVE EXC-KEY(WS-EXC-IDX) TO EXL-KEY.
           MOVE EXC-SITE(WS-EXC-IDX) TO EXL-SITE.
           IF EXL-SITE = SPACES
               MOVE "NO-SITE" TO EXL-SITE
           END-IF
           MOVE EXC-REASON(WS-EXC-IDX) TO EXL-REASON.
           MOVE EXC-QTY(WS-EXC-IDX) TO EXL-QTY.
           PERFORM 8000-WRITE-DETAIL-LINE
               THRU 8000-WRITE-DETAIL-LINE-EXIT.
       7100-PRINT-ONE-EXCEPTION-EXIT.
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
           MOVE WS-DETAIL-LINE TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       8000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       8100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE SPACES TO CHARGE-REPORT-RECORD.
           WRITE CHARGE-REPORT-RECORD.
           MOVE 6 TO WS-LINE-COUNT.
       8100-PRINT-PAGE-TOP-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM chargeback.
