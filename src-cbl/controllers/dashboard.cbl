            05 WS-FILE-STATUS           PIC X(02).
                88 WS-FILE-OK           VALUE "00".

      *  Sized for the worst case one page can mint: value + rate
      *  + maintenance status + breach forecast for each of the 50
      *  keys on the page, total and rate for each of up to 500
      *  sites, and the page / page-count / site navigation values
      *  (1203 in all).
        01 the-vars.
            03 COW-vars                 OCCURS 1210 TIMES.
                05 COW-varname          PIC X(99).
                05 COW-varvalue         PIC X(99).


        01 REDIS-ERR                    PIC S9(9) VALUE -1.

        01 WS-VAR-IDX                   PIC 9(04) BINARY VALUE 0.
        01 WS-KEY-IDX                   PIC 9(03) BINARY.

        01 WS-OPERATOR-ID               PIC X(20) VALUE SPACES.
        01 WS-ACTION                    PIC X(10) VALUE SPACES.
        01 WS-ALERT-NAME                PIC X(30) VALUE SPACES.
        01 WS-RESET-KEY                 PIC X(30) VALUE SPACES.
        01 WS-MATCH-IDX                 PIC 9(03) BINARY.
        01 WS-BUS-DATE                  PIC X(08).
        01 WS-QV-IDX                    PIC 9(02) BINARY.

        01 WS-ADJUST-LIVE               PIC S9(9) COMP-5.
        01 WS-LIVE-VALUE                PIC S9(9) COMP-5.

        01 WS-PREV-VALUE                PIC S9(9) COMP-5.
        01 WS-PREV-SECONDS              PIC S9(9) COMP-5.
        01 WS-NOW-SECONDS               PIC S9(9) COMP-5.

        01 WS-STAMP-DATE                PIC X(08).
        01 WS-NOW-STAMP                 PIC X(14).
        01 WS-WIN-IDX                   PIC 9(03) BINARY.
        01 WS-IN-MAINT-FLAG             PIC X(01) VALUE "N".
            88 WS-IN-MAINT              VALUE "Y".

      *  Breach forecast: breach-forecast.cbl leaves the minutes to
      *  a projected breach inside its horizon in forecast:<key>
      *  (negative for a low breach, 0 or absent for none).
        01 WS-FORECAST-MIN              PIC S9(9) COMP-5.
        01 WS-FORECAST-ABS              PIC 9(09).
        01 WS-FORECAST-DIR              PIC X(04).
        01 WS-FORECAST-UNIT             PIC X(01).
        01 WS-DISPLAY-FORECAST          PIC Z(08)9.
        01 WS-FORECAST-LEAD             PIC 9(02) BINARY.

      *  Site rollups: each rendered key's value and rate are also
      *  added to the key's site, resolved through the device
      *  master off the device part of the key name.
        01 WS-KEY-METRIC                PIC X(30).
        01 WS-KEY-DEVICE                PIC X(20).
        01 WS-DEV-IDX                   PIC 9(03) BINARY.
        01 WS-KEY-SITE                  PIC X(10).
        01 WS-SITE-IDX                  PIC 9(03) BINARY.
        01 WS-SITE-SLOT                 PIC 9(03) BINARY.
        01 WS-SITE-SUM-TABLE.
            05 WS-SITE-SUM-COUNT        PIC 9(03) VALUE 0.
            05 WS-SITE-SUM-ENTRY        OCCURS 500 TIMES.
                10 WS-SITE-SUM-SITE     PIC X(10).
                10 WS-SITE-SUM-TOTAL    PIC S9(12) COMP-5.
                10 WS-SITE-SUM-RATE     PIC S9(12) COMP-5.
        01 WS-DISPLAY-SITE-NUM          PIC -(11)9.

      *  Paging: the per-key variables go out 50 keys to a page, in
      *  key order, optionally cut down to the keys of one site
      *  ("site" query value).  Every key is still read and rated
      *  so the site totals stay whole whichever page is showing.
        01 WS-SITE-FILTER               PIC X(10) VALUE SPACES.
        01 WS-PAGE-TEXT                 PIC X(90) VALUE SPACES.
        01 WS-PAGE-NUM                  PIC 9(03) VALUE 1.
        01 WS-PAGE-COUNT                PIC 9(03) VALUE 1.
        01 WS-PAGE-SIZE                 PIC 9(03) VALUE 50.
        01 WS-PAGE-FIRST                PIC 9(03) VALUE 0.
        01 WS-PAGE-LAST                 PIC 9(03) VALUE 0.
        01 WS-FILTER-COUNT              PIC 9(03) VALUE 0.
        01 WS-FILTER-SEQ                PIC 9(03) VALUE 0.
        01 WS-DISPLAY-PAGE              PIC ZZ9.

      *  Authorization: every request is checked against the
      *  operator master (oper-check.cbl) - VIEW to see the page at
      *  all, RESET / ACK for those actions - and a RESET or ACK by
      *  a site-limited operator must be on a key at their home
      *  site.  Each refusal is audited as AUTH-REFUSE.
        01 WS-AUTH-OK-FLAG              PIC X(01) VALUE "N".
            88 WS-AUTH-OK               VALUE "Y".
        01 WS-AUTH-ROLE                 PIC X(12) VALUE SPACES.
        01 WS-AUTH-KEY                  PIC X(30) VALUE SPACES.
        01 WS-AUTH-REASON               PIC X(10) VALUE SPACES.

        COPY METRICTB.
        COPY MAINTTB.
        COPY DEVICETB.
        COPY AUDITCOM.
        COPY RDCVCM.
        COPY OPCKCM.
        COPY INCDCM.

        LINKAGE SECTION.

                VARYING WS-QV-IDX FROM 1 BY 1
                UNTIL WS-QV-IDX > 10.

            MOVE "VIEW" TO WS-AUTH-ROLE
            MOVE SPACES TO WS-AUTH-KEY
            PERFORM AUTHORIZE-OPERATOR
            IF NOT WS-AUTH-OK THEN
                ADD 1 TO WS-VAR-IDX
                MOVE "auth-result" TO COW-varname(WS-VAR-IDX)
                MOVE "operator not authorized to view the dashboard"
                    TO COW-varvalue(WS-VAR-IDX)
                call 'template' USING the-vars "dashboard.cow"
                EXIT PROGRAM
            END-IF

            CALL "metric-load" USING KNOWN-METRIC-TABLE.
            CALL "maint-load" USING MAINT-WINDOW-TABLE.
            CALL "device-load" USING KNOWN-DEVICE-TABLE.
            END-IF

            IF WS-ACTION = "RESET" AND WS-RESET-KEY NOT = SPACES THEN
                MOVE "RESET" TO WS-AUTH-ROLE
                MOVE WS-RESET-KEY TO WS-AUTH-KEY
                PERFORM AUTHORIZE-OPERATOR
                IF WS-AUTH-OK THEN
                    PERFORM FIND-RESET-KEY-SLOT
                    IF WS-MATCH-IDX > 0 THEN
                        PERFORM AUTHORIZE-KEY-SITE
                        IF WS-AUTH-OK THEN
                            PERFORM RESET-ONE-METRIC
                        END-IF
                    ELSE
                        MOVE "dashboard"    TO AUDIT-PROGRAM-ID
                        MOVE "RESET-FAIL"   TO AUDIT-OPERATION
                        MOVE WS-RESET-KEY   TO AUDIT-DETAIL
                        MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                        CALL "audit-log" USING AUDIT-CALL-PARMS
                    END-IF
                END-IF
            END-IF

            IF WS-ACTION = "ACK" THEN
                MOVE "ACK" TO WS-AUTH-ROLE
                MOVE WS-ALERT-NAME TO WS-AUTH-KEY
                PERFORM AUTHORIZE-OPERATOR
                MOVE 0 TO WS-MATCH-IDX
                IF WS-AUTH-OK THEN
                    PERFORM FIND-ALERT-KEY-SLOT
                    IF WS-MATCH-IDX > 0 THEN
                        PERFORM AUTHORIZE-KEY-SITE
                    ELSE
                        MOVE "dashboard"    TO AUDIT-PROGRAM-ID
                        MOVE "ACK-FAIL"     TO AUDIT-OPERATION
                        MOVE WS-ALERT-NAME  TO AUDIT-DETAIL
                        MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                        CALL "audit-log" USING AUDIT-CALL-PARMS
                    END-IF
                END-IF
                IF WS-AUTH-OK AND WS-MATCH-IDX > 0 THEN
                    MOVE "dashboard"     TO AUDIT-PROGRAM-ID
                    MOVE "ACK"           TO AUDIT-OPERATION
                    MOVE SPACES          TO AUDIT-DETAIL
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    CALL "audit-log" USING AUDIT-CALL-PARMS
                    PERFORM CLEAR-NOTIFIED-FLAG
                    PERFORM STAMP-INCIDENT-ACK
                END-IF
            END-IF

            PERFORM SET-PAGE-BOUNDS

            MOVE 0 TO WS-FILTER-SEQ
            PERFORM REPORT-ONE-METRIC
                VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                VARYING WS-SITE-IDX FROM 1 BY 1
                UNTIL WS-SITE-IDX > WS-SITE-SUM-COUNT

            PERFORM REPORT-PAGE-NAVIGATION

            MOVE "dashboard"       TO AUDIT-PROGRAM-ID
            MOVE "VIEW"            TO AUDIT-OPERATION
            MOVE "dashboard rendered" TO AUDIT-DETAIL
      *----------------------------------------------------------------
      *  SCAN-ONE-QUERY-VALUE - pull the operator ID and any
      *  requested action (RESET / ACK) plus the alert name an ACK
      *  applies to out of the incoming query values, along with
      *  the site the page is cut down to and the page wanted.
      *----------------------------------------------------------------
        SCAN-ONE-QUERY-VALUE.
            IF COW-query-value-name(WS-QV-IDX) = "operator" THEN
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "key" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-RESET-KEY
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "site" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-SITE-FILTER
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "page" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-PAGE-TEXT
            END-IF.

      *----------------------------------------------------------------
      *  AUTHORIZE-OPERATOR - may WS-OPERATOR-ID do WS-AUTH-ROLE?
      *  Asks oper-check; anything but OK is a refusal, audited
      *  with the reason it gave (UNKNOWN / INACTIVE / NO-ROLE /
      *  NO-FILE).
      *----------------------------------------------------------------
        AUTHORIZE-OPERATOR.
            MOVE WS-OPERATOR-ID TO OPCK-OPERATOR-ID.
            MOVE WS-AUTH-ROLE TO OPCK-ROLE.
            CALL "oper-check" USING OPER-CHECK-PARMS.
            IF OPCK-OK THEN
                MOVE "Y" TO WS-AUTH-OK-FLAG
            ELSE
                MOVE "N" TO WS-AUTH-OK-FLAG
                MOVE OPCK-STATUS TO WS-AUTH-REASON
                PERFORM AUDIT-AUTH-REFUSAL
            END-IF.

      *----------------------------------------------------------------
      *  AUTHORIZE-KEY-SITE - after AUTHORIZE-OPERATOR has passed a
      *  RESET or ACK, a site-limited operator may only touch the
      *  key at WS-MATCH-IDX when its device sits at their home
      *  site.  A key that belongs to no site is refused too - it
      *  can't be shown to be theirs.
      *----------------------------------------------------------------
        AUTHORIZE-KEY-SITE.
            MOVE "Y" TO WS-AUTH-OK-FLAG.
            IF OPCK-SITE-LIMITED THEN
                MOVE WS-MATCH-IDX TO WS-KEY-IDX
                PERFORM RESOLVE-KEY-SITE
                IF WS-KEY-SITE = SPACES
                   OR WS-KEY-SITE NOT = OPCK-HOME-SITE THEN
                    MOVE "N" TO WS-AUTH-OK-FLAG
                    MOVE "OTHER-SITE" TO WS-AUTH-REASON
                    PERFORM AUDIT-AUTH-REFUSAL
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  AUDIT-AUTH-REFUSAL - one AUTH-REFUSE line per refused
      *  request: what was asked, why it was refused, and the key
      *  it was aimed at, under the operator ID that asked.
      *----------------------------------------------------------------
        AUDIT-AUTH-REFUSAL.
            MOVE "dashboard"     TO AUDIT-PROGRAM-ID
            MOVE "AUTH-REFUSE"   TO AUDIT-OPERATION
            MOVE SPACES          TO AUDIT-DETAIL
            STRING WS-AUTH-ROLE    DELIMITED BY SPACE
                   " refused: "    DELIMITED BY SIZE
                   WS-AUTH-REASON  DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WS-AUTH-KEY     DELIMITED BY SPACE
                   INTO AUDIT-DETAIL
            END-STRING
            MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
            CALL "audit-log" USING AUDIT-CALL-PARMS.

      *----------------------------------------------------------------
      *  SET-PAGE-BOUNDS - count the keys the site cut lets through
      *  (all of them with no "site" value), and work out which of
      *  them fall on the requested page.  A page number that is
      *  missing, garbage, or past the end shows the first or last
      *  page rather than an empty one.
      *----------------------------------------------------------------
        SET-PAGE-BOUNDS.
            MOVE 0 TO WS-FILTER-COUNT.
            PERFORM COUNT-ONE-FILTERED-KEY
                VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT.

            COMPUTE WS-PAGE-COUNT =
                (WS-FILTER-COUNT + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE.
            IF WS-PAGE-COUNT = 0 THEN
                MOVE 1 TO WS-PAGE-COUNT
            END-IF

            MOVE 1 TO WS-PAGE-NUM.
            IF WS-PAGE-TEXT(1:3) IS NUMERIC
               AND WS-PAGE-TEXT(4:87) = SPACES THEN
                MOVE WS-PAGE-TEXT(1:3) TO WS-PAGE-NUM
            END-IF
            IF WS-PAGE-TEXT(1:2) IS NUMERIC
               AND WS-PAGE-TEXT(3:88) = SPACES THEN
                MOVE WS-PAGE-TEXT(1:2) TO WS-PAGE-NUM
            END-IF
            IF WS-PAGE-TEXT(1:1) IS NUMERIC
               AND WS-PAGE-TEXT(2:89) = SPACES THEN
                MOVE WS-PAGE-TEXT(1:1) TO WS-PAGE-NUM
            END-IF
            IF WS-PAGE-NUM = 0 THEN
                MOVE 1 TO WS-PAGE-NUM
            END-IF
            IF WS-PAGE-NUM > WS-PAGE-COUNT THEN
                MOVE WS-PAGE-COUNT TO WS-PAGE-NUM
            END-IF

            COMPUTE WS-PAGE-FIRST =
                ((WS-PAGE-NUM - 1) * WS-PAGE-SIZE) + 1.
            COMPUTE WS-PAGE-LAST = WS-PAGE-NUM * WS-PAGE-SIZE.

        COUNT-ONE-FILTERED-KEY.
            PERFORM RESOLVE-KEY-SITE.
            IF WS-SITE-FILTER = SPACES
               OR WS-KEY-SITE = WS-SITE-FILTER THEN
                ADD 1 TO WS-FILTER-COUNT
            END-IF.

      *----------------------------------------------------------------
      *  REPORT-PAGE-NAVIGATION - tell the template which page it is
      *  showing, how many there are, and the site cut (blank for
      *  all sites), so it can draw the previous / next links.
      *----------------------------------------------------------------
        REPORT-PAGE-NAVIGATION.
            ADD 1 TO WS-VAR-IDX.
            MOVE "page" TO COW-varname(WS-VAR-IDX).
            MOVE WS-PAGE-NUM TO WS-DISPLAY-PAGE.
            MOVE WS-DISPLAY-PAGE TO COW-varvalue(WS-VAR-IDX).

            ADD 1 TO WS-VAR-IDX.
            MOVE "page-count" TO COW-varname(WS-VAR-IDX).
            MOVE WS-PAGE-COUNT TO WS-DISPLAY-PAGE.
            MOVE WS-DISPLAY-PAGE TO COW-varvalue(WS-VAR-IDX).

            ADD 1 TO WS-VAR-IDX.
            MOVE "site" TO COW-varname(WS-VAR-IDX).
            MOVE WS-SITE-FILTER TO COW-varvalue(WS-VAR-IDX).

      *----------------------------------------------------------------
      *  FIND-ALERT-KEY-SLOT - locate the "alert" query value in
      *  the known-metric table; WS-MATCH-IDX stays 0 if it isn't
                CALL "audit-log" USING AUDIT-CALL-PARMS
            END-IF.

      *----------------------------------------------------------------
      *  STAMP-INCIDENT-ACK - the acknowledging operator and time go
      *  on the key's open incident in the alert incident register
      *  (incident-post.cbl); the first ACK is the one that counts.
      *----------------------------------------------------------------
        STAMP-INCIDENT-ACK.
            MOVE SPACES TO INCIDENT-CALL-PARMS
            MOVE "ACK" TO INCD-FUNCTION
            MOVE WS-ALERT-NAME TO INCD-KEY
            MOVE 0 TO INCD-VALUE
            MOVE 0 TO INCD-TIER
            MOVE WS-OPERATOR-ID TO INCD-OPERATOR
            CALL "incident-post" USING INCIDENT-CALL-PARMS
            IF INCD-STATUS = "ERROR" THEN
                MOVE "dashboard" TO AUDIT-PROGRAM-ID
                MOVE "INC-FAIL"  TO AUDIT-OPERATION
                MOVE SPACES      TO AUDIT-DETAIL
                STRING "ACK "    DELIMITED BY SIZE
                       WS-ALERT-NAME DELIMITED BY SPACE
                       INTO AUDIT-DETAIL
                END-STRING
                MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
            END-IF.

      *----------------------------------------------------------------
      *  FIND-RESET-KEY-SLOT - locate the requested "key" query value
      *  in the known-metric table; WS-MATCH-IDX stays 0 if it isn't
      *  depends on DAILYSUM holding whatever total was live at the
      *  moment a key's counter was last zeroed.  Gauge keys follow
      *  rollover's rule instead: the reading is archived but never
      *  zeroed.  A counter is archived net of the adjustments
      *  count-adjust applied to it live (adjust-live:<key>), which
      *  are on DAILYSUM as adjustment rows already, and that total
      *  is zeroed along with the counter.
      *----------------------------------------------------------------
        RESET-ONE-METRIC.
            MOVE SPACES TO STR
                MOVE 0 TO OUTVAL
            END-IF

            MOVE 0 TO WS-ADJUST-LIVE
            IF NOT KNOWN-METRIC-IS-GAUGE(WS-MATCH-IDX) THEN
                PERFORM GET-ADJUST-LIVE
                SUBTRACT WS-ADJUST-LIVE FROM OUTVAL
            END-IF

            ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.

            OPEN EXTEND DAILY-SUMMARY-FILE.
            MOVE WS-BUS-DATE TO DAILY-SUM-BUS-DATE.
            MOVE KNOWN-METRIC-KEY(WS-MATCH-IDX) TO DAILY-SUM-KEY.
            MOVE OUTVAL TO DAILY-SUM-TOTAL.
            IF OUTVAL < 0 THEN
                MOVE "-" TO DAILY-SUM-SIGN
            END-IF
            WRITE DAILY-SUMMARY-RECORD.

            CLOSE DAILY-SUMMARY-FILE.
                    MOVE STR         TO AUDIT-DETAIL
                    MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                    CALL "audit-log" USING AUDIT-CALL-PARMS
                ELSE
                    IF WS-ADJUST-LIVE NOT = 0 THEN
                        PERFORM CLEAR-ADJUST-LIVE
                    END-IF
                END-IF
            END-IF

            MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
            CALL "audit-log" USING AUDIT-CALL-PARMS.

      *----------------------------------------------------------------
      *  GET-ADJUST-LIVE / CLEAR-ADJUST-LIVE - the running total of
      *  approved adjustments applied live to the counter at
      *  WS-MATCH-IDX since it was last zeroed, and zeroing it with
      *  the counter.  A key never adjusted answers 0; one that
      *  can't be read is taken as 0 after the CMD-FAIL audit line.
      *----------------------------------------------------------------
        GET-ADJUST-LIVE.
            MOVE OUTVAL TO WS-LIVE-VALUE.
            MOVE SPACES TO STR
            STRING "GET adjust-live:" DELIMITED BY SIZE
                   KNOWN-METRIC-KEY(WS-MATCH-IDX) DELIMITED BY SPACE
                   INTO STR
            END-STRING
            MOVE 0 TO OUTVAL
            CALL "redis_cmd_int" USING
                STR
                BY REFERENCE OUTVAL
                RETURNING RETVAL
            END-CALL
            IF RETVAL = REDIS-ERR THEN
                MOVE "dashboard" TO AUDIT-PROGRAM-ID
                MOVE "CMD-FAIL"  TO AUDIT-OPERATION
                MOVE STR         TO AUDIT-DETAIL
                MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
            ELSE
                MOVE OUTVAL TO WS-ADJUST-LIVE
            END-IF
            MOVE WS-LIVE-VALUE TO OUTVAL.

        CLEAR-ADJUST-LIVE.
            MOVE SPACES TO STR
            STRING "SET adjust-live:" DELIMITED BY SIZE
                   KNOWN-METRIC-KEY(WS-MATCH-IDX) DELIMITED BY SPACE
                   " 0" DELIMITED BY SIZE
                   INTO STR
            END-STRING
            CALL "redis_cmd_int" USING
                STR
                NULL
                RETURNING RETVAL
            END-CALL
            IF RETVAL = REDIS-ERR THEN
                MOVE "dashboard" TO AUDIT-PROGRAM-ID
                MOVE "CMD-FAIL"  TO AUDIT-OPERATION
                MOVE STR         TO AUDIT-DETAIL
                MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
            END-IF.

      *----------------------------------------------------------------
      *  REPORT-ONE-METRIC - GET the live value for one known key,
      *  work out its events/minute rate against the reading and
      *  the raw count and the rate to the-vars for the template.
      *  A gauge carries a point-in-time reading, not an
      *  accumulating count, so its rate is reported as 0 and no
      *  previous-reading state is stashed for it.  Every key is
      *  tallied into its site; only the keys that pass the site
      *  cut and fall on the requested page get variables.
      *----------------------------------------------------------------
        REPORT-ONE-METRIC.
            MOVE SPACES TO STR
                PERFORM SAVE-CURRENT-READING
            END-IF.

            PERFORM TALLY-SITE-FIGURES.

            IF WS-SITE-FILTER = SPACES
               OR WS-KEY-SITE = WS-SITE-FILTER THEN
                ADD 1 TO WS-FILTER-SEQ
                IF WS-FILTER-SEQ NOT < WS-PAGE-FIRST
                   AND WS-FILTER-SEQ NOT > WS-PAGE-LAST THEN
                    PERFORM REPORT-METRIC-VARS
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  REPORT-METRIC-VARS - the value, rate, and (when a window
      *  covers it) maintenance status variables for the key at
      *  WS-KEY-IDX, and its breach forecast when it has one.
      *----------------------------------------------------------------
        REPORT-METRIC-VARS.
            ADD 1 TO WS-VAR-IDX.
            MOVE KNOWN-METRIC-KEY(WS-KEY-IDX)
                TO COW-varname(WS-VAR-IDX).
      *     A gauge's reading goes out at its decimal places with
      *     its unit ("-18.0 C"); a counter is a plain count.
            IF KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX) THEN
                MOVE "FORMAT" TO RDCV-FUNCTION
                MOVE OUTVAL TO RDCV-VALUE
                MOVE KNOWN-METRIC-DECIMALS(WS-KEY-IDX)
                    TO RDCV-DECIMALS
                MOVE KNOWN-METRIC-UNIT(WS-KEY-IDX) TO RDCV-UNIT
                CALL "reading-conv" USING READING-CONV-PARMS
                MOVE RDCV-TEXT TO COW-varvalue(WS-VAR-IDX)
            ELSE
                MOVE OUTVAL TO WS-DISPLAY-NUM
                MOVE WS-DISPLAY-NUM TO COW-varvalue(WS-VAR-IDX)
            END-IF.

            ADD 1 TO WS-VAR-IDX.
            MOVE SPACES TO COW-varname(WS-VAR-IDX)
            MOVE WS-RATE-PER-MIN TO WS-DISPLAY-RATE.
            MOVE WS-DISPLAY-RATE TO COW-varvalue(WS-VAR-IDX).

      *     A key under planned maintenance gets a status variable
      *     so the template can explain the frozen number; the
      *     variable is only minted while a window covers the key,
                MOVE "IN MAINTENANCE" TO COW-varvalue(WS-VAR-IDX)
            END-IF.

      *     A key projected to breach a limit soon gets a forecast
      *     variable ("projected low in about 3h"); like the status
      *     variable it is only minted while there is one to show.
            IF NOT WS-IN-MAINT THEN
                PERFORM GET-KEY-FORECAST
                IF WS-FORECAST-MIN NOT = 0 THEN
                    PERFORM REPORT-KEY-FORECAST
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  TALLY-SITE-FIGURES - fold the key just read into its
      *  site's running total and rate.  A key that belongs to no
      *  site (see RESOLVE-KEY-SITE) is left out of the rollups.
      *  With a site cut in force only that site is totalled.
      *----------------------------------------------------------------
        TALLY-SITE-FIGURES.
            PERFORM RESOLVE-KEY-SITE.

            IF WS-KEY-SITE NOT = SPACES
               AND (WS-SITE-FILTER = SPACES
                    OR WS-KEY-SITE = WS-SITE-FILTER) THEN
                MOVE 0 TO WS-SITE-SLOT
                PERFORM MATCH-ONE-SITE-SLOT
                    VARYING WS-SITE-IDX FROM 1 BY 1
                    UNTIL WS-SITE-IDX > WS-SITE-SUM-COUNT
                       OR WS-SITE-SLOT > 0
                IF WS-SITE-SLOT = 0
                   AND WS-SITE-SUM-COUNT < 500 THEN
                    ADD 1 TO WS-SITE-SUM-COUNT
                    MOVE WS-SITE-SUM-COUNT TO WS-SITE-SLOT
                    MOVE WS-KEY-SITE
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  RESOLVE-KEY-SITE - the site of the key at WS-KEY-IDX, off
      *  the device master, into WS-KEY-SITE.  The device is the
      *  part of the key after the colon (the shape push.cbl and
      *  batch-intake build); a key with no device, or a device the
      *  master doesn't list, belongs to no site and comes back
      *  blank.
      *----------------------------------------------------------------
        RESOLVE-KEY-SITE.
            MOVE SPACES TO WS-KEY-METRIC WS-KEY-DEVICE.
            UNSTRING KNOWN-METRIC-KEY(WS-KEY-IDX)
                DELIMITED BY ":"
                INTO WS-KEY-METRIC WS-KEY-DEVICE
            END-UNSTRING

            MOVE SPACES TO WS-KEY-SITE.
            IF WS-KEY-DEVICE NOT = SPACES THEN
                PERFORM MATCH-ONE-DEVICE
                    VARYING WS-DEV-IDX FROM 1 BY 1
                    UNTIL WS-DEV-IDX > KNOWN-DEVICE-COUNT
                       OR WS-KEY-SITE NOT = SPACES
            END-IF.

        MATCH-ONE-DEVICE.
            IF KNOWN-DEVICE-ID(WS-DEV-IDX) = WS-KEY-DEVICE THEN
                MOVE KNOWN-DEVICE-SITE(WS-DEV-IDX) TO WS-KEY-SITE
      *  REPORT-ONE-SITE - two template variables per site seen in
      *  the rollups: "site-<code>" with the summed value and
      *  "site-<code>-rate-per-min" with the summed rate, alongside
      *  the per-key variables the template already shows.  Every
      *  site goes out on every page (only the one site under a
      *  site cut), so the totals never depend on the page.
      *----------------------------------------------------------------
        REPORT-ONE-SITE.
            ADD 1 TO WS-VAR-IDX.
                MOVE "Y" TO WS-IN-MAINT-FLAG
            END-IF.

      *----------------------------------------------------------------
      *  GET-KEY-FORECAST / REPORT-KEY-FORECAST - the forecast
      *  breach-forecast left for the key at WS-KEY-IDX, and its
      *  variable: minutes under the hour, whole hours above it.
      *  A forecast that can't be read is taken as none after the
      *  CMD-FAIL audit line.
      *----------------------------------------------------------------
        GET-KEY-FORECAST.
            MOVE SPACES TO STR
            STRING "GET forecast:" DELIMITED BY SIZE
                   KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                   INTO STR
            END-STRING
            MOVE 0 TO WS-FORECAST-MIN
            CALL "redis_cmd_int" USING
                STR
                BY REFERENCE WS-FORECAST-MIN
                RETURNING RETVAL
            END-CALL
            IF RETVAL = REDIS-ERR THEN
                MOVE "dashboard" TO AUDIT-PROGRAM-ID
                MOVE "CMD-FAIL"  TO AUDIT-OPERATION
                MOVE STR         TO AUDIT-DETAIL
                MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
                MOVE 0 TO WS-FORECAST-MIN
            END-IF.

        REPORT-KEY-FORECAST.
            IF WS-FORECAST-MIN < 0 THEN
                MOVE "low" TO WS-FORECAST-DIR
                COMPUTE WS-FORECAST-ABS = 0 - WS-FORECAST-MIN
            ELSE
                MOVE "high" TO WS-FORECAST-DIR
                MOVE WS-FORECAST-MIN TO WS-FORECAST-ABS
            END-IF
            IF WS-FORECAST-ABS < 60 THEN
                MOVE "m" TO WS-FORECAST-UNIT
            ELSE
                MOVE "h" TO WS-FORECAST-UNIT
                COMPUTE WS-FORECAST-ABS ROUNDED = WS-FORECAST-ABS / 60
            END-IF
            MOVE WS-FORECAST-ABS TO WS-DISPLAY-FORECAST.
            MOVE 0 TO WS-FORECAST-LEAD.
            INSPECT WS-DISPLAY-FORECAST
                TALLYING WS-FORECAST-LEAD FOR LEADING SPACE.

            ADD 1 TO WS-VAR-IDX.
            MOVE SPACES TO COW-varname(WS-VAR-IDX)
            STRING KNOWN-METRIC-KEY(WS-KEY-IDX) DELIMITED BY SPACE
                   "-forecast"                  DELIMITED BY SIZE
                   INTO COW-varname(WS-VAR-IDX)
            END-STRING
            MOVE SPACES TO COW-varvalue(WS-VAR-IDX)
            STRING "projected "    DELIMITED BY SIZE
                   WS-FORECAST-DIR DELIMITED BY SPACE
                   " in about "    DELIMITED BY SIZE
                   WS-DISPLAY-FORECAST(WS-FORECAST-LEAD + 1:)
                                   DELIMITED BY SIZE
                   WS-FORECAST-UNIT DELIMITED BY SIZE
                   INTO COW-varvalue(WS-VAR-IDX)
            END-STRING.

      *----------------------------------------------------------------
      *  GET-PREVIOUS-READING - the last-rendered value and
      *  clock-seconds we stashed for this key, both 0 the first
