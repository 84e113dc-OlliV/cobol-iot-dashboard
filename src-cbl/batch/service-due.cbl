      *================================================================
      *
      *  PROGRAM:     service-due
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-13
      *
      *  PURPOSE:  Nightly usage-based service check for the devices
      *            on a service plan (device master DEVM-SVC-
      *            columns, posted by master-load.cbl from the
      *            operations device list).  Run in the nightly
      *            chain after rollover.cbl; refuses to start until
      *            rollover has journaled COMPLETE for today.
      *
      *            Lifetime usage - DAILYSUM keeps only a few months,
      *            so each device's lifetime count is carried on the
      *            device master and brought forward each night: the
      *            service key's rollover rows with a business date
      *            after DEVM-SVC-THRU-DATE, and its adjustment rows
      *            posted since that night (an adjustment corrects an
      *            earlier day, so it is taken by the date it was
      *            posted).  A new plan starts from whatever DAILYSUM
      *            still holds.  Tonight's figure adds what is not
      *            yet brought forward: adjustments posted today and
      *            the live Redis counter, which after rollover holds
      *            only the counts since.
      *
      *            Completions - the CMMS completion file (CMMSDONE)
      *            is read first.  A completion resets the device's
      *            service baseline to its lifetime count at the end
      *            of the completion date and closes the open work
      *            order.  A completion no later than the service
      *            already on record is passed over, so a resent
      *            file does no harm; one for a device with no plan,
      *            or with a bad or future date, is reported and
      *            audited SVC-REJECT.
      *
      *            Work orders - a device whose counts since its last
      *            service reach its interval gets one work-order
      *            request on the CMMS outbound file (CMMSWO) and is
      *            marked due on the device master, so the request is
      *            not raised again until the CMMS reports the
      *            service done.  Each request is audited SVC-WO.
      *
      *            The report (SVCRPT) lists tonight's requests and
      *            completions, the completions not posted, every
      *            device with a work order open, the devices due
      *            soon (within 10% of their interval) for the
      *            planners, and any plan whose service key is not a
      *            counter on the metric master.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-13  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. service-due.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DEVMFD.
           COPY DAILYFD.
           COPY CMDNFD.
           COPY CMWOFD.
           SELECT SERVICE-REPORT-FILE ASSIGN TO "SVCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY DEVMRC.
           COPY DAILYRC.
           COPY CMDNRC.
           COPY CMWORC.

       FD  SERVICE-REPORT-FILE.
       01  SERVICE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-DEVM-STATUS          PIC X(02).
               88  WS-DEVM-OK          VALUE "00".
               88  DEVM-EOF            VALUE "10".
           05  WS-FILE-STATUS          PIC X(02).
               88  WS-FILE-OK          VALUE "00".
               88  DAILY-EOF           VALUE "10".
           05  WS-CMDN-STATUS          PIC X(02).
               88  WS-CMDN-OK          VALUE "00".
               88  CMDN-EOF            VALUE "10".
           05  WS-CMWO-STATUS          PIC X(02).
               88  WS-CMWO-OK          VALUE "00".
           05  WS-REPORT-STATUS        PIC X(02).
           05  WS-MASTER-OPEN-FLAG     PIC X(01) VALUE "N".
               88  WS-MASTER-OPEN      VALUE "Y".
           05  WS-WO-OPEN-FLAG         PIC X(01) VALUE "N".
               88  WS-WO-OPEN          VALUE "Y".
           05  WS-LIVE-READ-FLAG       PIC X(01) VALUE "N".
               88  WS-LIVE-READ        VALUE "Y".

       01  STR                         PIC X(256).
       01  RETVAL                      PIC S9(9) BINARY.
       01  OUTVAL                      PIC S9(9) COMP-5.

       01  REDIS-ERR                   PIC S9(9) VALUE -1.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(08).
           05  WS-CURRENT-TIME.
               10  WS-HH               PIC 9(02).
               10  WS-MN               PIC 9(02).
               10  WS-SS               PIC 9(02).
               10  WS-HS               PIC 9(02).
       01  WS-TODAY                    PIC X(08).
       01  WS-NOW-STAMP                PIC X(14).
       01  WS-DONE-DATE-NUM            PIC 9(08).

       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED          VALUE "Y".

       01  WS-PLAN-IDX                 PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.
       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-REJECT-IDX               PIC 9(03) BINARY.

       01  WS-ROW-VALUE                PIC S9(10).
       01  WS-NOW-LIFETIME             PIC S9(12).
       01  WS-WORK-COUNT               PIC S9(12).
       01  WS-PERCENT                  PIC 9(04).
       01  WS-WO-SEQ                   PIC 9(04) VALUE 0.
       01  WS-EDIT-COUNT               PIC Z(11)9.
       01  WS-REJECT-REASON            PIC X(30).

      *  One entry per device on a service plan, off the device
      *  master, with tonight's working figures alongside: the
      *  counts to bring forward onto the lifetime total, the
      *  counts not yet brought forward (today's), and - when a
      *  completion is to be posted - the counts after its date.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-COUNT           PIC 9(03) VALUE 0.
           05  WS-PLAN-ENTRY           OCCURS 500 TIMES.
               10  PLN-DEVICE          PIC X(20).
               10  PLN-SITE            PIC X(10).
               10  PLN-LOCATION        PIC X(40).
               10  PLN-SVC-KEY         PIC X(30).
               10  PLN-INTERVAL        PIC 9(09).
               10  PLN-BASELINE        PIC 9(12).
               10  PLN-SVC-DATE        PIC X(08).
               10  PLN-LIFETIME        PIC 9(12).
               10  PLN-THRU-DATE       PIC X(08).
               10  PLN-DUE-FLAG        PIC X(01).
                   88  PLN-DUE         VALUE "Y".
               10  PLN-REQUEST-REF     PIC X(18).
               10  PLN-DUE-DATE        PIC X(08).
               10  PLN-KEY-FLAG        PIC X(01).
                   88  PLN-KEY-COUNTER VALUE "C".
                   88  PLN-KEY-GAUGE   VALUE "G".
               10  PLN-FOLD            PIC S9(12).
               10  PLN-TODAY-PART      PIC S9(12).
               10  PLN-AFTER-DONE      PIC S9(12).
               10  PLN-USAGE           PIC 9(12).
               10  PLN-DONE-DATE       PIC X(08).
               10  PLN-DONE-REF        PIC X(18).
               10  PLN-DONE-WO         PIC X(12).
               10  PLN-DONE-FLAG       PIC X(01).
                   88  PLN-SERVICED    VALUE "Y".
               10  PLN-RAISED-FLAG     PIC X(01).
                   88  PLN-RAISED      VALUE "Y".

      *  Completions that could not be posted, for the report.
       01  WS-REJECT-TABLE.
           05  WS-REJECT-COUNT         PIC 9(03) VALUE 0.
           05  WS-REJECT-ENTRY         OCCURS 100 TIMES.
               10  REJ-DEVICE          PIC X(20).
               10  REJ-REASON          PIC X(30).
               10  REJ-DONE-DATE       PIC X(08).
               10  REJ-REQUEST-REF     PIC X(18).
               10  REJ-CMMS-WO         PIC X(12).

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.
       01  WS-SECTION-LINES            PIC 9(04) VALUE 0.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD USAGE-BASED SERVICE CHECK".
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  HDG-DATE                PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-SECTION-TITLE            PIC X(60).
       01  WS-NO-LIVE-LINE             PIC X(60)
           VALUE "** REDIS NOT READ - USAGE IS AS AT ROLLOVER".

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(21) VALUE "DEVICE".
           05  FILLER                  PIC X(11) VALUE "SITE".
           05  CLN-KEY-LABEL           PIC X(31).
           05  FILLER                  PIC X(10) VALUE " INTERVAL".
           05  FILLER                  PIC X(13) VALUE " USAGE SINCE".
           05  FILLER                  PIC X(05) VALUE " PCT".
           05  CLN-DATE-LABEL          PIC X(09).
           05  CLN-REF-LABEL           PIC X(19).
           05  CLN-NOTE-LABEL          PIC X(13).

       01  WS-DETAIL-LINE.
           05  DET-DEVICE              PIC X(20).
           05  FILLER                  PIC X(01).
           05  DET-SITE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-INTERVAL            PIC Z(08)9.
           05  FILLER                  PIC X(01).
           05  DET-USAGE               PIC Z(11)9.
           05  FILLER                  PIC X(01).
           05  DET-PCT                 PIC Z(03)9.
           05  FILLER                  PIC X(01).
           05  DET-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-REF                 PIC X(18).
           05  FILLER                  PIC X(01).
           05  DET-NOTE                PIC X(13).

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

           IF WS-MASTER-OPEN
               PERFORM 2000-LOAD-PLANS
                   THRU 2000-LOAD-PLANS-EXIT
           END-IF
           IF WS-PLAN-COUNT > 0
               PERFORM 3000-LOAD-COMPLETIONS
                   THRU 3000-LOAD-COMPLETIONS-EXIT
               PERFORM 4000-SCAN-DAILY-SUMMARY
                   THRU 4000-SCAN-DAILY-SUMMARY-EXIT
               PERFORM 5000-READ-LIVE-COUNTS
                   THRU 5000-READ-LIVE-COUNTS-EXIT
               PERFORM 6000-CHECK-ONE-PLAN
                   THRU 6000-CHECK-ONE-PLAN-EXIT
                   VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
           END-IF

           IF WS-MASTER-OPEN
               CLOSE DEVICE-MASTER-FILE
           END-IF
           IF WS-WO-OPEN
               CLOSE WORK-ORDER-FILE
           END-IF

           PERFORM 7000-PRINT-REPORT
               THRU 7000-PRINT-REPORT-EXIT.

           MOVE "END" TO RUNCTL-FUNCTION.
           MOVE "SERVICE" TO RUNCTL-JOB-NAME.
           CALL "run-control" USING RUNCTL-CALL-PARMS.

           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - run date and stamp, the metric master (to
      *  know the plans' keys are counters), a run-control check
      *  that tonight's rollover completed - the lifetime counts
      *  are brought forward from its rows - then the device master
      *  opened for update.  No device master means no plans: the
      *  run still completes, with an empty report.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           CALL "metric-load" USING KNOWN-METRIC-TABLE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY TO HDG-DATE.
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
                  WS-HH           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SS           DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING.

           MOVE SPACES TO RUNCTL-CALL-PARMS.
           MOVE "ROLLOVER" TO RUNCTL-JOB-NAME.
           MOVE WS-TODAY TO RUNCTL-BUS-DATE.
           MOVE "CHECK" TO RUNCTL-FUNCTION.
           CALL "run-control" USING RUNCTL-CALL-PARMS.
           IF RUNCTL-STATUS NOT = "COMPLETE"
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               MOVE "service-due" TO AUDIT-PROGRAM-ID
               MOVE "RUN-REFUSED" TO AUDIT-OPERATION
               MOVE SPACES        TO AUDIT-DETAIL
               STRING "rollover not complete for "
                          DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               MOVE SPACES TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE "START" TO RUNCTL-FUNCTION.
           MOVE "SERVICE" TO RUNCTL-JOB-NAME.
           CALL "run-control" USING RUNCTL-CALL-PARMS.

           OPEN I-O DEVICE-MASTER-FILE.
           IF WS-DEVM-OK
               MOVE "Y" TO WS-MASTER-OPEN-FLAG
           ELSE
               MOVE "service-due" TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"   TO AUDIT-OPERATION
               MOVE "DEVMSTR"     TO AUDIT-DETAIL
               MOVE SPACES        TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           END-IF

           OPEN OUTPUT SERVICE-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LOAD-PLANS - browse the device master for the devices
      *  with a service key and an interval above zero.
      *----------------------------------------------------------------
       2000-LOAD-PLANS.
           PERFORM 2100-READ-MASTER
               THRU 2100-READ-MASTER-EXIT.
           PERFORM 2200-LOAD-ONE-PLAN
               THRU 2200-LOAD-ONE-PLAN-EXIT
               UNTIL DEVM-EOF
                  OR WS-PLAN-COUNT = 500.
       2000-LOAD-PLANS-EXIT.
           EXIT.

       2100-READ-MASTER.
           READ DEVICE-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEVM-STATUS
           END-READ.
       2100-READ-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-LOAD-ONE-PLAN - a plan row into the table.  Counts the
      *  plan has not built yet (blank on a new plan) start at 0;
      *  the key's type comes off the metric master.
      *----------------------------------------------------------------
       2200-LOAD-ONE-PLAN.
           IF DEVM-SVC-KEY = SPACES
              OR DEVM-SVC-INTERVAL NOT NUMERIC
               GO TO 2200-NEXT-PLAN
           END-IF
           IF DEVM-SVC-INTERVAL = 0
               GO TO 2200-NEXT-PLAN
           END-IF

           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-PLAN-COUNT TO WS-PLAN-IDX.
           MOVE DEVM-DEVICE TO PLN-DEVICE(WS-PLAN-IDX).
           MOVE DEVM-SITE TO PLN-SITE(WS-PLAN-IDX).
           MOVE DEVM-LOCATION TO PLN-LOCATION(WS-PLAN-IDX).
           MOVE DEVM-SVC-KEY TO PLN-SVC-KEY(WS-PLAN-IDX).
           MOVE DEVM-SVC-INTERVAL TO PLN-INTERVAL(WS-PLAN-IDX).
           MOVE DEVM-SVC-DATE TO PLN-SVC-DATE(WS-PLAN-IDX).
           MOVE DEVM-SVC-THRU-DATE TO PLN-THRU-DATE(WS-PLAN-IDX).
           MOVE DEVM-SVC-DUE-FLAG TO PLN-DUE-FLAG(WS-PLAN-IDX).
           MOVE DEVM-SVC-REQUEST-REF TO PLN-REQUEST-REF(WS-PLAN-IDX).
           MOVE DEVM-SVC-DUE-DATE TO PLN-DUE-DATE(WS-PLAN-IDX).
           IF DEVM-SVC-BASELINE IS NUMERIC
               MOVE DEVM-SVC-BASELINE TO PLN-BASELINE(WS-PLAN-IDX)
           ELSE
               MOVE 0 TO PLN-BASELINE(WS-PLAN-IDX)
           END-IF
           IF DEVM-SVC-LIFETIME IS NUMERIC
               MOVE DEVM-SVC-LIFETIME TO PLN-LIFETIME(WS-PLAN-IDX)
           ELSE
               MOVE 0 TO PLN-LIFETIME(WS-PLAN-IDX)
               MOVE SPACES TO PLN-THRU-DATE(WS-PLAN-IDX)
           END-IF

           MOVE 0 TO PLN-FOLD(WS-PLAN-IDX).
           MOVE 0 TO PLN-TODAY-PART(WS-PLAN-IDX).
           MOVE 0 TO PLN-AFTER-DONE(WS-PLAN-IDX).
           MOVE 0 TO PLN-USAGE(WS-PLAN-IDX).
           MOVE SPACES TO PLN-DONE-DATE(WS-PLAN-IDX).
           MOVE SPACES TO PLN-DONE-REF(WS-PLAN-IDX).
           MOVE SPACES TO PLN-DONE-WO(WS-PLAN-IDX).
           MOVE "N" TO PLN-DONE-FLAG(WS-PLAN-IDX).
           MOVE "N" TO PLN-RAISED-FLAG(WS-PLAN-IDX).

           MOVE SPACES TO PLN-KEY-FLAG(WS-PLAN-IDX).
           PERFORM 2210-MATCH-ONE-METRIC
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                  OR PLN-KEY-FLAG(WS-PLAN-IDX) NOT = SPACES.

       2200-NEXT-PLAN.
           PERFORM 2100-READ-MASTER
               THRU 2100-READ-MASTER-EXIT.
       2200-LOAD-ONE-PLAN-EXIT.
           EXIT.

       2210-MATCH-ONE-METRIC.
           IF KNOWN-METRIC-KEY(WS-KEY-IDX) = PLN-SVC-KEY(WS-PLAN-IDX)
               IF KNOWN-METRIC-IS-GAUGE(WS-KEY-IDX)
                   MOVE "G" TO PLN-KEY-FLAG(WS-PLAN-IDX)
               ELSE
                   MOVE "C" TO PLN-KEY-FLAG(WS-PLAN-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  3000-LOAD-COMPLETIONS - take each service completion the
      *  CMMS has sent against its device's plan.  Only DN lines
      *  are completions.  No completion file is the usual night.
      *----------------------------------------------------------------
       3000-LOAD-COMPLETIONS.
           OPEN INPUT COMPLETION-FILE.
           IF NOT WS-CMDN-OK
               GO TO 3000-LOAD-COMPLETIONS-EXIT
           END-IF

           PERFORM 3100-READ-COMPLETION
               THRU 3100-READ-COMPLETION-EXIT.
           PERFORM 3200-TAKE-ONE-COMPLETION
               THRU 3200-TAKE-ONE-COMPLETION-EXIT
               UNTIL CMDN-EOF.

           CLOSE COMPLETION-FILE.
       3000-LOAD-COMPLETIONS-EXIT.
           EXIT.

       3100-READ-COMPLETION.
           READ COMPLETION-FILE
               AT END
                   MOVE "10" TO WS-CMDN-STATUS
           END-READ.
       3100-READ-COMPLETION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-TAKE-ONE-COMPLETION - a completion needs a device on a
      *  plan and a real date no later than today.  One no later
      *  than the service on record has been posted before.  Of two
      *  completions for a device in one file, the later stands.
      *----------------------------------------------------------------
       3200-TAKE-ONE-COMPLETION.
           IF CMDN-RECORD-TYPE NOT = "DN"
               GO TO 3200-NEXT-COMPLETION
           END-IF

           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 3210-MATCH-ONE-DEVICE
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
               MOVE "DEVICE HAS NO SERVICE PLAN" TO WS-REJECT-REASON
               PERFORM 3300-REJECT-COMPLETION
                   THRU 3300-REJECT-COMPLETION-EXIT
               GO TO 3200-NEXT-COMPLETION
           END-IF

           IF CMDN-DONE-DATE NOT NUMERIC
               MOVE "SERVICE DATE NOT VALID" TO WS-REJECT-REASON
               PERFORM 3300-REJECT-COMPLETION
                   THRU 3300-REJECT-COMPLETION-EXIT
               GO TO 3200-NEXT-COMPLETION
           END-IF
           MOVE CMDN-DONE-DATE TO WS-DONE-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DONE-DATE-NUM) NOT = 0
               MOVE "SERVICE DATE NOT VALID" TO WS-REJECT-REASON
               PERFORM 3300-REJECT-COMPLETION
                   THRU 3300-REJECT-COMPLETION-EXIT
               GO TO 3200-NEXT-COMPLETION
           END-IF
           IF CMDN-DONE-DATE > WS-TODAY
               MOVE "SERVICE DATE IN THE FUTURE" TO WS-REJECT-REASON
               PERFORM 3300-REJECT-COMPLETION
                   THRU 3300-REJECT-COMPLETION-EXIT
               GO TO 3200-NEXT-COMPLETION
           END-IF

           IF PLN-SVC-DATE(WS-MATCH-IDX) NOT = SPACES
              AND CMDN-DONE-DATE NOT > PLN-SVC-DATE(WS-MATCH-IDX)
               GO TO 3200-NEXT-COMPLETION
           END-IF
           IF PLN-DONE-DATE(WS-MATCH-IDX) NOT = SPACES
              AND CMDN-DONE-DATE NOT > PLN-DONE-DATE(WS-MATCH-IDX)
               GO TO 3200-NEXT-COMPLETION
           END-IF

           MOVE CMDN-DONE-DATE TO PLN-DONE-DATE(WS-MATCH-IDX).
           MOVE CMDN-REQUEST-REF TO PLN-DONE-REF(WS-MATCH-IDX).
           MOVE CMDN-CMMS-WO TO PLN-DONE-WO(WS-MATCH-IDX).

       3200-NEXT-COMPLETION.
           PERFORM 3100-READ-COMPLETION
               THRU 3100-READ-COMPLETION-EXIT.
       3200-TAKE-ONE-COMPLETION-EXIT.
           EXIT.

       3210-MATCH-ONE-DEVICE.
           IF PLN-DEVICE(WS-PLAN-IDX) = CMDN-DEVICE
               MOVE WS-PLAN-IDX TO WS-MATCH-IDX
           END-IF.

      *----------------------------------------------------------------
      *  3300-REJECT-COMPLETION - note the completion for the report
      *  and the audit trail, with the reason in WS-REJECT-REASON.
      *----------------------------------------------------------------
       3300-REJECT-COMPLETION.
           IF WS-REJECT-COUNT < 100
               ADD 1 TO WS-REJECT-COUNT
               MOVE CMDN-DEVICE TO REJ-DEVICE(WS-REJECT-COUNT)
               MOVE WS-REJECT-REASON TO REJ-REASON(WS-REJECT-COUNT)
               MOVE CMDN-DONE-DATE TO REJ-DONE-DATE(WS-REJECT-COUNT)
               MOVE CMDN-REQUEST-REF
                   TO REJ-REQUEST-REF(WS-REJECT-COUNT)
               MOVE CMDN-CMMS-WO TO REJ-CMMS-WO(WS-REJECT-COUNT)
           END-IF

           MOVE "service-due" TO AUDIT-PROGRAM-ID.
           MOVE "SVC-REJECT"  TO AUDIT-OPERATION.
           MOVE SPACES        TO AUDIT-DETAIL.
           STRING CMDN-DEVICE      DELIMITED BY SPACE
                  " "              DELIMITED BY SIZE
                  CMDN-DONE-DATE   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CMDN-CMMS-WO     DELIMITED BY SPACE
                  ": "             DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       3300-REJECT-COMPLETION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-SCAN-DAILY-SUMMARY - one pass over DAILYSUM, sharing
      *  each of a service key's rows out to the plans on that key.
      *----------------------------------------------------------------
       4000-SCAN-DAILY-SUMMARY.
           OPEN INPUT DAILY-SUMMARY-FILE.
           IF NOT WS-FILE-OK
               MOVE "service-due" TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"   TO AUDIT-OPERATION
               MOVE "DAILYSUM"    TO AUDIT-DETAIL
               MOVE SPACES        TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 4000-SCAN-DAILY-SUMMARY-EXIT
           END-IF

           PERFORM 4100-READ-DAILY
               THRU 4100-READ-DAILY-EXIT.
           PERFORM 4200-TAKE-ONE-DAILY-ROW
               THRU 4200-TAKE-ONE-DAILY-ROW-EXIT
               UNTIL DAILY-EOF.

           CLOSE DAILY-SUMMARY-FILE.
       4000-SCAN-DAILY-SUMMARY-EXIT.
           EXIT.

       4100-READ-DAILY.
           READ DAILY-SUMMARY-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.
       4100-READ-DAILY-EXIT.
           EXIT.

       4200-TAKE-ONE-DAILY-ROW.
           IF DAILY-SUM-TOTAL NOT NUMERIC
               GO TO 4200-NEXT-DAILY-ROW
           END-IF

           IF DAILY-SUM-NEGATIVE
               COMPUTE WS-ROW-VALUE = 0 - DAILY-SUM-TOTAL
           ELSE
               MOVE DAILY-SUM-TOTAL TO WS-ROW-VALUE
           END-IF

           PERFORM 4300-APPLY-ROW-TO-PLAN
               THRU 4300-APPLY-ROW-TO-PLAN-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.

       4200-NEXT-DAILY-ROW.
           PERFORM 4100-READ-DAILY
               THRU 4100-READ-DAILY-EXIT.
       4200-TAKE-ONE-DAILY-ROW-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4300-APPLY-ROW-TO-PLAN - for a plan on this row's key:
      *  a rollover row past the plan's through date, or an
      *  adjustment posted on or after it and before today, is
      *  brought forward; an adjustment posted today is today's.
      *  Of the rows on the lifetime total after tonight, those
      *  for days after a completion being posted are counted
      *  apart, to set the new baseline back by.
      *----------------------------------------------------------------
       4300-APPLY-ROW-TO-PLAN.
           IF PLN-SVC-KEY(WS-PLAN-IDX) NOT = DAILY-SUM-KEY
              OR NOT PLN-KEY-COUNTER(WS-PLAN-IDX)
               GO TO 4300-APPLY-ROW-TO-PLAN-EXIT
           END-IF

           IF DAILY-SUM-ADJUSTMENT
               IF DAILY-SUM-POST-DATE = WS-TODAY
                   ADD WS-ROW-VALUE TO PLN-TODAY-PART(WS-PLAN-IDX)
                   GO TO 4300-APPLY-ROW-TO-PLAN-EXIT
               END-IF
               IF DAILY-SUM-POST-DATE > WS-TODAY
                   GO TO 4300-APPLY-ROW-TO-PLAN-EXIT
               END-IF
               IF PLN-THRU-DATE(WS-PLAN-IDX) = SPACES
                  OR DAILY-SUM-POST-DATE
                      NOT < PLN-THRU-DATE(WS-PLAN-IDX)
                   ADD WS-ROW-VALUE TO PLN-FOLD(WS-PLAN-IDX)
               END-IF
           ELSE
               IF DAILY-SUM-BUS-DATE > WS-TODAY
                   GO TO 4300-APPLY-ROW-TO-PLAN-EXIT
               END-IF
               IF PLN-THRU-DATE(WS-PLAN-IDX) = SPACES
                  OR DAILY-SUM-BUS-DATE > PLN-THRU-DATE(WS-PLAN-IDX)
                   ADD WS-ROW-VALUE TO PLN-FOLD(WS-PLAN-IDX)
               END-IF
           END-IF

           IF PLN-DONE-DATE(WS-PLAN-IDX) NOT = SPACES
              AND DAILY-SUM-BUS-DATE > PLN-DONE-DATE(WS-PLAN-IDX)
               ADD WS-ROW-VALUE TO PLN-AFTER-DONE(WS-PLAN-IDX)
           END-IF.
       4300-APPLY-ROW-TO-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-READ-LIVE-COUNTS - each counter plan's live Redis
      *  value into today's part.  Rollover has zeroed the counter
      *  and its adjust-live total, and count-adjust applies
      *  nothing live once rollover has run, so the live value is
      *  all counts since.  Without Redis the run goes on on the
      *  archived counts alone, and the report says so.
      *----------------------------------------------------------------
       5000-READ-LIVE-COUNTS.
           CALL "redis-connect-retry" USING RETVAL.
           IF RETVAL = REDIS-ERR THEN
               MOVE "service-due"   TO AUDIT-PROGRAM-ID
               MOVE "CONNECT-FAIL"  TO AUDIT-OPERATION
               MOVE "redis_connect" TO AUDIT-DETAIL
               MOVE SPACES          TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 5000-READ-LIVE-COUNTS-EXIT
           END-IF

           MOVE "Y" TO WS-LIVE-READ-FLAG.
           PERFORM 5100-READ-ONE-LIVE-COUNT
               THRU 5100-READ-ONE-LIVE-COUNT-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.

           CALL "redis_disco".
       5000-READ-LIVE-COUNTS-EXIT.
           EXIT.

       5100-READ-ONE-LIVE-COUNT.
           IF NOT PLN-KEY-COUNTER(WS-PLAN-IDX)
               GO TO 5100-READ-ONE-LIVE-COUNT-EXIT
           END-IF

           MOVE SPACES TO STR.
           STRING "GET " DELIMITED BY SIZE
                  PLN-SVC-KEY(WS-PLAN-IDX) DELIMITED BY SPACE
                  INTO STR
           END-STRING.
           MOVE 0 TO OUTVAL.
           CALL "redis_cmd_int" USING
               STR
               BY REFERENCE OUTVAL
               RETURNING RETVAL
           END-CALL.
           IF RETVAL = REDIS-ERR THEN
               MOVE "service-due" TO AUDIT-PROGRAM-ID
               MOVE "CMD-FAIL"    TO AUDIT-OPERATION
               MOVE STR           TO AUDIT-DETAIL
               MOVE SPACES        TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           ELSE
               ADD OUTVAL TO PLN-TODAY-PART(WS-PLAN-IDX)
           END-IF.
       5100-READ-ONE-LIVE-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6000-CHECK-ONE-PLAN - bring the lifetime count forward,
      *  post a completion, work out the counts since the last
      *  service and raise the work order when they reach the
      *  interval; then write the plan back to the device master.
      *----------------------------------------------------------------
       6000-CHECK-ONE-PLAN.
           IF NOT PLN-KEY-COUNTER(WS-PLAN-IDX)
               GO TO 6000-CHECK-ONE-PLAN-EXIT
           END-IF

           COMPUTE WS-WORK-COUNT =
               PLN-LIFETIME(WS-PLAN-IDX) + PLN-FOLD(WS-PLAN-IDX).
           IF WS-WORK-COUNT < 0
               MOVE 0 TO WS-WORK-COUNT
           END-IF
           MOVE WS-WORK-COUNT TO PLN-LIFETIME(WS-PLAN-IDX).
           MOVE WS-TODAY TO PLN-THRU-DATE(WS-PLAN-IDX).

           IF PLN-DONE-DATE(WS-PLAN-IDX) NOT = SPACES
               PERFORM 6100-POST-COMPLETION
                   THRU 6100-POST-COMPLETION-EXIT
           END-IF

           COMPUTE WS-NOW-LIFETIME =
               PLN-LIFETIME(WS-PLAN-IDX)
               + PLN-TODAY-PART(WS-PLAN-IDX).
           COMPUTE WS-WORK-COUNT =
               WS-NOW-LIFETIME - PLN-BASELINE(WS-PLAN-IDX).
           IF WS-WORK-COUNT < 0
               MOVE 0 TO WS-WORK-COUNT
           END-IF
           MOVE WS-WORK-COUNT TO PLN-USAGE(WS-PLAN-IDX).

           IF PLN-USAGE(WS-PLAN-IDX) NOT < PLN-INTERVAL(WS-PLAN-IDX)
              AND NOT PLN-DUE(WS-PLAN-IDX)
               PERFORM 6200-RAISE-WORK-ORDER
                   THRU 6200-RAISE-WORK-ORDER-EXIT
           END-IF

           PERFORM 6300-REWRITE-PLAN
               THRU 6300-REWRITE-PLAN-EXIT.
       6000-CHECK-ONE-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6100-POST-COMPLETION - the new baseline is the lifetime
      *  count at the end of the completion date: tonight's total
      *  less what was counted for the days since.  The open work
      *  order, if any, is closed with it.
      *----------------------------------------------------------------
       6100-POST-COMPLETION.
           COMPUTE WS-WORK-COUNT =
               PLN-LIFETIME(WS-PLAN-IDX)
               - PLN-AFTER-DONE(WS-PLAN-IDX).
           IF WS-WORK-COUNT < 0
               MOVE 0 TO WS-WORK-COUNT
           END-IF
           IF WS-WORK-COUNT > PLN-LIFETIME(WS-PLAN-IDX)
               MOVE PLN-LIFETIME(WS-PLAN-IDX) TO WS-WORK-COUNT
           END-IF
           MOVE WS-WORK-COUNT TO PLN-BASELINE(WS-PLAN-IDX).
           MOVE PLN-DONE-DATE(WS-PLAN-IDX) TO PLN-SVC-DATE(WS-PLAN-IDX).
           MOVE SPACES TO PLN-DUE-FLAG(WS-PLAN-IDX).
           MOVE SPACES TO PLN-REQUEST-REF(WS-PLAN-IDX).
           MOVE SPACES TO PLN-DUE-DATE(WS-PLAN-IDX).
           MOVE "Y" TO PLN-DONE-FLAG(WS-PLAN-IDX).

           MOVE PLN-BASELINE(WS-PLAN-IDX) TO WS-EDIT-COUNT.
           MOVE "service-due" TO AUDIT-PROGRAM-ID.
           MOVE "SVC-DONE"    TO AUDIT-OPERATION.
           MOVE SPACES        TO AUDIT-DETAIL.
           STRING PLN-DEVICE(WS-PLAN-IDX)  DELIMITED BY SPACE
                  " serviced "             DELIMITED BY SIZE
                  PLN-DONE-DATE(WS-PLAN-IDX) DELIMITED BY SIZE
                  " wo "                   DELIMITED BY SIZE
                  PLN-DONE-WO(WS-PLAN-IDX) DELIMITED BY SPACE
                  " baseline"              DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       6100-POST-COMPLETION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6200-RAISE-WORK-ORDER - one request line to the CMMS, the
      *  reference being the run stamp and a sequence number.  The
      *  outbound file is created the first time.  If it cannot be
      *  written the device is not marked due, so tomorrow's run
      *  raises the request again.
      *----------------------------------------------------------------
       6200-RAISE-WORK-ORDER.
           IF NOT WS-WO-OPEN
               OPEN EXTEND WORK-ORDER-FILE
               IF WS-CMWO-STATUS = "35"
                   OPEN OUTPUT WORK-ORDER-FILE
               END-IF
               IF NOT WS-CMWO-OK
                   MOVE "service-due" TO AUDIT-PROGRAM-ID
                   MOVE "OPEN-FAIL"   TO AUDIT-OPERATION
                   MOVE "CMMSWO"      TO AUDIT-DETAIL
                   MOVE SPACES        TO AUDIT-OPERATOR-ID
                   CALL "audit-log" USING AUDIT-CALL-PARMS
                   GO TO 6200-RAISE-WORK-ORDER-EXIT
               END-IF
               MOVE "Y" TO WS-WO-OPEN-FLAG
           END-IF

           ADD 1 TO WS-WO-SEQ.
           MOVE SPACES TO WORK-ORDER-RECORD.
           MOVE "WO" TO CMWO-RECORD-TYPE.
           STRING WS-NOW-STAMP DELIMITED BY SIZE
                  WS-WO-SEQ    DELIMITED BY SIZE
                  INTO CMWO-REQUEST-REF
           END-STRING.
           MOVE PLN-DEVICE(WS-PLAN-IDX) TO CMWO-DEVICE.
           MOVE PLN-SITE(WS-PLAN-IDX) TO CMWO-SITE.
           MOVE PLN-LOCATION(WS-PLAN-IDX) TO CMWO-LOCATION.
           MOVE PLN-SVC-KEY(WS-PLAN-IDX) TO CMWO-SVC-KEY.
           MOVE PLN-INTERVAL(WS-PLAN-IDX) TO CMWO-INTERVAL.
           MOVE PLN-USAGE(WS-PLAN-IDX) TO CMWO-USAGE.
           IF WS-NOW-LIFETIME < 0
               MOVE 0 TO CMWO-LIFETIME
           ELSE
               MOVE WS-NOW-LIFETIME TO CMWO-LIFETIME
           END-IF
           MOVE PLN-SVC-DATE(WS-PLAN-IDX) TO CMWO-LAST-SVC-DATE.
           MOVE WS-NOW-STAMP TO CMWO-RAISED-STAMP.
           WRITE WORK-ORDER-RECORD.
           IF NOT WS-CMWO-OK
               MOVE "service-due" TO AUDIT-PROGRAM-ID
               MOVE "SVC-FAIL"    TO AUDIT-OPERATION
               MOVE SPACES        TO AUDIT-DETAIL
               STRING "work order not written for "
                          DELIMITED BY SIZE
                      PLN-DEVICE(WS-PLAN-IDX) DELIMITED BY SPACE
                      INTO AUDIT-DETAIL
               END-STRING
               MOVE SPACES TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               GO TO 6200-RAISE-WORK-ORDER-EXIT
           END-IF

           MOVE "Y" TO PLN-DUE-FLAG(WS-PLAN-IDX).
           MOVE CMWO-REQUEST-REF TO PLN-REQUEST-REF(WS-PLAN-IDX).
           MOVE WS-TODAY TO PLN-DUE-DATE(WS-PLAN-IDX).
           MOVE "Y" TO PLN-RAISED-FLAG(WS-PLAN-IDX).

           MOVE PLN-USAGE(WS-PLAN-IDX) TO WS-EDIT-COUNT.
           MOVE "service-due" TO AUDIT-PROGRAM-ID.
           MOVE "SVC-WO"      TO AUDIT-OPERATION.
           MOVE SPACES        TO AUDIT-DETAIL.
           STRING CMWO-REQUEST-REF        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PLN-DEVICE(WS-PLAN-IDX) DELIMITED BY SPACE
                  " "                     DELIMITED BY SIZE
                  PLN-SVC-KEY(WS-PLAN-IDX) DELIMITED BY SPACE
                  " usage"                DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       6200-RAISE-WORK-ORDER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6300-REWRITE-PLAN - the plan's service columns back onto
      *  its device master row.  A row whose plan key has changed
      *  since it was loaded (a reload mid-run) is left alone.
      *----------------------------------------------------------------
       6300-REWRITE-PLAN.
           MOVE PLN-DEVICE(WS-PLAN-IDX) TO DEVM-DEVICE.
           READ DEVICE-MASTER-FILE KEY IS DEVM-DEVICE
               INVALID KEY
                   MOVE "23" TO WS-DEVM-STATUS
           END-READ.
           IF NOT WS-DEVM-OK
              OR DEVM-SVC-KEY NOT = PLN-SVC-KEY(WS-PLAN-IDX)
               GO TO 6300-REWRITE-PLAN-EXIT
           END-IF

           MOVE PLN-BASELINE(WS-PLAN-IDX) TO DEVM-SVC-BASELINE.
           MOVE PLN-SVC-DATE(WS-PLAN-IDX) TO DEVM-SVC-DATE.
           MOVE PLN-LIFETIME(WS-PLAN-IDX) TO DEVM-SVC-LIFETIME.
           MOVE PLN-THRU-DATE(WS-PLAN-IDX) TO DEVM-SVC-THRU-DATE.
           MOVE PLN-DUE-FLAG(WS-PLAN-IDX) TO DEVM-SVC-DUE-FLAG.
           MOVE PLN-REQUEST-REF(WS-PLAN-IDX) TO DEVM-SVC-REQUEST-REF.
           MOVE PLN-DUE-DATE(WS-PLAN-IDX) TO DEVM-SVC-DUE-DATE.
           REWRITE DEVICE-MASTER-RECORD
               INVALID KEY
                   MOVE "service-due" TO AUDIT-PROGRAM-ID
                   MOVE "SVC-FAIL"    TO AUDIT-OPERATION
                   MOVE SPACES        TO AUDIT-DETAIL
                   STRING "device master not updated for "
                              DELIMITED BY SIZE
                          PLN-DEVICE(WS-PLAN-IDX) DELIMITED BY SPACE
                          INTO AUDIT-DETAIL
                   END-STRING
                   MOVE SPACES TO AUDIT-OPERATOR-ID
                   CALL "audit-log" USING AUDIT-CALL-PARMS
           END-REWRITE.
       6300-REWRITE-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7000-PRINT-REPORT - the report's sections in turn.  When
      *  Redis could not be read, every page top says so.
      *----------------------------------------------------------------
       7000-PRINT-REPORT.
           IF WS-PLAN-COUNT = 0
               MOVE "SERVICE PLANS" TO WS-SECTION-TITLE
               PERFORM 7900-START-SECTION
                   THRU 7900-START-SECTION-EXIT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NO DEVICES ON A SERVICE PLAN)"
                   TO WS-DETAIL-LINE
               PERFORM 7800-WRITE-DETAIL-LINE
                   THRU 7800-WRITE-DETAIL-LINE-EXIT
               GO TO 7000-CLOSE-REPORT
           END-IF

           PERFORM 7100-PRINT-RAISED
               THRU 7100-PRINT-RAISED-EXIT.
           PERFORM 7200-PRINT-SERVICED
               THRU 7200-PRINT-SERVICED-EXIT.
           PERFORM 7300-PRINT-REJECTED
               THRU 7300-PRINT-REJECTED-EXIT.
           PERFORM 7400-PRINT-DUE
               THRU 7400-PRINT-DUE-EXIT.
           PERFORM 7500-PRINT-DUE-SOON
               THRU 7500-PRINT-DUE-SOON-EXIT.
           PERFORM 7600-PRINT-NOT-CHECKED
               THRU 7600-PRINT-NOT-CHECKED-EXIT.

       7000-CLOSE-REPORT.
           CLOSE SERVICE-REPORT-FILE.
       7000-PRINT-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7100-PRINT-RAISED - tonight's work-order requests.
      *----------------------------------------------------------------
       7100-PRINT-RAISED.
           MOVE "WORK ORDER REQUESTS RAISED TONIGHT"
               TO WS-SECTION-TITLE.
           MOVE "SERVICE KEY" TO CLN-KEY-LABEL.
           MOVE "LAST SVC" TO CLN-DATE-LABEL.
           MOVE "REQUEST REF" TO CLN-REF-LABEL.
           MOVE SPACES TO CLN-NOTE-LABEL.
           PERFORM 7900-START-SECTION
               THRU 7900-START-SECTION-EXIT.

           PERFORM 7110-PRINT-ONE-RAISED
               THRU 7110-PRINT-ONE-RAISED-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           PERFORM 7950-END-SECTION
               THRU 7950-END-SECTION-EXIT.
       7100-PRINT-RAISED-EXIT.
           EXIT.

       7110-PRINT-ONE-RAISED.
           IF NOT PLN-RAISED(WS-PLAN-IDX)
               GO TO 7110-PRINT-ONE-RAISED-EXIT
           END-IF
           PERFORM 7700-FORMAT-PLAN-LINE
               THRU 7700-FORMAT-PLAN-LINE-EXIT.
           MOVE PLN-SVC-DATE(WS-PLAN-IDX) TO DET-DATE.
           MOVE PLN-REQUEST-REF(WS-PLAN-IDX) TO DET-REF.
           PERFORM 7800-WRITE-DETAIL-LINE
               THRU 7800-WRITE-DETAIL-LINE-EXIT.
       7110-PRINT-ONE-RAISED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7200-PRINT-SERVICED - completions posted tonight, with the
      *  counts since the service under the new baseline.
      *----------------------------------------------------------------
       7200-PRINT-SERVICED.
           MOVE "SERVICE COMPLETIONS POSTED" TO WS-SECTION-TITLE.
           MOVE "SERVICE KEY" TO CLN-KEY-LABEL.
           MOVE "SERVICED" TO CLN-DATE-LABEL.
           MOVE "REQUEST REF" TO CLN-REF-LABEL.
           MOVE "CMMS WO" TO CLN-NOTE-LABEL.
           PERFORM 7900-START-SECTION
               THRU 7900-START-SECTION-EXIT.

           PERFORM 7210-PRINT-ONE-SERVICED
               THRU 7210-PRINT-ONE-SERVICED-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           PERFORM 7950-END-SECTION
               THRU 7950-END-SECTION-EXIT.
       7200-PRINT-SERVICED-EXIT.
           EXIT.

       7210-PRINT-ONE-SERVICED.
           IF NOT PLN-SERVICED(WS-PLAN-IDX)
               GO TO 7210-PRINT-ONE-SERVICED-EXIT
           END-IF
           PERFORM 7700-FORMAT-PLAN-LINE
               THRU 7700-FORMAT-PLAN-LINE-EXIT.
           MOVE PLN-SVC-DATE(WS-PLAN-IDX) TO DET-DATE.
           MOVE PLN-DONE-REF(WS-PLAN-IDX) TO DET-REF.
           MOVE PLN-DONE-WO(WS-PLAN-IDX) TO DET-NOTE.
           PERFORM 7800-WRITE-DETAIL-LINE
               THRU 7800-WRITE-DETAIL-LINE-EXIT.
       7210-PRINT-ONE-SERVICED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7300-PRINT-REJECTED - completions that were not posted, the
      *  reason in the key column.
      *----------------------------------------------------------------
       7300-PRINT-REJECTED.
           MOVE "SERVICE COMPLETIONS NOT POSTED" TO WS-SECTION-TITLE.
           MOVE "REASON" TO CLN-KEY-LABEL.
           MOVE "SERVICED" TO CLN-DATE-LABEL.
           MOVE "REQUEST REF" TO CLN-REF-LABEL.
           MOVE "CMMS WO" TO CLN-NOTE-LABEL.
           PERFORM 7900-START-SECTION
               THRU 7900-START-SECTION-EXIT.

           PERFORM 7310-PRINT-ONE-REJECTED
               THRU 7310-PRINT-ONE-REJECTED-EXIT
               VARYING WS-REJECT-IDX FROM 1 BY 1
               UNTIL WS-REJECT-IDX > WS-REJECT-COUNT.
           PERFORM 7950-END-SECTION
               THRU 7950-END-SECTION-EXIT.
       7300-PRINT-REJECTED-EXIT.
           EXIT.

       7310-PRINT-ONE-REJECTED.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE REJ-DEVICE(WS-REJECT-IDX) TO DET-DEVICE.
           MOVE REJ-REASON(WS-REJECT-IDX) TO DET-KEY.
           MOVE REJ-DONE-DATE(WS-REJECT-IDX) TO DET-DATE.
           MOVE REJ-REQUEST-REF(WS-REJECT-IDX) TO DET-REF.
           MOVE REJ-CMMS-WO(WS-REJECT-IDX) TO DET-NOTE.
           PERFORM 7800-WRITE-DETAIL-LINE
               THRU 7800-WRITE-DETAIL-LINE-EXIT.
       7310-PRINT-ONE-REJECTED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7400-PRINT-DUE - every device with a work order open, the
      *  date it was raised and its reference.
      *----------------------------------------------------------------
       7400-PRINT-DUE.
           MOVE "DEVICES DUE - SERVICE WORK ORDER OPEN"
               TO WS-SECTION-TITLE.
           MOVE "SERVICE KEY" TO CLN-KEY-LABEL.
           MOVE "RAISED" TO CLN-DATE-LABEL.
           MOVE "REQUEST REF" TO CLN-REF-LABEL.
           MOVE SPACES TO CLN-NOTE-LABEL.
           PERFORM 7900-START-SECTION
               THRU 7900-START-SECTION-EXIT.

           PERFORM 7410-PRINT-ONE-DUE
               THRU 7410-PRINT-ONE-DUE-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           PERFORM 7950-END-SECTION
               THRU 7950-END-SECTION-EXIT.
       7400-PRINT-DUE-EXIT.
           EXIT.

       7410-PRINT-ONE-DUE.
           IF NOT PLN-DUE(WS-PLAN-IDX)
              OR NOT PLN-KEY-COUNTER(WS-PLAN-IDX)
               GO TO 7410-PRINT-ONE-DUE-EXIT
           END-IF
           PERFORM 7700-FORMAT-PLAN-LINE
               THRU 7700-FORMAT-PLAN-LINE-EXIT.
           MOVE PLN-DUE-DATE(WS-PLAN-IDX) TO DET-DATE.
           MOVE PLN-REQUEST-REF(WS-PLAN-IDX) TO DET-REF.
           IF PLN-RAISED(WS-PLAN-IDX)
               MOVE "NEW TONIGHT" TO DET-NOTE
           END-IF
           PERFORM 7800-WRITE-DETAIL-LINE
               THRU 7800-WRITE-DETAIL-LINE-EXIT.
       7410-PRINT-ONE-DUE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7500-PRINT-DUE-SOON - devices not yet due whose counts since
      *  service are within 10% of the interval, with the counts
      *  left before the work order is raised.
      *----------------------------------------------------------------
       7500-PRINT-DUE-SOON.
           MOVE "DUE SOON - WITHIN 10% OF SERVICE INTERVAL"
               TO WS-SECTION-TITLE.
           MOVE "SERVICE KEY" TO CLN-KEY-LABEL.
           MOVE "LAST SVC" TO CLN-DATE-LABEL.
           MOVE SPACES TO CLN-REF-LABEL.
           MOVE "    REMAINING" TO CLN-NOTE-LABEL.
           PERFORM 7900-START-SECTION
               THRU 7900-START-SECTION-EXIT.

           PERFORM 7510-PRINT-ONE-DUE-SOON
               THRU 7510-PRINT-ONE-DUE-SOON-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           PERFORM 7950-END-SECTION
               THRU 7950-END-SECTION-EXIT.
       7500-PRINT-DUE-SOON-EXIT.
           EXIT.

       7510-PRINT-ONE-DUE-SOON.
           IF PLN-DUE(WS-PLAN-IDX)
              OR NOT PLN-KEY-COUNTER(WS-PLAN-IDX)
               GO TO 7510-PRINT-ONE-DUE-SOON-EXIT
           END-IF
           IF PLN-USAGE(WS-PLAN-IDX) * 10
                  < PLN-INTERVAL(WS-PLAN-IDX) * 9
               GO TO 7510-PRINT-ONE-DUE-SOON-EXIT
           END-IF
           PERFORM 7700-FORMAT-PLAN-LINE
               THRU 7700-FORMAT-PLAN-LINE-EXIT.
           MOVE PLN-SVC-DATE(WS-PLAN-IDX) TO DET-DATE.
           COMPUTE WS-WORK-COUNT =
               PLN-INTERVAL(WS-PLAN-IDX) - PLN-USAGE(WS-PLAN-IDX).
           IF WS-WORK-COUNT < 0
               MOVE 0 TO WS-WORK-COUNT
           END-IF
           MOVE WS-WORK-COUNT TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO DET-NOTE.
           PERFORM 7800-WRITE-DETAIL-LINE
               THRU 7800-WRITE-DETAIL-LINE-EXIT.
       7510-PRINT-ONE-DUE-SOON-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7600-PRINT-NOT-CHECKED - plans whose service key is a gauge
      *  or is not on the metric master; they were left untouched.
      *----------------------------------------------------------------
       7600-PRINT-NOT-CHECKED.
           MOVE "SERVICE PLANS NOT CHECKED" TO WS-SECTION-TITLE.
           MOVE "SERVICE KEY" TO CLN-KEY-LABEL.
           MOVE SPACES TO CLN-DATE-LABEL.
           MOVE SPACES TO CLN-REF-LABEL.
           MOVE "REASON" TO CLN-NOTE-LABEL.
           PERFORM 7900-START-SECTION
               THRU 7900-START-SECTION-EXIT.

           PERFORM 7610-PRINT-ONE-NOT-CHECKED
               THRU 7610-PRINT-ONE-NOT-CHECKED-EXIT
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT.
           PERFORM 7950-END-SECTION
               THRU 7950-END-SECTION-EXIT.
       7600-PRINT-NOT-CHECKED-EXIT.
           EXIT.

       7610-PRINT-ONE-NOT-CHECKED.
           IF PLN-KEY-COUNTER(WS-PLAN-IDX)
               GO TO 7610-PRINT-ONE-NOT-CHECKED-EXIT
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PLN-DEVICE(WS-PLAN-IDX) TO DET-DEVICE.
           MOVE PLN-SITE(WS-PLAN-IDX) TO DET-SITE.
           MOVE PLN-SVC-KEY(WS-PLAN-IDX) TO DET-KEY.
           MOVE PLN-INTERVAL(WS-PLAN-IDX) TO DET-INTERVAL.
           IF PLN-KEY-GAUGE(WS-PLAN-IDX)
               MOVE "KEY IS GAUGE" TO DET-NOTE
           ELSE
               MOVE "UNKNOWN KEY" TO DET-NOTE
           END-IF
           PERFORM 7800-WRITE-DETAIL-LINE
               THRU 7800-WRITE-DETAIL-LINE-EXIT.
       7610-PRINT-ONE-NOT-CHECKED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7700-FORMAT-PLAN-LINE - the columns every plan line shares:
      *  device, site, key, interval, counts since the last service
      *  and those as a percentage of the interval.
      *----------------------------------------------------------------
       7700-FORMAT-PLAN-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PLN-DEVICE(WS-PLAN-IDX) TO DET-DEVICE.
           MOVE PLN-SITE(WS-PLAN-IDX) TO DET-SITE.
           MOVE PLN-SVC-KEY(WS-PLAN-IDX) TO DET-KEY.
           MOVE PLN-INTERVAL(WS-PLAN-IDX) TO DET-INTERVAL.
           MOVE PLN-USAGE(WS-PLAN-IDX) TO DET-USAGE.
           IF PLN-USAGE(WS-PLAN-IDX)
                  NOT < PLN-INTERVAL(WS-PLAN-IDX) * 100
               MOVE 9999 TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT =
                   PLN-USAGE(WS-PLAN-IDX) * 100
                   / PLN-INTERVAL(WS-PLAN-IDX)
           END-IF
           MOVE WS-PERCENT TO DET-PCT.
       7700-FORMAT-PLAN-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7800-WRITE-DETAIL-LINE - write the line in WS-DETAIL-LINE
      *  with page headings as the pages fill; the current section
      *  title and its column headings ride on each page top.
      *----------------------------------------------------------------
       7800-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 7850-PRINT-PAGE-TOP
                   THRU 7850-PRINT-PAGE-TOP-EXIT
           END-IF
           MOVE WS-DETAIL-LINE TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-SECTION-LINES.
       7800-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       7850-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           MOVE SPACES TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           MOVE 2 TO WS-LINE-COUNT.
           IF WS-PLAN-COUNT > 0
              AND NOT WS-LIVE-READ
               MOVE WS-NO-LIVE-LINE TO SERVICE-REPORT-RECORD
               WRITE SERVICE-REPORT-RECORD
               MOVE SPACES TO SERVICE-REPORT-RECORD
               WRITE SERVICE-REPORT-RECORD
               ADD 2 TO WS-LINE-COUNT
           END-IF
           PERFORM 7860-PRINT-SECTION-TOP
               THRU 7860-PRINT-SECTION-TOP-EXIT.
       7850-PRINT-PAGE-TOP-EXIT.
           EXIT.

       7860-PRINT-SECTION-TOP.
           MOVE WS-SECTION-TITLE TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           MOVE SPACES TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           MOVE SPACES TO SERVICE-REPORT-RECORD.
           WRITE SERVICE-REPORT-RECORD.
           ADD 4 TO WS-LINE-COUNT.
       7860-PRINT-SECTION-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  7900-START-SECTION - the sections follow on down the page;
      *  one with no room left for its headings and a first line
      *  starts a new page.
      *----------------------------------------------------------------
       7900-START-SECTION.
           MOVE 0 TO WS-SECTION-LINES.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
               PERFORM 7850-PRINT-PAGE-TOP
                   THRU 7850-PRINT-PAGE-TOP-EXIT
           ELSE
               MOVE SPACES TO SERVICE-REPORT-RECORD
               WRITE SERVICE-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               PERFORM 7860-PRINT-SECTION-TOP
                   THRU 7860-PRINT-SECTION-TOP-EXIT
           END-IF.
       7900-START-SECTION-EXIT.
           EXIT.

       7950-END-SECTION.
           IF WS-SECTION-LINES = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 7800-WRITE-DETAIL-LINE
                   THRU 7800-WRITE-DETAIL-LINE-EXIT
           END-IF.
       7950-END-SECTION-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM service-due.
