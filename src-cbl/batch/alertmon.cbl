      *      2026-09-03  KT  Journal START/COMPLETE through
      *                      run-control so the nightly chain
      *                      driver can see the job ran.
      *      2026-10-02  KT  Signed gauge readings and thresholds
      *                      (scaled by the key's decimal places);
      *                      alert lines carry the signs.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *      2026-10-10  KT  Keeps the alert incident register
      *                      (incident-post): opens an incident when a
      *                      key first goes out of limits, closes it the
      *                      first run the key is back inside them.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertmon.
               10  WS-SS                PIC 9(02).
               10  WS-HS                PIC 9(02).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.

       01  WS-ALERT-REASON             PIC X(12) VALUE SPACES.
       01  WS-ALERT-LIMIT              PIC S9(09) VALUE 0.
       01  WS-HIST-VALUE               PIC S9(09) VALUE 0.
      *  The alert-pending flag's value carries the reason to the
      *  dispatcher: 1 = OVER-THRESH, 2 = UNDER-THRESH,
      *  3 = STALE-FEED.
       01  WS-PENDING-CODE             PIC 9(01) VALUE 1.

       01  WS-MATCH-IDX                PIC 9(03) BINARY.

       01  WS-NOW-STAMP                PIC X(14).
       01  WS-WIN-IDX                  PIC 9(02) BINARY.
       01  WS-IN-MAINT-FLAG            PIC X(01) VALUE "N".
           88  WS-IN-MAINT             VALUE "Y".
       01  WS-KEY-ALERTED-FLAG         PIC X(01) VALUE "N".
           88  WS-KEY-ALERTED          VALUE "Y".

      *  Per-key tail state off the history file: the latest sample,
      *  how many consecutive samples back it has sat unchanged, and
      *  whether the key appeared in the file at all.
       01  WS-FEED-STATE-TABLE.
           05  WS-FEED-STATE           OCCURS 500 TIMES.
               10  WS-FEED-LAST-VAL    PIC S9(09).
               10  WS-FEED-RUN-LEN     PIC 9(03).
               10  WS-FEED-SEEN        PIC X(01).
                   88  WS-FEED-WAS-SEEN
       COPY MAINTTB.
       COPY AUDITCOM.
       COPY RUNCTLCM.
       COPY INCDCM.

       PROCEDURE DIVISION.

               UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                  OR WS-MATCH-IDX > 0.

           MOVE HIST-VALUE TO WS-HIST-VALUE.
           IF HIST-NEGATIVE
               COMPUTE WS-HIST-VALUE = 0 - HIST-VALUE
           END-IF

           IF WS-MATCH-IDX > 0 THEN
               IF WS-FEED-WAS-SEEN(WS-MATCH-IDX)
                  AND WS-HIST-VALUE = WS-FEED-LAST-VAL(WS-MATCH-IDX)
                   IF WS-FEED-RUN-LEN(WS-MATCH-IDX) < 999
                       ADD 1 TO WS-FEED-RUN-LEN(WS-MATCH-IDX)
                   END-IF
               ELSE
                   MOVE WS-HIST-VALUE
                       TO WS-FEED-LAST-VAL(WS-MATCH-IDX)
                   MOVE 1 TO WS-FEED-RUN-LEN(WS-MATCH-IDX)
                   MOVE "Y" TO WS-FEED-SEEN(WS-MATCH-IDX)
               END-IF
               GO TO 2000-CHECK-ONE-METRIC-EXIT
           END-IF

           MOVE "N" TO WS-KEY-ALERTED-FLAG
           MOVE SPACES TO WS-ALERT-REASON
           IF OUTVAL > KNOWN-METRIC-THRESH(WS-KEY-IDX) THEN
               MOVE "OVER-THRESH" TO WS-ALERT-REASON
                   THRU 3000-WRITE-ALERT-RECORD-EXIT
               PERFORM 3500-QUEUE-ALERT
                   THRU 3500-QUEUE-ALERT-EXIT
               PERFORM 3700-OPEN-INCIDENT
                   THRU 3700-OPEN-INCIDENT-EXIT
           END-IF

      *    A feed whose last N samples (and live value) never moved
                   THRU 3000-WRITE-ALERT-RECORD-EXIT
               PERFORM 3500-QUEUE-ALERT
                   THRU 3500-QUEUE-ALERT-EXIT
               PERFORM 3700-OPEN-INCIDENT
                   THRU 3700-OPEN-INCIDENT-EXIT
           END-IF

      *    Inside every limit and moving - whatever incident the key
      *    had open is over.
           IF NOT WS-KEY-ALERTED
               PERFORM 3800-CLEAR-INCIDENT
                   THRU 3800-CLEAR-INCIDENT-EXIT
           END-IF.
       2000-CHECK-ONE-METRIC-EXIT.
           EXIT.
           MOVE WS-TIMESTAMP-DISPLAY TO ALERT-TIMESTAMP.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO ALERT-KEY.
           MOVE OUTVAL TO ALERT-VALUE.
           IF OUTVAL < 0
               MOVE "-" TO ALERT-VALUE-SIGN
           END-IF
           MOVE WS-ALERT-LIMIT TO ALERT-THRESHOLD.
           IF WS-ALERT-LIMIT < 0
               MOVE "-" TO ALERT-THRESH-SIGN
           END-IF
           MOVE WS-ALERT-REASON TO ALERT-REASON.
           WRITE ALERT-RECORD.
       3000-WRITE-ALERT-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3700-OPEN-INCIDENT - open the key's incident on the
      *  register, unless it already has one open from an earlier
      *  run (the same breach is the same incident).
      *----------------------------------------------------------------
       3700-OPEN-INCIDENT.
           MOVE "Y" TO WS-KEY-ALERTED-FLAG.
           MOVE SPACES TO INCIDENT-CALL-PARMS.
           MOVE "OPEN" TO INCD-FUNCTION.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO INCD-KEY.
           MOVE WS-ALERT-REASON TO INCD-REASON.
           MOVE OUTVAL TO INCD-VALUE.
           MOVE 0 TO INCD-TIER.
           CALL "incident-post" USING INCIDENT-CALL-PARMS.
           IF INCD-STATUS = "ERROR"
               PERFORM 3900-AUDIT-INCIDENT-FAIL
                   THRU 3900-AUDIT-INCIDENT-FAIL-EXIT
           END-IF.
       3700-OPEN-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3800-CLEAR-INCIDENT - close the key's open incident, if it
      *  has one, now that it is back inside its limits.
      *----------------------------------------------------------------
       3800-CLEAR-INCIDENT.
           MOVE SPACES TO INCIDENT-CALL-PARMS.
           MOVE "CLEAR" TO INCD-FUNCTION.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO INCD-KEY.
           MOVE 0 TO INCD-VALUE.
           MOVE 0 TO INCD-TIER.
           CALL "incident-post" USING INCIDENT-CALL-PARMS.
           IF INCD-STATUS = "ERROR"
               PERFORM 3900-AUDIT-INCIDENT-FAIL
                   THRU 3900-AUDIT-INCIDENT-FAIL-EXIT
           END-IF.
       3800-CLEAR-INCIDENT-EXIT.
           EXIT.

       3900-AUDIT-INCIDENT-FAIL.
           MOVE "alertmon"      TO AUDIT-PROGRAM-ID.
           MOVE "INC-FAIL"      TO AUDIT-OPERATION.
           MOVE SPACES          TO AUDIT-DETAIL.
           STRING INCD-FUNCTION DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  INCD-KEY      DELIMITED BY SPACE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES          TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       3900-AUDIT-INCIDENT-FAIL-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

