      *      2026-09-03  KT  Journal START/COMPLETE through
      *                      run-control so the nightly chain
      *                      driver can see the job ran.
      *      2026-10-02  KT  Notifications carry the reading and
      *                      limit as text with sign, decimal
      *                      places, and unit.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *      2026-10-10  KT  Each notification and escalation sent is
      *                      counted on the key's open incident in the
      *                      alert incident register (incident-post).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alert-dispatch.
               10  WS-SS                PIC 9(02).
               10  WS-HS                PIC 9(02).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.

      *  The on-call rota, loaded once per run: one entry per tier
      *  per shift.  A missing or empty rota file leaves the count
       COPY MAINTTB.
       COPY AUDITCOM.
       COPY RUNCTLCM.
       COPY RDCVCM.
       COPY INCDCM.

       PROCEDURE DIVISION.

           MOVE WS-TIMESTAMP-DISPLAY TO NOTIFY-TIMESTAMP.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO NOTIFY-KEY.
           MOVE OUTVAL TO NOTIFY-VALUE.
           MOVE "FORMAT" TO RDCV-FUNCTION.
           MOVE OUTVAL TO RDCV-VALUE.
           MOVE KNOWN-METRIC-DECIMALS(WS-KEY-IDX) TO RDCV-DECIMALS.
           MOVE KNOWN-METRIC-UNIT(WS-KEY-IDX) TO RDCV-UNIT.
           CALL "reading-conv" USING READING-CONV-PARMS.
           MOVE RDCV-TEXT TO NOTIFY-VALUE-TEXT.
      *    The pending flag's value is the reason code alertmon set
      *    (1=over, 2=under, 3=stale) - the live value may have
      *    been reset or drifted back in range since the alert, so
               WHEN 2
                   MOVE KNOWN-METRIC-THRESH-LOW(WS-KEY-IDX)
                       TO NOTIFY-THRESHOLD
                   MOVE KNOWN-METRIC-THRESH-LOW(WS-KEY-IDX)
                       TO RDCV-VALUE
                   MOVE
                   "under low threshold - on-call attention required"
                       TO NOTIFY-MESSAGE
               WHEN 3
                   MOVE KNOWN-METRIC-STALE-LIMIT(WS-KEY-IDX)
                       TO NOTIFY-THRESHOLD
                   MOVE KNOWN-METRIC-STALE-LIMIT(WS-KEY-IDX)
                       TO RDCV-VALUE
                   MOVE 0 TO RDCV-DECIMALS
                   MOVE "samples" TO RDCV-UNIT
                   MOVE
                   "feed stopped moving - on-call attention required"
                       TO NOTIFY-MESSAGE
               WHEN OTHER
                   MOVE KNOWN-METRIC-THRESH(WS-KEY-IDX)
                       TO NOTIFY-THRESHOLD
                   MOVE KNOWN-METRIC-THRESH(WS-KEY-IDX)
                       TO RDCV-VALUE
                   MOVE
                   "over threshold - on-call attention required"
                       TO NOTIFY-MESSAGE
           END-EVALUATE
           MOVE "FORMAT" TO RDCV-FUNCTION
           CALL "reading-conv" USING READING-CONV-PARMS
           MOVE RDCV-TEXT TO NOTIFY-LIMIT-TEXT
           MOVE WS-SEND-TIER TO NOTIFY-TIER
           MOVE WS-SEND-RECIPIENT TO NOTIFY-RECIPIENT
           WRITE NOTIFY-RECORD.
               PERFORM 4200-MARK-TIER-FLAGS
                   THRU 4200-MARK-TIER-FLAGS-EXIT

               PERFORM 4300-NOTE-ON-INCIDENT
                   THRU 4300-NOTE-ON-INCIDENT-EXIT

               PERFORM 4100-CLEAR-PENDING-FLAG
                   THRU 4100-CLEAR-PENDING-FLAG-EXIT
           ELSE
       4200-MARK-TIER-FLAGS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4300-NOTE-ON-INCIDENT - count the send on the key's open
      *  incident with its tier and recipient.  A key with no open
      *  incident (the alert predates the register) is left be.
      *----------------------------------------------------------------
       4300-NOTE-ON-INCIDENT.
           MOVE SPACES TO INCIDENT-CALL-PARMS.
           MOVE "NOTIFY" TO INCD-FUNCTION.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO INCD-KEY.
           MOVE 0 TO INCD-VALUE.
           MOVE WS-SEND-TIER TO INCD-TIER.
           MOVE WS-SEND-RECIPIENT TO INCD-RECIPIENT.
           CALL "incident-post" USING INCIDENT-CALL-PARMS.
           IF INCD-STATUS = "ERROR"
               MOVE "alert-dispatch" TO AUDIT-PROGRAM-ID
               MOVE "INC-FAIL"       TO AUDIT-OPERATION
               MOVE SPACES           TO AUDIT-DETAIL
               STRING "NOTIFY "      DELIMITED BY SIZE
                      INCD-KEY       DELIMITED BY SPACE
                      INTO AUDIT-DETAIL
               END-STRING
               MOVE SPACES           TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           END-IF.
       4300-NOTE-ON-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4100-CLEAR-PENDING-FLAG - this key's alert is dealt with
      *  (sent or suppressed); drop the pending flag alertmon raised.
