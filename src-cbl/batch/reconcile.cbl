      *                      rollover has journaled COMPLETE for
      *                      today, and journal this job's own
      *                      start and end.
      *      2026-09-21  BO  A business date the Redis recovery job
      *                      reseeded (RECOVLOG) is flagged: its
      *                      mismatch rows carry RECOVERED and one
      *                      RECON-RECOV audit line marks the date.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *      2026-10-12  KT  Manual count adjustment rows on
      *                      DAILYSUM are not resets and are not
      *                      checked; each one posted today is
      *                      listed on RECONLOG noted ADJUSTMENT.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcile.
       FILE-CONTROL.
           COPY DAILYFD.
           COPY RECNFD.
           COPY RCVLFD.

       DATA DIVISION.
       FILE SECTION.
           COPY DAILYRC.
           COPY RECNRC.
           COPY RCVLRC.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
               88  DAILY-EOF           VALUE "10".
           05  WS-MISMATCH-STATUS      PIC X(02).
               88  WS-MISMATCH-OK      VALUE "00".
           05  WS-RECOV-STATUS         PIC X(02).
               88  WS-RECOV-OK         VALUE "00".
               88  RECOV-EOF           VALUE "10".
           05  WS-RECOVERED-FLAG       PIC X(01) VALUE "N".
               88  WS-DATE-RECOVERED   VALUE "Y".

       01  STR                         PIC X(256).
       01  RETVAL                      PIC S9(9) BINARY.
       01  REDIS-ERR                   PIC S9(9) VALUE -1.

       01  WS-TODAY                    PIC X(08).
       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

       01  WS-RUN-REFUSED-FLAG         PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED          VALUE "Y".
           CLOSE DAILY-SUMMARY-FILE.
           CLOSE MISMATCH-FILE.

           IF WS-DATE-RECOVERED
               MOVE "reconcile"   TO AUDIT-PROGRAM-ID
               MOVE "RECON-RECOV" TO AUDIT-OPERATION
               MOVE SPACES        TO AUDIT-DETAIL
               STRING "business date " DELIMITED BY SIZE
                      WS-TODAY         DELIMITED BY SIZE
                      " recovered - totals include reseeded values"
                          DELIMITED BY SIZE
                      INTO AUDIT-DETAIL
               END-STRING
               MOVE SPACES TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
           END-IF

           MOVE "END" TO RUNCTL-FUNCTION.
           MOVE "RECONCILE" TO RUNCTL-JOB-NAME.
           CALL "run-control" USING RUNCTL-CALL-PARMS.
           MOVE "RECONCILE" TO RUNCTL-JOB-NAME.
           CALL "run-control" USING RUNCTL-CALL-PARMS.

           PERFORM 1500-CHECK-RECOVERED
               THRU 1500-CHECK-RECOVERED-EXIT.

           OPEN INPUT DAILY-SUMMARY-FILE.

           OPEN EXTEND MISMATCH-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1500-CHECK-RECOVERED - any RECOVLOG row for today means
      *  redis-recover reseeded the live values after a data loss;
      *  no recovery log at all is the normal case.
      *----------------------------------------------------------------
       1500-CHECK-RECOVERED.
           OPEN INPUT RECOVERY-LOG-FILE.
           IF NOT WS-RECOV-OK
               GO TO 1500-CHECK-RECOVERED-EXIT
           END-IF

           PERFORM 1510-READ-RECOVERY-LOG
               THRU 1510-READ-RECOVERY-LOG-EXIT.
           PERFORM 1520-TEST-ONE-RECOVERY
               THRU 1520-TEST-ONE-RECOVERY-EXIT
               UNTIL RECOV-EOF
                  OR WS-DATE-RECOVERED.

           CLOSE RECOVERY-LOG-FILE.
       1500-CHECK-RECOVERED-EXIT.
           EXIT.

       1510-READ-RECOVERY-LOG.
           READ RECOVERY-LOG-FILE
               AT END
                   MOVE "10" TO WS-RECOV-STATUS
           END-READ.
       1510-READ-RECOVERY-LOG-EXIT.
           EXIT.

       1520-TEST-ONE-RECOVERY.
           IF RCVL-BUS-DATE = WS-TODAY
               MOVE "Y" TO WS-RECOVERED-FLAG
           END-IF.
           PERFORM 1510-READ-RECOVERY-LOG
               THRU 1510-READ-RECOVERY-LOG-EXIT.
       1520-TEST-ONE-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-READ-DAILY-SUMMARY - next archive row, or set EOF.
      *----------------------------------------------------------------
      *  business date and rows for gauge keys (rollover archives a
      *  gauge's reading without zeroing it, so there is no reset
      *  to confirm); for today's counter rows, compare the live
      *  value against the archived total.  An adjustment row
      *  confirms no reset either: it is listed when it was posted
      *  today, whatever business date it corrects, and otherwise
      *  passed over.
      *----------------------------------------------------------------
       3000-CHECK-ONE-RECORD.
           IF DAILY-SUM-ADJUSTMENT
               IF DAILY-SUM-POST-DATE = WS-TODAY
                   PERFORM 3300-WRITE-ADJUSTMENT
                       THRU 3300-WRITE-ADJUSTMENT-EXIT
               END-IF
               PERFORM 2000-READ-DAILY-SUMMARY
                   THRU 2000-READ-DAILY-SUMMARY-EXIT
               GO TO 3000-CHECK-ONE-RECORD-EXIT
           END-IF

           PERFORM 3200-FIND-KEY-TYPE
               THRU 3200-FIND-KEY-TYPE-EXIT.
           IF WS-MATCH-IDX > 0

      *----------------------------------------------------------------
      *  3100-WRITE-MISMATCH - the live value never dropped back
      *  below what was archived at rollover - log it, marked when
      *  today's counts were reseeded after a Redis data loss.
      *----------------------------------------------------------------
       3100-WRITE-MISMATCH.
           MOVE SPACES TO MISMATCH-RECORD.
           MOVE DAILY-SUM-KEY      TO MISMATCH-KEY.
           MOVE DAILY-SUM-TOTAL    TO MISMATCH-ARCHIVED.
           MOVE OUTVAL             TO MISMATCH-LIVE.
           IF WS-DATE-RECOVERED
               MOVE "RECOVERED" TO MISMATCH-NOTE
           END-IF
           WRITE MISMATCH-RECORD.
       3100-WRITE-MISMATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3300-WRITE-ADJUSTMENT - one ADJUSTMENT line for an approved
      *  manual count adjustment posted today: the business date it
      *  corrects, the key and the signed amount.
      *----------------------------------------------------------------
       3300-WRITE-ADJUSTMENT.
           MOVE SPACES TO MISMATCH-RECORD.
           MOVE DAILY-SUM-BUS-DATE TO MISMATCH-BUS-DATE.
           MOVE DAILY-SUM-KEY      TO MISMATCH-KEY.
           MOVE DAILY-SUM-TOTAL    TO MISMATCH-ARCHIVED.
           MOVE 0                  TO MISMATCH-LIVE.
           MOVE "ADJUSTMENT"       TO MISMATCH-NOTE.
           MOVE DAILY-SUM-SIGN     TO MISMATCH-SIGN.
           MOVE DAILY-SUM-POST-DATE TO MISMATCH-POST-DATE.
           WRITE MISMATCH-RECORD.
       3300-WRITE-ADJUSTMENT-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

