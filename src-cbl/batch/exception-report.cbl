      *
      *  MODIFICATION HISTORY:
      *      2026-09-03  KT  Initial version.
      *      2026-09-21  BO  Business dates the Redis recovery job
      *                      reseeded (RECOVLOG) are flagged
      *                      RECOVERED at the head of the failures
      *                      section, one line per reseeded key
      *                      after the flag.
      *      2026-09-28  BO  Pushes still waiting on the pending-push
      *                      spool (PUSHSPOL) are flagged in the
      *                      failures section with their count and
      *                      arrival span, whatever their age.
      *      2026-10-12  KT  Manual count adjustments reconcile
      *                      lists on RECONLOG are printed as ADJUST
      *                      lines by the date they were posted, and
      *                      tallied apart from the mismatches.
      *      2026-10-15  KT  Counter pushes spool-drain moved to
      *                      PUSHHELD (their day already rolled
      *                      over) are flagged for a count
      *                      adjustment by the date they were held.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. exception-report.
           COPY DLVRFD.
           COPY AUDITFD.
           COPY SUSPFD.
           COPY RCVLFD.
           COPY SPOLFD.
           COPY PHLDFD.
           SELECT INTAKE-ERROR-FILE ASSIGN TO "INTKERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-STATUS.
           COPY DLVRRC.
           COPY AUDITRC.
           COPY SUSPRC.
           COPY RCVLRC.
           COPY SPOLRC.
           COPY PHLDRC.

       FD  INTAKE-ERROR-FILE.
       01  INTAKE-ERROR-RECORD         PIC X(132).
           05  WS-ERROR-STATUS         PIC X(02).
               88  WS-ERROR-OK         VALUE "00".
               88  ERROR-EOF           VALUE "10".
           05  WS-RECOV-STATUS         PIC X(02).
               88  WS-RECOV-OK         VALUE "00".
               88  RECOV-EOF           VALUE "10".
           05  WS-SPOOL-STATUS         PIC X(02).
               88  WS-SPOOL-OK         VALUE "00".
               88  SPOOL-EOF           VALUE "10".
           05  WS-PHLD-STATUS          PIC X(02).
               88  WS-PHLD-OK          VALUE "00".
               88  PHLD-EOF            VALUE "10".
           05  WS-REPORT-STATUS        PIC X(02).

       01  WS-LAST-RECOV-DATE          PIC X(08) VALUE SPACES.
       01  WS-SPOOL-FIRST              PIC X(15) VALUE SPACES.
       01  WS-SPOOL-LAST               PIC X(15) VALUE SPACES.
       01  WS-HELD-FIRST               PIC X(15) VALUE SPACES.
       01  WS-HELD-LAST                PIC X(15) VALUE SPACES.

       01  WS-TODAY                    PIC X(08).
       01  WS-TODAY-TS                 PIC X(08).
       01  WS-YDAY                     PIC X(08).

       01  WS-CNT-ALERT                PIC 9(05) VALUE 0.
       01  WS-CNT-RECON                PIC 9(05) VALUE 0.
       01  WS-CNT-ADJUST               PIC 9(05) VALUE 0.
       01  WS-CNT-RECOV                PIC 9(05) VALUE 0.
       01  WS-CNT-SPOOL                PIC 9(05) VALUE 0.
       01  WS-CNT-HELD                 PIC 9(05) VALUE 0.
       01  WS-CNT-DLVR                 PIC 9(05) VALUE 0.
       01  WS-CNT-AUDIT                PIC 9(05) VALUE 0.
       01  WS-CNT-SUSP                 PIC 9(05) VALUE 0.
           MOVE "FAILURES AND MISMATCHES" TO WS-SECTION-TITLE.
           PERFORM 1900-START-SECTION
               THRU 1900-START-SECTION-EXIT.
           PERFORM 1950-LIST-RECOVERIES
               THRU 1950-LIST-RECOVERIES-EXIT.
           PERFORM 1980-CHECK-PUSH-SPOOL
               THRU 1980-CHECK-PUSH-SPOOL-EXIT.
           PERFORM 1992-CHECK-HELD-PUSHES
               THRU 1992-CHECK-HELD-PUSHES-EXIT.
           PERFORM 2000-LIST-RECON-MISMATCHES
               THRU 2000-LIST-RECON-MISMATCHES-EXIT.
           PERFORM 2100-LIST-DELIVERY-FAILURES
       1900-START-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1950-LIST-RECOVERIES - the window's RECOVLOG rows.  A date
      *  whose live values were reseeded after a Redis data loss
      *  heads the page with a RECOVERED flag line - every count
      *  below it for that date stands on restored figures - then
      *  one line per key reseeded.
      *----------------------------------------------------------------
       1950-LIST-RECOVERIES.
           OPEN INPUT RECOVERY-LOG-FILE.
           IF NOT WS-RECOV-OK
               GO TO 1950-LIST-RECOVERIES-EXIT
           END-IF

           PERFORM 1960-READ-RECOVERY
               THRU 1960-READ-RECOVERY-EXIT.
           PERFORM 1970-SIFT-ONE-RECOVERY
               THRU 1970-SIFT-ONE-RECOVERY-EXIT
               UNTIL RECOV-EOF.

           CLOSE RECOVERY-LOG-FILE.
       1950-LIST-RECOVERIES-EXIT.
           EXIT.

       1960-READ-RECOVERY.
           READ RECOVERY-LOG-FILE
               AT END
                   MOVE "10" TO WS-RECOV-STATUS
           END-READ.
       1960-READ-RECOVERY-EXIT.
           EXIT.

       1970-SIFT-ONE-RECOVERY.
           IF RCVL-BUS-DATE NOT = WS-TODAY
              AND RCVL-BUS-DATE NOT = WS-YDAY
               GO TO 1970-NEXT-RECOVERY
           END-IF

           IF RCVL-BUS-DATE NOT = WS-LAST-RECOV-DATE
               MOVE RCVL-BUS-DATE TO WS-LAST-RECOV-DATE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "RECOVER" TO DET-SOURCE
               STRING "BUSINESS DATE "   DELIMITED BY SIZE
                      RCVL-BUS-DATE      DELIMITED BY SIZE
                      " RECOVERED AFTER REDIS DATA LOSS"
                          DELIMITED BY SIZE
                      " - SEE RECOVRPT"  DELIMITED BY SIZE
                      INTO DET-TEXT
               END-STRING
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "RECOVER" TO DET-SOURCE.
           MOVE RECOVERY-LOG-RECORD TO DET-TEXT.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           ADD 1 TO WS-CNT-RECOV.
           ADD 1 TO WS-CNT-TOTAL.

       1970-NEXT-RECOVERY.
           PERFORM 1960-READ-RECOVERY
               THRU 1960-READ-RECOVERY-EXIT.
       1970-SIFT-ONE-RECOVERY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1980-CHECK-PUSH-SPOOL - anything on PUSHSPOL is a push that
      *  arrived while Redis was down and hasn't been replayed yet,
      *  however old - none of it is in the live counts.  An outage
      *  can spool thousands of rows, so the page gets one line with
      *  the count and the first and last arrival, not the rows.
      *----------------------------------------------------------------
       1980-CHECK-PUSH-SPOOL.
           OPEN INPUT PUSH-SPOOL-FILE.
           IF NOT WS-SPOOL-OK
               GO TO 1980-CHECK-PUSH-SPOOL-EXIT
           END-IF

           PERFORM 1985-READ-SPOOL
               THRU 1985-READ-SPOOL-EXIT.
           PERFORM 1990-COUNT-ONE-SPOOL
               THRU 1990-COUNT-ONE-SPOOL-EXIT
               UNTIL SPOOL-EOF.

           CLOSE PUSH-SPOOL-FILE.

           IF WS-CNT-SPOOL > 0
               MOVE WS-CNT-SPOOL TO WS-CNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "SPOOL" TO DET-SOURCE
               STRING "PUSHSPOL HOLDS "   DELIMITED BY SIZE
                      WS-CNT-DISPLAY      DELIMITED BY SIZE
                      " UNDRAINED PUSHES ARRIVED " DELIMITED BY SIZE
                      WS-SPOOL-FIRST      DELIMITED BY SIZE
                      " TO "              DELIMITED BY SIZE
                      WS-SPOOL-LAST       DELIMITED BY SIZE
                      " - RUN SPOOL-DRAIN" DELIMITED BY SIZE
                      INTO DET-TEXT
               END-STRING
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               ADD WS-CNT-SPOOL TO WS-CNT-TOTAL
           END-IF.
       1980-CHECK-PUSH-SPOOL-EXIT.
           EXIT.

       1985-READ-SPOOL.
           READ PUSH-SPOOL-FILE
               AT END
                   MOVE "10" TO WS-SPOOL-STATUS
           END-READ.
       1985-READ-SPOOL-EXIT.
           EXIT.

       1990-COUNT-ONE-SPOOL.
           ADD 1 TO WS-CNT-SPOOL.
           MOVE SPACES TO WS-SPOOL-LAST.
           STRING SPOL-ARRIVAL-DATE      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  SPOL-ARRIVAL-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-SPOOL-LAST
           END-STRING
           IF WS-CNT-SPOOL = 1
               MOVE WS-SPOOL-LAST TO WS-SPOOL-FIRST
           END-IF
           PERFORM 1985-READ-SPOOL
               THRU 1985-READ-SPOOL-EXIT.
       1990-COUNT-ONE-SPOOL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  1992-CHECK-HELD-PUSHES - the window's PUSHHELD rows: counter
      *  pushes spool-drain could not replay because their day had
      *  already been through rollover.  Draining again won't help;
      *  each needs a count adjustment against the day it arrived.
      *  One line with the count and the first and last arrival, as
      *  for the spool - the rows themselves are on PUSHHELD.
      *----------------------------------------------------------------
       1992-CHECK-HELD-PUSHES.
           OPEN INPUT PUSH-HELD-FILE.
           IF NOT WS-PHLD-OK
               GO TO 1992-CHECK-HELD-PUSHES-EXIT
           END-IF

           PERFORM 1994-READ-HELD
               THRU 1994-READ-HELD-EXIT.
           PERFORM 1996-COUNT-ONE-HELD
               THRU 1996-COUNT-ONE-HELD-EXIT
               UNTIL PHLD-EOF.

           CLOSE PUSH-HELD-FILE.

           IF WS-CNT-HELD > 0
               MOVE WS-CNT-HELD TO WS-CNT-DISPLAY
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "HELD" TO DET-SOURCE
               STRING "PUSHHELD TOOK "    DELIMITED BY SIZE
                      WS-CNT-DISPLAY      DELIMITED BY SIZE
                      " ROLLED-OVER PUSHES ARRIVED " DELIMITED BY SIZE
                      WS-HELD-FIRST       DELIMITED BY SIZE
                      " TO "              DELIMITED BY SIZE
                      WS-HELD-LAST        DELIMITED BY SIZE
                      " - POST A COUNT ADJUSTMENT" DELIMITED BY SIZE
                      INTO DET-TEXT
               END-STRING
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               ADD WS-CNT-HELD TO WS-CNT-TOTAL
           END-IF.
       1992-CHECK-HELD-PUSHES-EXIT.
           EXIT.

       1994-READ-HELD.
           READ PUSH-HELD-FILE
               AT END
                   MOVE "10" TO WS-PHLD-STATUS
           END-READ.
       1994-READ-HELD-EXIT.
           EXIT.

       1996-COUNT-ONE-HELD.
           IF PHLD-HOLD-DATE NOT = WS-TODAY
              AND PHLD-HOLD-DATE NOT = WS-YDAY
               GO TO 1996-NEXT-HELD
           END-IF

           ADD 1 TO WS-CNT-HELD.
           MOVE SPACES TO WS-HELD-LAST.
           STRING PHLD-ARRIVAL-DATE      DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  PHLD-ARRIVAL-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-HELD-LAST
           END-STRING
           IF WS-CNT-HELD = 1
               MOVE WS-HELD-LAST TO WS-HELD-FIRST
           END-IF.

       1996-NEXT-HELD.
           PERFORM 1994-READ-HELD
               THRU 1994-READ-HELD-EXIT.
       1996-COUNT-ONE-HELD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LIST-RECON-MISMATCHES - the window's RECONLOG rows: a
      *  counter whose reset never took effect is the first thing
      *  the morning check must see.  The manual count adjustments
      *  reconcile lists there ride along as ADJUST lines, windowed
      *  on the date they were posted rather than the (possibly
      *  much earlier) business date they correct.
      *----------------------------------------------------------------
       2000-LIST-RECON-MISMATCHES.
           OPEN INPUT MISMATCH-FILE.
           EXIT.

       2020-SIFT-ONE-MISMATCH.
           IF MISMATCH-IS-ADJUSTMENT
               IF MISMATCH-POST-DATE = WS-TODAY
                  OR MISMATCH-POST-DATE = WS-YDAY
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "ADJUST" TO DET-SOURCE
                   MOVE MISMATCH-RECORD TO DET-TEXT
                   PERFORM 4000-WRITE-DETAIL-LINE
                       THRU 4000-WRITE-DETAIL-LINE-EXIT
                   ADD 1 TO WS-CNT-ADJUST
                   ADD 1 TO WS-CNT-TOTAL
               END-IF
               GO TO 2020-NEXT-MISMATCH
           END-IF

           IF MISMATCH-BUS-DATE = WS-TODAY
              OR MISMATCH-BUS-DATE = WS-YDAY
               MOVE SPACES TO WS-DETAIL-LINE
               ADD 1 TO WS-CNT-RECON
               ADD 1 TO WS-CNT-TOTAL
           END-IF.

       2020-NEXT-MISMATCH.
           PERFORM 2010-READ-MISMATCH
               THRU 2010-READ-MISMATCH-EXIT.
       2020-SIFT-ONE-MISMATCH-EXIT.
           PERFORM 4100-PRINT-PAGE-TOP
               THRU 4100-PRINT-PAGE-TOP-EXIT.

           MOVE "RECOVLOG" TO SUM-SOURCE.
           MOVE WS-CNT-RECOV TO SUM-COUNT.
           PERFORM 5100-WRITE-ONE-TALLY
               THRU 5100-WRITE-ONE-TALLY-EXIT.
           MOVE "PUSHSPOL" TO SUM-SOURCE.
           MOVE WS-CNT-SPOOL TO SUM-COUNT.
           PERFORM 5100-WRITE-ONE-TALLY
               THRU 5100-WRITE-ONE-TALLY-EXIT.
           MOVE "PUSHHELD" TO SUM-SOURCE.
           MOVE WS-CNT-HELD TO SUM-COUNT.
           PERFORM 5100-WRITE-ONE-TALLY
               THRU 5100-WRITE-ONE-TALLY-EXIT.
           MOVE "RECONLOG" TO SUM-SOURCE.
           MOVE WS-CNT-RECON TO SUM-COUNT.
           PERFORM 5100-WRITE-ONE-TALLY
               THRU 5100-WRITE-ONE-TALLY-EXIT.
           MOVE "ADJUST" TO SUM-SOURCE.
           MOVE WS-CNT-ADJUST TO SUM-COUNT.
           PERFORM 5100-WRITE-ONE-TALLY
               THRU 5100-WRITE-ONE-TALLY-EXIT.
           MOVE "DLVRLOG" TO SUM-SOURCE.
