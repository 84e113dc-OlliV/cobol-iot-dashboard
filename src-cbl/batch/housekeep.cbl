      *      2026-09-03  KT  Journal START/COMPLETE through
      *                      run-control so the nightly chain
      *                      driver can see the job ran.
      *      2026-10-02  KT  Archive and work rows widened for the
      *                      reading sign columns on HISTORY,
      *                      DAILYSUM, and ALERTLOG.
      *      2026-10-06  KT  HISTORY compaction buffer sized for
      *                      the 500-key metric master.
      *      2026-10-12  KT  DAILYSUM archive and work rows widened
      *                      for the count-adjustment columns.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. housekeep.
       01  WORK-RECORD                 PIC X(160).

       FD  HIST-ARCHIVE-FILE.
       01  HIST-ARCHIVE-RECORD         PIC X(57).

       FD  DAILY-ARCHIVE-FILE.
       01  DAILY-ARCHIVE-RECORD        PIC X(76).

       FD  ALERT-ARCHIVE-FILE.
       01  ALERT-ARCHIVE-RECORD        PIC X(84).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD        PIC X(153).
       01  WS-KEPT-DISPLAY             PIC Z(06)9.
       01  WS-FILE-LABEL               PIC X(08).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

      *  Per-key buffer for the HISTORY compaction band: the last
      *  sample seen so far for the key's day being compacted.
       01  WS-COMPACT-TABLE.
           05  WS-COMPACT-COUNT        PIC 9(03) VALUE 0.
           05  WS-COMPACT-ENTRY        OCCURS 500 TIMES.
               10  CMP-KEY             PIC X(30).
               10  CMP-DATE            PIC X(08).
               10  CMP-ROW             PIC X(57).
               10  CMP-USED            PIC X(01).
                   88  CMP-IN-USE      VALUE "Y".

                       UNTIL WS-KEY-IDX > WS-COMPACT-COUNT
                   MOVE 0 TO WS-COMPACT-COUNT
                   MOVE SPACES TO WORK-RECORD
                   MOVE HISTORY-RECORD TO WORK-RECORD(1:57)
                   WRITE WORK-RECORD
                   ADD 1 TO WS-KEPT-COUNT
               WHEN HIST-BUS-DATE NOT < WS-HIST-ARCHIVE-CUT
                  OR WS-MATCH-IDX > 0.

           IF WS-MATCH-IDX = 0
               IF WS-COMPACT-COUNT < 500
                   ADD 1 TO WS-COMPACT-COUNT
                   MOVE WS-COMPACT-COUNT TO WS-MATCH-IDX
                   MOVE HIST-KEY TO CMP-KEY(WS-MATCH-IDX)
      *            More distinct keys than buffer slots - keep the
      *            row live untouched rather than lose it.
                   MOVE SPACES TO WORK-RECORD
                   MOVE HISTORY-RECORD TO WORK-RECORD(1:57)
                   WRITE WORK-RECORD
                   ADD 1 TO WS-KEPT-COUNT
                   GO TO 2300-COMPACT-ONE-SAMPLE-EXIT
      *            New day for the key - the held row was its day's
      *            last sample; it stays live.
                   MOVE SPACES TO WORK-RECORD
                   MOVE CMP-ROW(WS-MATCH-IDX) TO WORK-RECORD(1:57)
                   WRITE WORK-RECORD
                   ADD 1 TO WS-KEPT-COUNT
               END-IF
       2400-FLUSH-ONE-PENDING.
           IF CMP-IN-USE(WS-KEY-IDX)
               MOVE SPACES TO WORK-RECORD
               MOVE CMP-ROW(WS-KEY-IDX) TO WORK-RECORD(1:57)
               WRITE WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF.
           EXIT.

       8010-COPY-ONE-HISTORY-ROW.
           MOVE WORK-RECORD(1:57) TO HISTORY-RECORD.
           WRITE HISTORY-RECORD.
           PERFORM 8100-READ-WORK
               THRU 8100-READ-WORK-EXIT.
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               MOVE SPACES TO WORK-RECORD
               MOVE DAILY-SUMMARY-RECORD TO WORK-RECORD(1:76)
               WRITE WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           EXIT.

       3300-COPY-ONE-DAILY-ROW.
           MOVE WORK-RECORD(1:76) TO DAILY-SUMMARY-RECORD.
           WRITE DAILY-SUMMARY-RECORD.
           PERFORM 8100-READ-WORK
               THRU 8100-READ-WORK-EXIT.
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               MOVE SPACES TO WORK-RECORD
               MOVE ALERT-RECORD TO WORK-RECORD(1:84)
               WRITE WORK-RECORD
               ADD 1 TO WS-KEPT-COUNT
           END-IF
           EXIT.

       4300-COPY-ONE-ALERT-ROW.
           MOVE WORK-RECORD(1:84) TO ALERT-RECORD.
           WRITE ALERT-RECORD.
           PERFORM 8100-READ-WORK
               THRU 8100-READ-WORK-EXIT.
