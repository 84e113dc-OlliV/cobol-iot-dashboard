      *      2026-09-03  KT  Journal START/COMPLETE through
      *                      run-control so the nightly chain
      *                      driver can see the job ran.
      *      2026-10-02  KT  Gauge readings below zero keep their
      *                      sign on the sample.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. history-sample.
           05  WS-SAMPLE-HS            PIC 9(02).
       01  WS-SAMPLE-TIME-DISPLAY      PIC X(06).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.

       COPY METRICTB.
       COPY AUDITCOM.
           MOVE WS-SAMPLE-TIME-DISPLAY TO HIST-TIME.
           MOVE KNOWN-METRIC-KEY(WS-KEY-IDX) TO HIST-KEY.
           MOVE OUTVAL TO HIST-VALUE.
           IF OUTVAL < 0
               MOVE "-" TO HIST-SIGN
           END-IF
           WRITE HISTORY-RECORD.
       2000-SAMPLE-ONE-METRIC-EXIT.
           EXIT.
