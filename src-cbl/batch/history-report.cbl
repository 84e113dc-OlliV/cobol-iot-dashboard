      *      2026-08-22  KT  Gauge keys report the bucket's closing
      *                      reading rather than a first-to-last
      *                      delta, which is meaningless for them.
      *      2026-10-02  KT  Gauge readings keep their sign and are
      *                      printed at the key's decimal places,
      *                      with its unit in a new UNIT column.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. history-report.
       COPY METRICTB.

       01  WS-KEY-STATE
               OCCURS 1 TO 500 TIMES DEPENDING ON KNOWN-METRIC-COUNT.
           05  WS-STATE-KEY            PIC X(30).
           05  WS-STATE-BUCKET         PIC X(10).
           05  WS-STATE-START-VAL      PIC S9(09).
           05  WS-STATE-LAST-VAL       PIC S9(09).
           05  WS-STATE-ACTIVE         PIC X(01) VALUE "N".
               88  WS-STATE-IS-ACTIVE  VALUE "Y".
           05  WS-STATE-TYPE           PIC X(01).
               88  WS-STATE-IS-GAUGE   VALUE "G".
           05  WS-STATE-DECIMALS       PIC 9(01).
           05  WS-STATE-UNIT           PIC X(08).

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.
       01  WS-DELTA                    PIC S9(09).
       01  WS-DELTA-DISPLAY            PIC -(9)9.
       01  WS-HIST-VALUE               PIC S9(09).
       01  WS-REPORT-UNIT              PIC X(08).

       COPY RDCVCM.

       PROCEDURE DIVISION.

           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT REPORT-FILE.

           MOVE "BUCKET,KEY,COUNT,UNIT" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM 1100-PRIME-ONE-KEY
           MOVE "N" TO WS-STATE-ACTIVE(WS-KEY-IDX).
           MOVE KNOWN-METRIC-TYPE(WS-KEY-IDX)
               TO WS-STATE-TYPE(WS-KEY-IDX).
           MOVE KNOWN-METRIC-DECIMALS(WS-KEY-IDX)
               TO WS-STATE-DECIMALS(WS-KEY-IDX).
           MOVE KNOWN-METRIC-UNIT(WS-KEY-IDX)
               TO WS-STATE-UNIT(WS-KEY-IDX).
       1100-PRIME-ONE-KEY-EXIT.
           EXIT.

           PERFORM 3100-FIND-KEY-SLOT
               THRU 3100-FIND-KEY-SLOT-EXIT.

           MOVE HIST-VALUE TO WS-HIST-VALUE.
           IF HIST-NEGATIVE
               COMPUTE WS-HIST-VALUE = 0 - HIST-VALUE
           END-IF

           IF WS-MATCH-IDX > 0 THEN
               IF WS-STATE-IS-ACTIVE(WS-MATCH-IDX)
                  AND WS-STATE-BUCKET(WS-MATCH-IDX) NOT = WS-BUCKET THEN

               IF NOT WS-STATE-IS-ACTIVE(WS-MATCH-IDX) THEN
                   MOVE WS-BUCKET TO WS-STATE-BUCKET(WS-MATCH-IDX)
                   MOVE WS-HIST-VALUE
                       TO WS-STATE-START-VAL(WS-MATCH-IDX)
                   MOVE "Y" TO WS-STATE-ACTIVE(WS-MATCH-IDX)
               END-IF

               MOVE WS-HIST-VALUE
                   TO WS-STATE-LAST-VAL(WS-MATCH-IDX)
           END-IF.

           PERFORM 2000-READ-HISTORY
      *----------------------------------------------------------------
      *  3200-WRITE-BUCKET-LINE - emit one CSV row for the bucket
      *  this key just finished: the first-to-last delta for a
      *  counter, the closing reading for a gauge - edited to the
      *  key's decimal places, its unit in the UNIT column.
      *----------------------------------------------------------------
       3200-WRITE-BUCKET-LINE.
           MOVE SPACES TO WS-REPORT-UNIT.
           IF WS-STATE-IS-GAUGE(WS-MATCH-IDX) THEN
               MOVE "FORMAT" TO RDCV-FUNCTION
               MOVE WS-STATE-LAST-VAL(WS-MATCH-IDX) TO RDCV-VALUE
               MOVE WS-STATE-DECIMALS(WS-MATCH-IDX) TO RDCV-DECIMALS
               MOVE SPACES TO RDCV-UNIT
               CALL "reading-conv" USING READING-CONV-PARMS
               MOVE WS-STATE-UNIT(WS-MATCH-IDX) TO WS-REPORT-UNIT
           ELSE
               COMPUTE WS-DELTA =
                   WS-STATE-LAST-VAL(WS-MATCH-IDX)
                   - WS-STATE-START-VAL(WS-MATCH-IDX)
               MOVE WS-DELTA TO WS-DELTA-DISPLAY
               MOVE FUNCTION TRIM(WS-DELTA-DISPLAY) TO RDCV-TEXT
           END-IF.

           MOVE SPACES TO REPORT-RECORD
           STRING WS-STATE-BUCKET(WS-MATCH-IDX) DELIMITED BY SIZE
                  ","                            DELIMITED BY SIZE
                  WS-STATE-KEY(WS-MATCH-IDX)     DELIMITED BY SPACE
                  ","                            DELIMITED BY SIZE
                  RDCV-TEXT                      DELIMITED BY SPACE
                  ","                            DELIMITED BY SIZE
                  WS-REPORT-UNIT                 DELIMITED BY "  "
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.
