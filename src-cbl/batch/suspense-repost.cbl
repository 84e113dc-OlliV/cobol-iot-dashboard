      *                      suspense rewrite; a failure abandons
      *                      the run with SUSPENSE untouched and a
      *                      REPOST-FAIL audit line.
      *      2026-10-02  KT  Gauge readings validate through
      *                      reading-conv: signed, with the key's
      *                      decimal places.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. suspense-repost.

       01  REDIS-ERR                   PIC S9(9) VALUE -1.

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

       01  WS-VALUE-NUM                PIC S9(09) VALUE 0.
       01  WS-VALUE-ABS                PIC 9(09) VALUE 0.
       01  WS-VALUE-SIGN               PIC X(01) VALUE SPACE.

       01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
       01  WS-HELD-COUNT               PIC 9(07) VALUE 0.

       COPY METRICTB.
       COPY AUDITCOM.
       COPY RDCVCM.

       PROCEDURE DIVISION.

               STRING "SET "       DELIMITED BY SIZE
                      SUSP-KEY     DELIMITED BY SPACE
                      " "          DELIMITED BY SIZE
                      WS-VALUE-SIGN
                                   DELIMITED BY SPACE
                      WS-VALUE-ABS DELIMITED BY SIZE
                      INTO STR
               END-STRING
           ELSE
           END-IF.

      *----------------------------------------------------------------
      *  3200-CONVERT-HELD-VALUE - same reading-conv rule push.cbl
      *  applies to a live gauge value: optionally signed, no more
      *  decimal places than the key carries.
      *----------------------------------------------------------------
       3200-CONVERT-HELD-VALUE.
           MOVE "N" TO WS-VALUE-VALID-FLAG.
           MOVE 0 TO WS-VALUE-NUM.
           MOVE "PARSE" TO RDCV-FUNCTION.
           MOVE SUSP-VALUE TO RDCV-TEXT.
           MOVE KNOWN-METRIC-DECIMALS(WS-MATCH-IDX) TO RDCV-DECIMALS.
           MOVE SPACES TO RDCV-UNIT.
           CALL "reading-conv" USING READING-CONV-PARMS.
           IF RDCV-OK
               MOVE RDCV-VALUE TO WS-VALUE-NUM
               MOVE "Y" TO WS-VALUE-VALID-FLAG
           END-IF
           MOVE WS-VALUE-NUM TO WS-VALUE-ABS.
           IF WS-VALUE-NUM < 0
               MOVE "-" TO WS-VALUE-SIGN
           ELSE
               MOVE SPACE TO WS-VALUE-SIGN
           END-IF.
       3200-CONVERT-HELD-VALUE-EXIT.
           EXIT.

       4000-HOLD-ONE-ROW.
           MOVE SPACES TO REPOST-WORK-RECORD.
           MOVE SUSPENSE-RECORD TO REPOST-WORK-RECORD.
