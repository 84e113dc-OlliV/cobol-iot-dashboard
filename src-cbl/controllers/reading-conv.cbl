      *================================================================
      *
      *  PROGRAM:     reading-conv
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-02
      *
      *  PURPOSE:  Shared conversion of gauge readings between the
      *            text a device, an intake file or an operator
      *            sends ("-18", "12.6") and the signed scaled whole
      *            number the suite holds (RDCVCM.cpy explains the
      *            scale), and back again for printing with the
      *            key's unit of measure ("-18.0 C").  Before this
      *            every program had its own unsigned-digits loop,
      *            and a freezer at -18 or a battery at 12.6 volts
      *            could only be sent as a made-up scaled number.
      *
      *            Callers CALL this with RDCVCM.cpy's parameter
      *            block: PARSE validates and scales, FORMAT edits.
      *            Up to 3 decimal places are supported - the most
      *            metric-maint will accept for a key.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-02  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reading-conv.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PARSE-OK-FLAG        PIC X(01) VALUE "Y".
               88  WS-PARSE-OK         VALUE "Y".
           05  WS-POINT-SEEN-FLAG      PIC X(01) VALUE "N".
               88  WS-POINT-SEEN       VALUE "Y".
           05  WS-NEGATIVE-FLAG        PIC X(01) VALUE "N".
               88  WS-NEGATIVE         VALUE "Y".

       01  WS-CHAR                     PIC X(01).
       01  WS-CHAR-IDX                 PIC 9(02) BINARY.
       01  WS-DIGIT                    PIC 9(01).
       01  WS-DIGIT-COUNT              PIC 9(02) BINARY.
       01  WS-FRAC-COUNT               PIC 9(02) BINARY.
       01  WS-PARSE-NUM                PIC 9(10).

       01  WS-EDIT-0                   PIC -(9)9.
       01  WS-EDIT-1                   PIC -(8)9.9.
       01  WS-EDIT-2                   PIC -(7)9.99.
       01  WS-EDIT-3                   PIC -(6)9.999.
       01  WS-EDIT-TEXT                PIC X(12).
       01  WS-START-IDX                PIC 9(02) BINARY.

       LINKAGE SECTION.
       COPY RDCVCM.

       PROCEDURE DIVISION USING READING-CONV-PARMS.

       0000-MAINLINE.
           MOVE "OK" TO RDCV-STATUS.
           IF RDCV-DECIMALS NOT NUMERIC
              OR RDCV-DECIMALS > 3
               MOVE 0 TO RDCV-DECIMALS
           END-IF

           EVALUATE RDCV-FUNCTION
               WHEN "PARSE"
                   PERFORM 2000-PARSE-READING
                       THRU 2000-PARSE-READING-EXIT
               WHEN "FORMAT"
                   PERFORM 3000-FORMAT-READING
                       THRU 3000-FORMAT-READING-EXIT
               WHEN OTHER
                   MOVE "BAD" TO RDCV-STATUS
           END-EVALUATE.

           GOBACK.

      *----------------------------------------------------------------
      *  2000-PARSE-READING - an optional leading sign, digits, and
      *  at most one point, up to the first blank.  Fewer decimal
      *  places than the key carries are padded out (12.6 at two
      *  places is 1260); more are refused unless they are zeros -
      *  quietly rounding a reading would be guessing at it.
      *----------------------------------------------------------------
       2000-PARSE-READING.
           MOVE "Y" TO WS-PARSE-OK-FLAG.
           MOVE "N" TO WS-POINT-SEEN-FLAG.
           MOVE "N" TO WS-NEGATIVE-FLAG.
           MOVE 0 TO WS-DIGIT-COUNT.
           MOVE 0 TO WS-FRAC-COUNT.
           MOVE 0 TO WS-PARSE-NUM.
           MOVE 0 TO RDCV-VALUE.

           IF RDCV-TEXT = SPACES
               MOVE "BAD" TO RDCV-STATUS
               GO TO 2000-PARSE-READING-EXIT
           END-IF

           MOVE 1 TO WS-CHAR-IDX.
           IF RDCV-TEXT(1:1) = "-"
               MOVE "Y" TO WS-NEGATIVE-FLAG
               MOVE 2 TO WS-CHAR-IDX
           END-IF
           IF RDCV-TEXT(1:1) = "+"
               MOVE 2 TO WS-CHAR-IDX
           END-IF

           PERFORM 2100-PARSE-ONE-CHAR
               THRU 2100-PARSE-ONE-CHAR-EXIT
               UNTIL WS-CHAR-IDX > 20
                  OR NOT WS-PARSE-OK.
           IF NOT WS-PARSE-OK
               GO TO 2000-PARSE-BAD
           END-IF
           IF WS-DIGIT-COUNT = 0
               GO TO 2000-PARSE-BAD
           END-IF

           PERFORM 2200-PAD-ONE-PLACE
               THRU 2200-PAD-ONE-PLACE-EXIT
               UNTIL WS-FRAC-COUNT NOT < RDCV-DECIMALS
                  OR NOT WS-PARSE-OK.
           IF NOT WS-PARSE-OK
               GO TO 2000-PARSE-BAD
           END-IF

           IF WS-NEGATIVE
               COMPUTE RDCV-VALUE = 0 - WS-PARSE-NUM
           ELSE
               MOVE WS-PARSE-NUM TO RDCV-VALUE
           END-IF
           GO TO 2000-PARSE-READING-EXIT.

       2000-PARSE-BAD.
           MOVE 0 TO RDCV-VALUE.
           MOVE "BAD" TO RDCV-STATUS.
       2000-PARSE-READING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-PARSE-ONE-CHAR - a blank ends the reading; the rest of
      *  the text must then be blank too.
      *----------------------------------------------------------------
       2100-PARSE-ONE-CHAR.
           MOVE RDCV-TEXT(WS-CHAR-IDX:1) TO WS-CHAR.
           EVALUATE TRUE
               WHEN WS-CHAR = SPACE
                   IF RDCV-TEXT(WS-CHAR-IDX:) NOT = SPACES
                       MOVE "N" TO WS-PARSE-OK-FLAG
                   END-IF
                   MOVE 21 TO WS-CHAR-IDX
                   GO TO 2100-PARSE-ONE-CHAR-EXIT
               WHEN WS-CHAR = "."
                   IF WS-POINT-SEEN
                       MOVE "N" TO WS-PARSE-OK-FLAG
                   END-IF
                   MOVE "Y" TO WS-POINT-SEEN-FLAG
               WHEN WS-CHAR >= "0" AND WS-CHAR <= "9"
                   MOVE WS-CHAR TO WS-DIGIT
                   ADD 1 TO WS-DIGIT-COUNT
                   IF WS-POINT-SEEN
                       IF WS-FRAC-COUNT < RDCV-DECIMALS
                           ADD 1 TO WS-FRAC-COUNT
                           COMPUTE WS-PARSE-NUM =
                               (WS-PARSE-NUM * 10) + WS-DIGIT
                       ELSE
                           IF WS-DIGIT NOT = 0
                               MOVE "N" TO WS-PARSE-OK-FLAG
                           END-IF
                       END-IF
                   ELSE
                       COMPUTE WS-PARSE-NUM =
                           (WS-PARSE-NUM * 10) + WS-DIGIT
                   END-IF
                   IF WS-PARSE-NUM > 999999999
                       MOVE "N" TO WS-PARSE-OK-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-PARSE-OK-FLAG
           END-EVALUATE
           ADD 1 TO WS-CHAR-IDX.
       2100-PARSE-ONE-CHAR-EXIT.
           EXIT.

       2200-PAD-ONE-PLACE.
           ADD 1 TO WS-FRAC-COUNT.
           COMPUTE WS-PARSE-NUM = WS-PARSE-NUM * 10.
           IF WS-PARSE-NUM > 999999999
               MOVE "N" TO WS-PARSE-OK-FLAG
           END-IF.
       2200-PAD-ONE-PLACE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-FORMAT-READING - edit the scaled value back to the
      *  key's decimal places, drop the leading blanks, and put the
      *  unit after it.
      *----------------------------------------------------------------
       3000-FORMAT-READING.
           EVALUATE RDCV-DECIMALS
               WHEN 1
                   COMPUTE WS-EDIT-1 = RDCV-VALUE / 10
                   MOVE WS-EDIT-1 TO WS-EDIT-TEXT
               WHEN 2
                   COMPUTE WS-EDIT-2 = RDCV-VALUE / 100
                   MOVE WS-EDIT-2 TO WS-EDIT-TEXT
               WHEN 3
                   COMPUTE WS-EDIT-3 = RDCV-VALUE / 1000
                   MOVE WS-EDIT-3 TO WS-EDIT-TEXT
               WHEN OTHER
                   MOVE RDCV-VALUE TO WS-EDIT-0
                   MOVE WS-EDIT-0 TO WS-EDIT-TEXT
           END-EVALUATE

           MOVE 1 TO WS-START-IDX.
           PERFORM 3100-SKIP-ONE-BLANK
               THRU 3100-SKIP-ONE-BLANK-EXIT
               UNTIL WS-START-IDX > 11
                  OR WS-EDIT-TEXT(WS-START-IDX:1) NOT = SPACE.

           MOVE SPACES TO RDCV-TEXT.
           IF RDCV-UNIT = SPACES
               MOVE WS-EDIT-TEXT(WS-START-IDX:) TO RDCV-TEXT
           ELSE
               STRING WS-EDIT-TEXT(WS-START-IDX:) DELIMITED BY SPACE
                      " "                         DELIMITED BY SIZE
                      RDCV-UNIT                   DELIMITED BY SPACE
                      INTO RDCV-TEXT
               END-STRING
           END-IF.
       3000-FORMAT-READING-EXIT.
           EXIT.

       3100-SKIP-ONE-BLANK.
           ADD 1 TO WS-START-IDX.
       3100-SKIP-ONE-BLANK-EXIT.
           EXIT.

       END PROGRAM reading-conv.
