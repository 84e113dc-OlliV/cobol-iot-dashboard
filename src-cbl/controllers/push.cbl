        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY SUSPFD.
            COPY SPOLFD.
            COPY MMSTFD.

        DATA DIVISION.
        FILE SECTION.
            COPY SUSPRC.
            COPY SPOLRC.
            COPY MMSTRC.

        WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
            05 WS-SUSPENSE-STATUS       PIC X(02).
                88 WS-SUSPENSE-OK       VALUE "00".
            05 WS-SPOOL-STATUS          PIC X(02).
                88 WS-SPOOL-OK          VALUE "00".
            05 WS-SPOOL-WRITE-STATUS    PIC X(02).
                88 WS-SPOOL-WRITTEN     VALUE "00".
            05 WS-MMST-STATUS           PIC X(02).
                88 WS-MMST-OK           VALUE "00".
        01 the-vars.
            03  COW-vars                OCCURS 110 TIMES.
                05 COW-varname          PIC X(99).
        01 WS-DEVICE-ID                 PIC X(20) VALUE SPACES.
        01 WS-REDIS-KEY                 PIC X(51) VALUE SPACES.
        01 WS-QV-IDX                    PIC 9(02) BINARY.
        01 WS-KEY-FOUND-FLAG            PIC X(01) VALUE "N".
            88 WS-KEY-FOUND             VALUE "Y".
        01 WS-KEY-TYPE                  PIC X(01) VALUE "C".
            88 WS-KEY-IS-GAUGE          VALUE "G".
        01 WS-KEY-DECIMALS              PIC 9(01) VALUE 0.

        01 WS-VALUE-TEXT                PIC X(90) VALUE SPACES.
        01 WS-VALUE-NUM                 PIC S9(09) VALUE 0.
        01 WS-VALUE-ABS                 PIC 9(09) VALUE 0.
        01 WS-VALUE-SIGN                PIC X(01) VALUE SPACE.
        01 WS-VALUE-VALID-FLAG          PIC X(01) VALUE "N".
            88 WS-VALUE-VALID           VALUE "Y".

                10 WS-SS                PIC 9(02).
                10 WS-HS                PIC 9(02).

        COPY AUDITCOM.
        COPY RDCVCM.

        LINKAGE SECTION.
        01 the-values.

            PERFORM BUILD-REDIS-KEY.

            PERFORM READ-KNOWN-KEY.

            IF NOT WS-KEY-FOUND THEN
                MOVE "UNKNOWN-KEY" TO WS-SUSP-REASON
                PERFORM WRITE-SUSPENSE-RECORD
                EXIT PROGRAM

            CALL "redis-connect-retry" USING RETVAL.
            IF RETVAL = REDIS-ERR THEN
                PERFORM SPOOL-PUSH
                EXIT PROGRAM
            END-IF

            IF WS-KEY-IS-GAUGE THEN
                PERFORM STORE-GAUGE-READING
            ELSE
                PERFORM INCREMENT-COUNTER
            END-IF.

      *----------------------------------------------------------------
      *  READ-KNOWN-KEY - fetch the built key's row from the metric
      *  master with one keyed read, rather than loading the whole
      *  table for every push.  The row says whether it's a counter
      *  to INCR or a gauge whose pushed reading is stored as-is;
      *  WS-KEY-FOUND stays off for a key the master doesn't list
      *  as active (the same rows metric-load passes over), and
      *  such a push goes to the suspense file instead of minting
      *  an orphan Redis key no other program would ever read.  A
      *  master that won't open is audit-logged as metric-load
      *  does, and the push is held in suspense the same way.
      *----------------------------------------------------------------
        READ-KNOWN-KEY.
            MOVE "N" TO WS-KEY-FOUND-FLAG.
            MOVE "C" TO WS-KEY-TYPE.
            MOVE 0 TO WS-KEY-DECIMALS.

            OPEN INPUT METRIC-MASTER-FILE.
            IF NOT WS-MMST-OK THEN
                MOVE "push"         TO AUDIT-PROGRAM-ID
                MOVE "OPEN-FAIL"    TO AUDIT-OPERATION
                MOVE "METRMSTR"     TO AUDIT-DETAIL
                MOVE SPACES         TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
            ELSE
                MOVE WS-REDIS-KEY TO MMST-KEY
                READ METRIC-MASTER-FILE KEY IS MMST-KEY
                    INVALID KEY
                        MOVE "23" TO WS-MMST-STATUS
                END-READ
                IF WS-MMST-OK
                   AND MMST-ACTIVE
                   AND MMST-THRESHOLD NUMERIC THEN
                    MOVE "Y" TO WS-KEY-FOUND-FLAG
                    IF MMST-TYPE-GAUGE THEN
                        MOVE "G" TO WS-KEY-TYPE
                    END-IF
                    IF MMST-DECIMALS NUMERIC THEN
                        MOVE MMST-DECIMALS TO WS-KEY-DECIMALS
                    END-IF
                END-IF
                CLOSE METRIC-MASTER-FILE
            END-IF.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
      *  STORE-GAUGE-READING - a gauge key carries the sensor's
      *  actual reading in the "value" query value; SET it on the
      *  key rather than counting events.  The reading may be signed
      *  and carry the key's decimal places ("-18", "12.6"); it is
      *  SET as the scaled whole number the rest of the suite reads
      *  (see RDCVCM.cpy).  A gauge push without a clean reading
      *  goes to the suspense file - guessing a reading would be
      *  worse than missing one.
      *----------------------------------------------------------------
        STORE-GAUGE-READING.
            PERFORM CONVERT-PUSH-VALUE.
                STRING "SET "        DELIMITED BY SIZE
                       WS-REDIS-KEY  DELIMITED BY SPACE
                       " "           DELIMITED BY SIZE
                       WS-VALUE-SIGN DELIMITED BY SPACE
                       WS-VALUE-ABS  DELIMITED BY SIZE
                       INTO STR
                END-STRING
                CALL "redis_cmd_int" USING
                    MOVE STR          TO AUDIT-DETAIL
                    MOVE SPACES       TO AUDIT-OPERATOR-ID
                    CALL "audit-log" USING AUDIT-CALL-PARMS
                ELSE
                    PERFORM STAMP-GAUGE-READING
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  STAMP-GAUGE-READING - note when the live reading was taken
      *  on <key>:setdate (YYYYMMDD) and <key>:settime (HHMMSSHH),
      *  so spool-drain can tell whether a reading held back during
      *  an outage is newer than what is live now.  A failed stamp
      *  only costs that comparison, so it is not audited.
      *----------------------------------------------------------------
        STAMP-GAUGE-READING.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.

            MOVE SPACES TO STR
            STRING "SET "          DELIMITED BY SIZE
                   WS-REDIS-KEY    DELIMITED BY SPACE
                   ":setdate "     DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   INTO STR
            END-STRING
            CALL "redis_cmd_int" USING
                STR
                NULL
                RETURNING RETVAL
            END-CALL

            MOVE SPACES TO STR
            STRING "SET "          DELIMITED BY SIZE
                   WS-REDIS-KEY    DELIMITED BY SPACE
                   ":settime "     DELIMITED BY SIZE
                   WS-CURRENT-TIME DELIMITED BY SIZE
                   INTO STR
            END-STRING
            CALL "redis_cmd_int" USING
                STR
                NULL
                RETURNING RETVAL
            END-CALL.

      *----------------------------------------------------------------
      *  SPOOL-PUSH - Redis didn't answer even after the retries, so
      *  rather than lose the event or reading it goes on the
      *  pending-push spool for spool-drain to replay once Redis is
      *  back.  A gauge reading is validated first, the same as a
      *  live one - a bad value still goes to suspense, not the
      *  spool.  The CONNECT-FAIL audit line stays, and says whether
      *  the push was held or (spool unwritable too) lost.
      *----------------------------------------------------------------
        SPOOL-PUSH.
            IF WS-KEY-IS-GAUGE THEN
                PERFORM CONVERT-PUSH-VALUE
            ELSE
                MOVE 1 TO WS-VALUE-NUM
                MOVE 1 TO WS-VALUE-ABS
                MOVE SPACE TO WS-VALUE-SIGN
                MOVE "Y" TO WS-VALUE-VALID-FLAG
            END-IF

            IF NOT WS-VALUE-VALID THEN
                MOVE "BAD-VALUE" TO WS-SUSP-REASON
                PERFORM WRITE-SUSPENSE-RECORD
            ELSE
                PERFORM WRITE-SPOOL-RECORD
                MOVE "push"          TO AUDIT-PROGRAM-ID
                MOVE "CONNECT-FAIL"  TO AUDIT-OPERATION
                MOVE SPACES          TO AUDIT-DETAIL
                IF WS-SPOOL-WRITTEN THEN
                    STRING "redis_connect - spooled "
                               DELIMITED BY SIZE
                           WS-REDIS-KEY DELIMITED BY SPACE
                           INTO AUDIT-DETAIL
                    END-STRING
                ELSE
                    STRING "redis_connect - spool unwritable, lost "
                               DELIMITED BY SIZE
                           WS-REDIS-KEY DELIMITED BY SPACE
                           INTO AUDIT-DETAIL
                    END-STRING
                END-IF
                MOVE SPACES          TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
            END-IF.

      *----------------------------------------------------------------
      *  WRITE-SPOOL-RECORD - append the push to the spool with its
      *  arrival date and time; WS-SPOOL-WRITTEN is left on only
      *  when the row actually went on - the WRITE's own status is
      *  kept, since the CLOSE after it overwrites WS-SPOOL-STATUS.
      *----------------------------------------------------------------
        WRITE-SPOOL-RECORD.
            ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CURRENT-TIME FROM TIME.
            MOVE "99" TO WS-SPOOL-WRITE-STATUS.

            OPEN EXTEND PUSH-SPOOL-FILE.
            IF NOT WS-SPOOL-OK
                CLOSE PUSH-SPOOL-FILE
                OPEN OUTPUT PUSH-SPOOL-FILE
            END-IF
            IF WS-SPOOL-OK
                MOVE SPACES TO PUSH-SPOOL-RECORD
                MOVE WS-CURRENT-DATE TO SPOL-ARRIVAL-DATE
                MOVE WS-CURRENT-TIME TO SPOL-ARRIVAL-TIME
                MOVE WS-REDIS-KEY TO SPOL-KEY
                MOVE WS-KEY-TYPE TO SPOL-TYPE
                MOVE WS-VALUE-ABS TO SPOL-VALUE
                MOVE WS-VALUE-SIGN TO SPOL-SIGN
                WRITE PUSH-SPOOL-RECORD
                MOVE WS-SPOOL-STATUS TO WS-SPOOL-WRITE-STATUS
                CLOSE PUSH-SPOOL-FILE
            END-IF.

      *----------------------------------------------------------------
            CLOSE SUSPENSE-FILE.

      *----------------------------------------------------------------
      *  CONVERT-PUSH-VALUE - turn the "value" query value into the
      *  key's scaled reading through reading-conv; anything other
      *  than an optionally signed number with no more decimal
      *  places than the key carries leaves WS-VALUE-VALID off.
      *  WS-VALUE-ABS / WS-VALUE-SIGN are the digits and "-" (or
      *  blank) the SET and the spool row are built from.
      *----------------------------------------------------------------
        CONVERT-PUSH-VALUE.
            MOVE "N" TO WS-VALUE-VALID-FLAG.
            MOVE 0 TO WS-VALUE-NUM.
            IF WS-VALUE-TEXT NOT = SPACES
               AND WS-VALUE-TEXT(21:70) = SPACES THEN
                MOVE "PARSE" TO RDCV-FUNCTION
                MOVE WS-VALUE-TEXT(1:20) TO RDCV-TEXT
                MOVE WS-KEY-DECIMALS TO RDCV-DECIMALS
                MOVE SPACES TO RDCV-UNIT
                CALL "reading-conv" USING READING-CONV-PARMS
                IF RDCV-OK THEN
                    MOVE RDCV-VALUE TO WS-VALUE-NUM
                    MOVE "Y" TO WS-VALUE-VALID-FLAG
                END-IF
            END-IF
            MOVE WS-VALUE-NUM TO WS-VALUE-ABS.
            IF WS-VALUE-NUM < 0 THEN
                MOVE "-" TO WS-VALUE-SIGN
            ELSE
                MOVE SPACE TO WS-VALUE-SIGN
            END-IF.

      *----------------------------------------------------------------
