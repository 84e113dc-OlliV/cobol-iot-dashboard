            05  MPND-HAS-THRESH         PIC X(01).
            05  FILLER                  PIC X(01).
            05  MPND-HAS-LOTHRESH       PIC X(01).
            05  FILLER                  PIC X(01).
            05  MPND-OLD-THRESH-SIGN    PIC X(01).
            05  MPND-OLD-LOTHRESH-SIGN  PIC X(01).
            05  MPND-NEW-THRESH-SIGN    PIC X(01).
            05  MPND-NEW-LOTHRESH-SIGN  PIC X(01).

        WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
                88 WS-LOTHRESH-VALID    VALUE "Y".
            05 WS-STALE-VALID-FLAG      PIC X(01) VALUE "N".
                88 WS-STALE-VALID       VALUE "Y".
            05 WS-DEC-VALID-FLAG        PIC X(01) VALUE "N".
                88 WS-DEC-VALID         VALUE "Y".
            05 WS-TYPE-OK-FLAG          PIC X(01) VALUE "N".
                88 WS-TYPE-OK           VALUE "Y".
            05 WS-REWRITE-OK-FLAG       PIC X(01) VALUE "N".
                88 WS-DIRECT-CHANGE     VALUE "Y".

        01 the-vars.
            03 COW-vars                 OCCURS 530 TIMES.
                05 COW-varname          PIC X(99).
                05 COW-varvalue         PIC X(99).

        01 WS-TYPE-TEXT                 PIC X(90) VALUE SPACES.
        01 WS-ACTIVE-TEXT               PIC X(90) VALUE SPACES.
        01 WS-DESC-TEXT                 PIC X(40) VALUE SPACES.
        01 WS-UNIT-TEXT                 PIC X(90) VALUE SPACES.
        01 WS-DEC-TEXT                  PIC X(90) VALUE SPACES.

        01 WS-THRESH-NUM                PIC S9(09) VALUE 0.
        01 WS-LOTHRESH-NUM              PIC S9(09) VALUE 0.
        01 WS-STALE-NUM                 PIC 9(03) VALUE 0.
        01 WS-DEC-NUM                   PIC 9(01) VALUE 0.
        01 WS-KEY-DECIMALS              PIC 9(01) VALUE 0.
        01 WS-TYPE-CODE                 PIC X(01) VALUE "C".
        01 WS-CONV-TEXT                 PIC X(90) VALUE SPACES.
        01 WS-CONV-NUM                  PIC 9(09) VALUE 0.
        01 WS-CONV-DIGIT                PIC 9(01).
        01 WS-CHAR-IDX                  PIC 9(02) BINARY.

        01 WS-SHOW-VALUE                PIC S9(09) VALUE 0.
        01 WS-SHOW-DECIMALS             PIC 9(01) VALUE 0.
        01 WS-SHOW-UNIT                 PIC X(08) VALUE SPACES.
        01 WS-SHOW-TEXT                 PIC X(20) VALUE SPACES.
        01 WS-SHOW-THRESH               PIC X(20) VALUE SPACES.
        01 WS-SHOW-LOTHRESH             PIC X(20) VALUE SPACES.
        01 WS-SHOW-NEW-THRESH           PIC X(20) VALUE SPACES.
        01 WS-SHOW-NEW-LOTHRESH         PIC X(20) VALUE SPACES.
        01 WS-LOOK-IDX                  PIC 9(03) BINARY.

        01 WS-QV-IDX                    PIC 9(02) BINARY.
        01 WS-ENTRY-IDX                 PIC 9(03) BINARY.
        01 WS-MATCH-IDX                 PIC 9(03) BINARY.
        01 WS-VAR-IDX                   PIC 9(03) BINARY VALUE 0.

        01 WS-RESULT-TEXT               PIC X(80) VALUE SPACES.

      *  Authorization: the listing needs VIEW; ADD / CHANGE / DEACT
      *  need METRIC-MAINT; APPROVE and REJECT need APPROVE, except
      *  that the requestor may still withdraw their own stage with
      *  METRIC-MAINT.  Checked through oper-check.cbl; each refusal
      *  is audited as AUTH-REFUSE.
        01 WS-AUTH-OK-FLAG              PIC X(01) VALUE "N".
            88 WS-AUTH-OK               VALUE "Y".
        01 WS-AUTH-ROLE                 PIC X(12) VALUE SPACES.

        01 WS-MAINT-TABLE.
            05 WS-MAINT-COUNT           PIC 9(03) VALUE 0.
            05 WS-MAINT-ENTRY           OCCURS 500 TIMES.
                10 WS-MAINT-KEY-VAL     PIC X(30).
                10 WS-MAINT-THRESH      PIC S9(09).
                10 WS-MAINT-FLAG        PIC X(01).
                10 WS-MAINT-DESC        PIC X(40).
                10 WS-MAINT-TYPE        PIC X(01).
                10 WS-MAINT-LOTHRESH    PIC S9(09).
                10 WS-MAINT-STALE       PIC 9(03).
                10 WS-MAINT-UNIT        PIC X(08).
                10 WS-MAINT-DEC         PIC 9(01).

        01 WS-PEND-TABLE.
            05 WS-PEND-COUNT            PIC 9(02) VALUE 0.
                10 WS-PEND-KEY          PIC X(30).
                10 WS-PEND-ACTION       PIC X(10).
                10 WS-PEND-REQUESTOR    PIC X(20).
                10 WS-PEND-OLD-THRESH   PIC S9(09).
                10 WS-PEND-OLD-LOTHRESH PIC S9(09).
                10 WS-PEND-OLD-FLAG     PIC X(01).
                10 WS-PEND-NEW-THRESH   PIC S9(09).
                10 WS-PEND-NEW-LOTHRESH PIC S9(09).
                10 WS-PEND-NEW-FLAG     PIC X(01).
                10 WS-PEND-HAS-THRESH   PIC X(01).
                10 WS-PEND-HAS-LOTHRESH PIC X(01).
        01 WS-SHIFT-IDX                 PIC 9(02) BINARY.

        COPY AUDITCOM.
        COPY RDCVCM.
        COPY OPCKCM.

        LINKAGE SECTION.
        01 the-values.
                VARYING WS-QV-IDX FROM 1 BY 1
                UNTIL WS-QV-IDX > 10.

            MOVE "VIEW" TO WS-AUTH-ROLE
            PERFORM AUTHORIZE-OPERATOR
            IF NOT WS-AUTH-OK THEN
                ADD 1 TO WS-VAR-IDX
                MOVE "maint-result" TO COW-varname(WS-VAR-IDX)
                MOVE "refused: operator not authorized"
                    TO COW-varvalue(WS-VAR-IDX)
                call 'template' USING the-vars "metric-maint.cow"
                GOBACK
            END-IF

            PERFORM LOAD-MASTER-TABLE.
            PERFORM LOAD-PENDING-TABLE.

            PERFORM AUTHORIZE-ACTION.

            IF WS-AUTH-OK THEN
                EVALUATE WS-ACTION
                    WHEN "ADD"
                        PERFORM APPLY-ADD
                    WHEN "CHANGE"
                        PERFORM APPLY-CHANGE
                    WHEN "DEACT"
                        PERFORM APPLY-DEACT
                    WHEN "APPROVE"
                        PERFORM APPLY-APPROVE
                    WHEN "REJECT"
                        PERFORM APPLY-REJECT
                    WHEN SPACES
                        MOVE "metric master listed" TO WS-RESULT-TEXT
                    WHEN OTHER
                        MOVE "unknown action" TO WS-RESULT-TEXT
                        PERFORM AUDIT-MAINT-FAIL
                END-EVALUATE
            ELSE
                MOVE "refused: operator not authorized"
                    TO WS-RESULT-TEXT
            END-IF

            PERFORM REPORT-ONE-ENTRY
                VARYING WS-ENTRY-IDX FROM 1 BY 1
      *----------------------------------------------------------------
      *  SCAN-ONE-QUERY-VALUE - pull the operator ID, the requested
      *  maintenance action (ADD / CHANGE / DEACT / APPROVE /
      *  REJECT) and its key, threshold, description, unit, and
      *  decimal-places values out of the incoming query values.
      *----------------------------------------------------------------
        SCAN-ONE-QUERY-VALUE.
            IF COW-query-value-name(WS-QV-IDX) = "operator" THEN
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "desc" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-DESC-TEXT
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "unit" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-UNIT-TEXT
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "dec" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-DEC-TEXT
            END-IF.

      *----------------------------------------------------------------
      *  AUTHORIZE-ACTION - pick the role WS-ACTION needs and check
      *  it.  The listing (and an unknown action, which fails in the
      *  EVALUATE anyway) was already covered by the VIEW check.  A
      *  REJECT by the operator who staged the change is a
      *  withdrawal, so it needs only METRIC-MAINT.
      *----------------------------------------------------------------
        AUTHORIZE-ACTION.
            EVALUATE WS-ACTION
                WHEN "ADD"
                WHEN "CHANGE"
                WHEN "DEACT"
                    MOVE "METRIC-MAINT" TO WS-AUTH-ROLE
                    PERFORM AUTHORIZE-OPERATOR
                WHEN "APPROVE"
                    MOVE "APPROVE" TO WS-AUTH-ROLE
                    PERFORM AUTHORIZE-OPERATOR
                WHEN "REJECT"
                    MOVE "APPROVE" TO WS-AUTH-ROLE
                    PERFORM FIND-PENDING-SLOT
                    IF WS-PEND-MATCH > 0 THEN
                        IF WS-PEND-REQUESTOR(WS-PEND-MATCH)
                           = WS-OPERATOR-ID THEN
                            MOVE "METRIC-MAINT" TO WS-AUTH-ROLE
                        END-IF
                    END-IF
                    PERFORM AUTHORIZE-OPERATOR
                WHEN OTHER
                    MOVE "Y" TO WS-AUTH-OK-FLAG
            END-EVALUATE.

      *----------------------------------------------------------------
      *  AUTHORIZE-OPERATOR - may WS-OPERATOR-ID do WS-AUTH-ROLE?
      *  Asks oper-check; anything but OK is a refusal, audited as
      *  AUTH-REFUSE with the role, the reason oper-check gave and
      *  the key the request was aimed at.
      *----------------------------------------------------------------
        AUTHORIZE-OPERATOR.
            MOVE WS-OPERATOR-ID TO OPCK-OPERATOR-ID.
            MOVE WS-AUTH-ROLE TO OPCK-ROLE.
            CALL "oper-check" USING OPER-CHECK-PARMS.
            IF OPCK-OK THEN
                MOVE "Y" TO WS-AUTH-OK-FLAG
            ELSE
                MOVE "N" TO WS-AUTH-OK-FLAG
                MOVE "metric-maint"  TO AUDIT-PROGRAM-ID
                MOVE "AUTH-REFUSE"   TO AUDIT-OPERATION
                MOVE SPACES          TO AUDIT-DETAIL
                STRING WS-AUTH-ROLE    DELIMITED BY SPACE
                       " refused: "    DELIMITED BY SIZE
                       OPCK-STATUS     DELIMITED BY SPACE
                       " "             DELIMITED BY SIZE
                       WS-MAINT-KEY    DELIMITED BY SPACE
                       INTO AUDIT-DETAIL
                END-STRING
                MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
            END-IF.

      *----------------------------------------------------------------
      *  LOAD-MASTER-TABLE - read every master row (active and
      *  inactive alike - maintenance must see them all) into the
      *  work table, in key order.  A missing file is fine: the
      *  first ADD creates it.
      *----------------------------------------------------------------
        LOAD-MASTER-TABLE.
            MOVE 0 TO WS-MAINT-COUNT.
            END-IF
            PERFORM TAKE-ONE-MASTER-ROW
                UNTIL MMST-EOF
                   OR WS-MAINT-COUNT = 500.
            CLOSE METRIC-MASTER-FILE.

        READ-MASTER-ROW.
            READ METRIC-MASTER-FILE NEXT RECORD
                AT END
                    MOVE "10" TO WS-MMST-STATUS
            END-READ.
                IF MMST-THRESHOLD NUMERIC THEN
                    MOVE MMST-THRESHOLD
                        TO WS-MAINT-THRESH(WS-MAINT-COUNT)
                    IF MMST-THRESH-NEGATIVE THEN
                        COMPUTE WS-MAINT-THRESH(WS-MAINT-COUNT) =
                            0 - MMST-THRESHOLD
                    END-IF
                ELSE
                    MOVE 0 TO WS-MAINT-THRESH(WS-MAINT-COUNT)
                END-IF
                IF MMST-THRESH-LOW NUMERIC THEN
                    MOVE MMST-THRESH-LOW
                        TO WS-MAINT-LOTHRESH(WS-MAINT-COUNT)
                    IF MMST-LOW-NEGATIVE THEN
                        COMPUTE WS-MAINT-LOTHRESH(WS-MAINT-COUNT) =
                            0 - MMST-THRESH-LOW
                    END-IF
                ELSE
                    MOVE 0 TO WS-MAINT-LOTHRESH(WS-MAINT-COUNT)
                END-IF
                ELSE
                    MOVE 0 TO WS-MAINT-STALE(WS-MAINT-COUNT)
                END-IF
                MOVE MMST-UNIT TO WS-MAINT-UNIT(WS-MAINT-COUNT)
                IF MMST-DECIMALS NUMERIC THEN
                    MOVE MMST-DECIMALS
                        TO WS-MAINT-DEC(WS-MAINT-COUNT)
                ELSE
                    MOVE 0 TO WS-MAINT-DEC(WS-MAINT-COUNT)
                END-IF
            END-IF
            PERFORM READ-MASTER-ROW.

                IF MPND-OLD-THRESH NUMERIC THEN
                    MOVE MPND-OLD-THRESH
                        TO WS-PEND-OLD-THRESH(WS-PEND-COUNT)
                    IF MPND-OLD-THRESH-SIGN = "-" THEN
                        COMPUTE WS-PEND-OLD-THRESH(WS-PEND-COUNT) =
                            0 - MPND-OLD-THRESH
                    END-IF
                ELSE
                    MOVE 0 TO WS-PEND-OLD-THRESH(WS-PEND-COUNT)
                END-IF
                IF MPND-OLD-LOTHRESH NUMERIC THEN
                    MOVE MPND-OLD-LOTHRESH
                        TO WS-PEND-OLD-LOTHRESH(WS-PEND-COUNT)
                    IF MPND-OLD-LOTHRESH-SIGN = "-" THEN
                        COMPUTE WS-PEND-OLD-LOTHRESH(WS-PEND-COUNT) =
                            0 - MPND-OLD-LOTHRESH
                    END-IF
                ELSE
                    MOVE 0 TO WS-PEND-OLD-LOTHRESH(WS-PEND-COUNT)
                END-IF
                IF MPND-NEW-THRESH NUMERIC THEN
                    MOVE MPND-NEW-THRESH
                        TO WS-PEND-NEW-THRESH(WS-PEND-COUNT)
                    IF MPND-NEW-THRESH-SIGN = "-" THEN
                        COMPUTE WS-PEND-NEW-THRESH(WS-PEND-COUNT) =
                            0 - MPND-NEW-THRESH
                    END-IF
                ELSE
                    MOVE 0 TO WS-PEND-NEW-THRESH(WS-PEND-COUNT)
                END-IF
                IF MPND-NEW-LOTHRESH NUMERIC THEN
                    MOVE MPND-NEW-LOTHRESH
                        TO WS-PEND-NEW-LOTHRESH(WS-PEND-COUNT)
                    IF MPND-NEW-LOTHRESH-SIGN = "-" THEN
                        COMPUTE WS-PEND-NEW-LOTHRESH(WS-PEND-COUNT) =
                            0 - MPND-NEW-LOTHRESH
                    END-IF
                ELSE
                    MOVE 0 TO WS-PEND-NEW-LOTHRESH(WS-PEND-COUNT)
                END-IF

      *----------------------------------------------------------------
      *  CONVERT-THRESHOLD / CONVERT-LOW-THRESHOLD - turn the
      *  "thresh" / "lothresh" query values into signed readings
      *  scaled to the key's decimal places (WS-KEY-DECIMALS, set by
      *  the caller) through reading-conv, the same parse push.cbl
      *  gives a reading, so "-25.5" means what it says; anything
      *  else leaves the matching VALID flag off so the caller's
      *  typo can't land in the master as a garbage threshold.
      *----------------------------------------------------------------
        CONVERT-THRESHOLD.
            MOVE WS-THRESH-TEXT TO WS-CONV-TEXT.
            PERFORM CONVERT-READING.
            MOVE RDCV-VALUE TO WS-THRESH-NUM.
            MOVE WS-CONV-VALID-FLAG TO WS-THRESH-VALID-FLAG.

        CONVERT-LOW-THRESHOLD.
            MOVE WS-LOTHRESH-TEXT TO WS-CONV-TEXT.
            PERFORM CONVERT-READING.
            MOVE RDCV-VALUE TO WS-LOTHRESH-NUM.
            MOVE WS-CONV-VALID-FLAG TO WS-LOTHRESH-VALID-FLAG.

        CONVERT-READING.
            MOVE "N" TO WS-CONV-VALID-FLAG.
            MOVE 0 TO RDCV-VALUE.
            IF WS-CONV-TEXT NOT = SPACES
               AND WS-CONV-TEXT(21:70) = SPACES THEN
                MOVE "PARSE" TO RDCV-FUNCTION
                MOVE WS-CONV-TEXT(1:20) TO RDCV-TEXT
                MOVE WS-KEY-DECIMALS TO RDCV-DECIMALS
                MOVE SPACES TO RDCV-UNIT
                CALL "reading-conv" USING READING-CONV-PARMS
                IF RDCV-OK THEN
                    MOVE "Y" TO WS-CONV-VALID-FLAG
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  CONVERT-DECIMALS - the "dec" query value is the number of
      *  decimal places a gauge's readings carry, 0 through 3.
      *----------------------------------------------------------------
        CONVERT-DECIMALS.
            MOVE WS-DEC-TEXT TO WS-CONV-TEXT.
            PERFORM CONVERT-NUMBER.
            IF WS-CONV-NUM > 3 THEN
                MOVE "N" TO WS-CONV-VALID-FLAG
                MOVE 0 TO WS-CONV-NUM
            END-IF.
            MOVE WS-CONV-NUM TO WS-DEC-NUM.
            MOVE WS-CONV-VALID-FLAG TO WS-DEC-VALID-FLAG.

        CONVERT-STALE-LIMIT.
            MOVE WS-STALE-TEXT TO WS-CONV-TEXT.
            PERFORM CONVERT-NUMBER.
      *----------------------------------------------------------------
      *  APPLY-ADD - append a new active entry, provided the key is
      *  present, not already on the master, and the threshold (when
      *  one was sent) is a clean number.  The decimal places are
      *  set here once and for all: changing them later would
      *  silently rescale every reading already on file.  A counter
      *  only ever counts up from zero, so it takes no threshold
      *  below zero.
      *----------------------------------------------------------------
        APPLY-ADD.
            PERFORM FIND-MAINT-KEY-SLOT.
            PERFORM CONVERT-DECIMALS.
            MOVE WS-DEC-NUM TO WS-KEY-DECIMALS.
            PERFORM CONVERT-THRESHOLD.
            PERFORM CONVERT-LOW-THRESHOLD.
            PERFORM CONVERT-STALE-LIMIT.
                    MOVE "add rejected: key already on master"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-MAINT-COUNT = 500
                    MOVE "add rejected: master is full"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-DEC-TEXT NOT = SPACES
                     AND NOT WS-DEC-VALID
                    MOVE "add rejected: decimal places not 0-3"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-THRESH-TEXT NOT = SPACES
                     AND NOT WS-THRESH-VALID
                    MOVE "add rejected: threshold not numeric"
                    MOVE "add rejected: type must be C or G"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-TYPE-CODE = "C"
                     AND (WS-THRESH-NUM < 0 OR WS-LOTHRESH-NUM < 0)
                    MOVE "add rejected: counter threshold below zero"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN OTHER
                    ADD 1 TO WS-MAINT-COUNT
                    MOVE WS-MAINT-KEY
                        TO WS-MAINT-LOTHRESH(WS-MAINT-COUNT)
                    MOVE WS-STALE-NUM
                        TO WS-MAINT-STALE(WS-MAINT-COUNT)
                    MOVE WS-UNIT-TEXT
                        TO WS-MAINT-UNIT(WS-MAINT-COUNT)
                    MOVE WS-DEC-NUM
                        TO WS-MAINT-DEC(WS-MAINT-COUNT)
                    MOVE WS-MAINT-COUNT TO WS-ENTRY-IDX
                    PERFORM ADD-MASTER-ROW
                    IF WS-REWRITE-OK THEN
                        MOVE "metric added" TO WS-RESULT-TEXT
                        MOVE "MET-ADD" TO AUDIT-OPERATION
      *  a second operator to apply, after the night a threshold
      *  entered with a dropped zero paged the whole rota.
      *  Deactivating through "active" I is refused for the same
      *  reason - that path is DEACT, which stages.  The unit of
      *  measure changes directly like the description; the decimal
      *  places are fixed at ADD (see there).
      *----------------------------------------------------------------
        APPLY-CHANGE.
            PERFORM FIND-MAINT-KEY-SLOT.
            MOVE 0 TO WS-KEY-DECIMALS.
            IF WS-MATCH-IDX > 0 THEN
                MOVE WS-MAINT-DEC(WS-MATCH-IDX) TO WS-KEY-DECIMALS
            END-IF
            PERFORM CONVERT-THRESHOLD.
            PERFORM CONVERT-LOW-THRESHOLD.
            PERFORM CONVERT-STALE-LIMIT.
            PERFORM CHECK-TYPE-CODE.
            IF WS-MATCH-IDX > 0 AND WS-TYPE-TEXT = SPACES THEN
                MOVE WS-MAINT-TYPE(WS-MATCH-IDX) TO WS-TYPE-CODE
            END-IF
            EVALUATE TRUE
                WHEN WS-MATCH-IDX = 0
                    MOVE "change rejected: key not on master"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-DEC-TEXT NOT = SPACES
                    MOVE "change rejected: decimal places fixed at add"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-THRESH-TEXT NOT = SPACES
                     AND NOT WS-THRESH-VALID
                    MOVE "change rejected: threshold not numeric"
                    MOVE "change rejected: type must be C or G"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-TYPE-CODE = "C"
                     AND (WS-THRESH-NUM < 0 OR WS-LOTHRESH-NUM < 0)
                    MOVE
                    "change rejected: counter threshold below zero"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-MAINT-FAIL
                WHEN WS-ACTIVE-TEXT NOT = SPACES
                     AND WS-ACTIVE-TEXT NOT = "A"
                     AND WS-ACTIVE-TEXT NOT = "I"
                            TO WS-MAINT-DESC(WS-MATCH-IDX)
                        MOVE "Y" TO WS-DIRECT-CHANGE-FLAG
                    END-IF
                    IF WS-UNIT-TEXT NOT = SPACES THEN
                        MOVE WS-UNIT-TEXT
                            TO WS-MAINT-UNIT(WS-MATCH-IDX)
                        MOVE "Y" TO WS-DIRECT-CHANGE-FLAG
                    END-IF
                    IF WS-DIRECT-CHANGE THEN
                        MOVE WS-MATCH-IDX TO WS-ENTRY-IDX
                        PERFORM REWRITE-MASTER-ROW
                        IF WS-REWRITE-OK THEN
                            MOVE "metric changed" TO WS-RESULT-TEXT
                            MOVE "MET-CHANGE" TO AUDIT-OPERATION
                                TO WS-MAINT-LOTHRESH(WS-MATCH-IDX)
                        END-IF
                    END-IF
                    MOVE WS-MATCH-IDX TO WS-ENTRY-IDX
                    PERFORM REWRITE-MASTER-ROW
                    IF WS-REWRITE-OK THEN
                        MOVE "MET-APPLY" TO AUDIT-OPERATION
                        PERFORM AUDIT-PENDING-ACTION
                TO MPND-HAS-THRESH.
            MOVE WS-PEND-HAS-LOTHRESH(WS-PEND-IDX)
                TO MPND-HAS-LOTHRESH.
            IF WS-PEND-OLD-THRESH(WS-PEND-IDX) < 0 THEN
                MOVE "-" TO MPND-OLD-THRESH-SIGN
            END-IF
            IF WS-PEND-OLD-LOTHRESH(WS-PEND-IDX) < 0 THEN
                MOVE "-" TO MPND-OLD-LOTHRESH-SIGN
            END-IF
            IF WS-PEND-NEW-THRESH(WS-PEND-IDX) < 0 THEN
                MOVE "-" TO MPND-NEW-THRESH-SIGN
            END-IF
            IF WS-PEND-NEW-LOTHRESH(WS-PEND-IDX) < 0 THEN
                MOVE "-" TO MPND-NEW-LOTHRESH-SIGN
            END-IF
            WRITE METRIC-PENDING-RECORD.

      *----------------------------------------------------------------
      *  ADD-MASTER-ROW / REWRITE-MASTER-ROW - put the one work-
      *  table entry at WS-ENTRY-IDX on the keyed master: WRITE for
      *  a new key, REWRITE for a changed one; the other rows are
      *  never touched.  The first ADD against a master that isn't
      *  there yet creates it.  A write that can't open the file or
      *  is refused on the key must not be reported back as a
      *  successful change, so both are checked and the failure
      *  audit-logged here.
      *----------------------------------------------------------------
        ADD-MASTER-ROW.
            MOVE "N" TO WS-REWRITE-OK-FLAG.
            OPEN I-O METRIC-MASTER-FILE.
            IF WS-MMST-STATUS = "35" THEN
                OPEN OUTPUT METRIC-MASTER-FILE
            END-IF
            IF NOT WS-MMST-OK THEN
                MOVE "master rewrite failed: METRMSTR open error"
                    TO WS-RESULT-TEXT
                PERFORM AUDIT-MAINT-FAIL
            ELSE
                PERFORM BUILD-MASTER-ROW
                WRITE METRIC-MASTER-RECORD
                    INVALID KEY
                        MOVE "master write failed: key already on file"
                            TO WS-RESULT-TEXT
                        PERFORM AUDIT-MAINT-FAIL
                    NOT INVALID KEY
                        MOVE "Y" TO WS-REWRITE-OK-FLAG
                END-WRITE
                CLOSE METRIC-MASTER-FILE
            END-IF.

        REWRITE-MASTER-ROW.
            MOVE "N" TO WS-REWRITE-OK-FLAG.
            OPEN I-O METRIC-MASTER-FILE.
            IF NOT WS-MMST-OK THEN
                MOVE "master rewrite failed: METRMSTR open error"
                    TO WS-RESULT-TEXT
                PERFORM AUDIT-MAINT-FAIL
            ELSE
                PERFORM BUILD-MASTER-ROW
                REWRITE METRIC-MASTER-RECORD
                    INVALID KEY
                        MOVE "master rewrite failed: key not on file"
                            TO WS-RESULT-TEXT
                        PERFORM AUDIT-MAINT-FAIL
                    NOT INVALID KEY
                        MOVE "Y" TO WS-REWRITE-OK-FLAG
                END-REWRITE
                CLOSE METRIC-MASTER-FILE
            END-IF.

        BUILD-MASTER-ROW.
            MOVE SPACES TO METRIC-MASTER-RECORD.
            MOVE WS-MAINT-KEY-VAL(WS-ENTRY-IDX) TO MMST-KEY.
            MOVE WS-MAINT-THRESH(WS-ENTRY-IDX) TO MMST-THRESHOLD.
            MOVE WS-MAINT-TYPE(WS-ENTRY-IDX) TO MMST-TYPE.
            MOVE WS-MAINT-LOTHRESH(WS-ENTRY-IDX) TO MMST-THRESH-LOW.
            MOVE WS-MAINT-STALE(WS-ENTRY-IDX) TO MMST-STALE-LIMIT.
            MOVE WS-MAINT-UNIT(WS-ENTRY-IDX) TO MMST-UNIT.
            MOVE WS-MAINT-DEC(WS-ENTRY-IDX) TO MMST-DECIMALS.
            IF WS-MAINT-THRESH(WS-ENTRY-IDX) < 0 THEN
                MOVE "-" TO MMST-THRESH-SIGN
            END-IF
            IF WS-MAINT-LOTHRESH(WS-ENTRY-IDX) < 0 THEN
                MOVE "-" TO MMST-LOW-SIGN
            END-IF.

      *----------------------------------------------------------------
      *  AUDIT-MAINT-CHANGE / AUDIT-MAINT-FAIL - leave the same kind
      *----------------------------------------------------------------
      *  REPORT-ONE-ENTRY - one template variable per master row so
      *  the maintenance page can show the whole list: the key as
      *  the name, flag / type / thresholds with the key's unit /
      *  description as the value.
      *----------------------------------------------------------------
        REPORT-ONE-ENTRY.
            ADD 1 TO WS-VAR-IDX.
            MOVE WS-MAINT-KEY-VAL(WS-ENTRY-IDX)
                TO COW-varname(WS-VAR-IDX).
            MOVE WS-MAINT-DEC(WS-ENTRY-IDX) TO WS-SHOW-DECIMALS.
            MOVE WS-MAINT-UNIT(WS-ENTRY-IDX) TO WS-SHOW-UNIT.
            MOVE WS-MAINT-THRESH(WS-ENTRY-IDX) TO WS-SHOW-VALUE.
            PERFORM FORMAT-SHOW-VALUE.
            MOVE WS-SHOW-TEXT TO WS-SHOW-THRESH.
            MOVE WS-MAINT-LOTHRESH(WS-ENTRY-IDX) TO WS-SHOW-VALUE.
            PERFORM FORMAT-SHOW-VALUE.
            MOVE WS-SHOW-TEXT TO WS-SHOW-LOTHRESH.
            MOVE SPACES TO COW-varvalue(WS-VAR-IDX)
            STRING WS-MAINT-FLAG(WS-ENTRY-IDX)   DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-MAINT-TYPE(WS-ENTRY-IDX)   DELIMITED BY SIZE
                   " "                           DELIMITED BY SIZE
                   WS-SHOW-THRESH                DELIMITED BY "  "
                   " / "                         DELIMITED BY SIZE
                   WS-SHOW-LOTHRESH              DELIMITED BY "  "
                   " "                           DELIMITED BY SIZE
                   WS-MAINT-DESC(WS-ENTRY-IDX)   DELIMITED BY SIZE
                   INTO COW-varvalue(WS-VAR-IDX)
            END-STRING.

      *----------------------------------------------------------------
      *  FORMAT-SHOW-VALUE - edit WS-SHOW-VALUE at WS-SHOW-DECIMALS
      *  places with WS-SHOW-UNIT after it ("-18.0 C") into
      *  WS-SHOW-TEXT.
      *----------------------------------------------------------------
        FORMAT-SHOW-VALUE.
            MOVE "FORMAT" TO RDCV-FUNCTION.
            MOVE WS-SHOW-VALUE TO RDCV-VALUE.
            MOVE WS-SHOW-DECIMALS TO RDCV-DECIMALS.
            MOVE WS-SHOW-UNIT TO RDCV-UNIT.
            CALL "reading-conv" USING READING-CONV-PARMS.
            MOVE RDCV-TEXT TO WS-SHOW-TEXT.

      *----------------------------------------------------------------
      *  REPORT-ONE-PENDING - one template variable per staged
      *  change so the reviewer sees, on the same maintenance page,
      *  what is waiting, who asked, and the before and after
      *  values they would be approving, in the key's unit.
      *----------------------------------------------------------------
        REPORT-ONE-PENDING.
            MOVE 0 TO WS-SHOW-DECIMALS.
            MOVE SPACES TO WS-SHOW-UNIT.
            PERFORM FIND-PENDING-KEY-UNIT
                VARYING WS-LOOK-IDX FROM 1 BY 1
                UNTIL WS-LOOK-IDX > WS-MAINT-COUNT.
            MOVE WS-PEND-OLD-THRESH(WS-PEND-IDX) TO WS-SHOW-VALUE.
            PERFORM FORMAT-SHOW-VALUE.
            MOVE WS-SHOW-TEXT TO WS-SHOW-THRESH.
            MOVE WS-PEND-OLD-LOTHRESH(WS-PEND-IDX) TO WS-SHOW-VALUE.
            PERFORM FORMAT-SHOW-VALUE.
            MOVE WS-SHOW-TEXT TO WS-SHOW-LOTHRESH.
            MOVE WS-PEND-NEW-THRESH(WS-PEND-IDX) TO WS-SHOW-VALUE.
            PERFORM FORMAT-SHOW-VALUE.
            MOVE WS-SHOW-TEXT TO WS-SHOW-NEW-THRESH.
            MOVE WS-PEND-NEW-LOTHRESH(WS-PEND-IDX) TO WS-SHOW-VALUE.
            PERFORM FORMAT-SHOW-VALUE.
            MOVE WS-SHOW-TEXT TO WS-SHOW-NEW-LOTHRESH.
            ADD 1 TO WS-VAR-IDX.
            MOVE SPACES TO COW-varname(WS-VAR-IDX)
            STRING "pending-" DELIMITED BY SIZE
                   WS-PEND-REQUESTOR(WS-PEND-IDX)
                                               DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   WS-SHOW-THRESH              DELIMITED BY "  "
                   " / "                       DELIMITED BY SIZE
                   WS-SHOW-LOTHRESH            DELIMITED BY "  "
                   " -> "                      DELIMITED BY SIZE
                   WS-SHOW-NEW-THRESH          DELIMITED BY "  "
                   " / "                       DELIMITED BY SIZE
                   WS-SHOW-NEW-LOTHRESH        DELIMITED BY "  "
                   " "                         DELIMITED BY SIZE
                   WS-PEND-NEW-FLAG(WS-PEND-IDX)
                                               DELIMITED BY SIZE
                   INTO COW-varvalue(WS-VAR-IDX)
            END-STRING.

        FIND-PENDING-KEY-UNIT.
            IF WS-MAINT-KEY-VAL(WS-LOOK-IDX) = WS-PEND-KEY(WS-PEND-IDX)
                MOVE WS-MAINT-DEC(WS-LOOK-IDX) TO WS-SHOW-DECIMALS
                MOVE WS-MAINT-UNIT(WS-LOOK-IDX) TO WS-SHOW-UNIT
            END-IF.

        END PROGRAM metric-maint.
