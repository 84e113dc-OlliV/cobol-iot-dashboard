

        IDENTIFICATION DIVISION.
        PROGRAM-ID. count-adjust.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            COPY DAILYFD.
            COPY ADJJFD.
            SELECT ADJUST-PENDING-FILE ASSIGN TO "ADJPEND"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APND-STATUS.

        DATA DIVISION.
        FILE SECTION.
            COPY DAILYRC.
            COPY ADJJRC.

      *  Staged count adjustments awaiting a second operator: a
      *  signed correction to one counter key for one business date
      *  sits here with its reason code, notes and who asked, until
      *  a different operator approves or rejects it.  Nothing
      *  touches Redis, DAILYSUM or the journal before approval.
        FD  ADJUST-PENDING-FILE.
        01  ADJUST-PENDING-RECORD.
            05  APND-KEY                PIC X(30).
            05  FILLER                  PIC X(01).
            05  APND-BUS-DATE           PIC X(08).
            05  FILLER                  PIC X(01).
            05  APND-AMOUNT             PIC 9(09).
            05  APND-SIGN               PIC X(01).
            05  FILLER                  PIC X(01).
            05  APND-REASON             PIC X(14).
            05  FILLER                  PIC X(01).
            05  APND-REQUESTOR          PIC X(20).
            05  FILLER                  PIC X(01).
            05  APND-REQ-STAMP          PIC X(14).
            05  FILLER                  PIC X(01).
            05  APND-NOTES              PIC X(60).

        WORKING-STORAGE SECTION.
        01 WS-SWITCHES.
            05 WS-FILE-STATUS           PIC X(02).
                88 WS-FILE-OK           VALUE "00".
            05 WS-ADJJ-STATUS           PIC X(02).
                88 WS-ADJJ-OK           VALUE "00".
            05 WS-APND-STATUS           PIC X(02).
                88 WS-APND-OK           VALUE "00".
                88 APND-EOF             VALUE "10".
            05 WS-CONV-VALID-FLAG       PIC X(01) VALUE "N".
                88 WS-CONV-VALID        VALUE "Y".
            05 WS-DATE-VALID-FLAG       PIC X(01) VALUE "N".
                88 WS-DATE-VALID        VALUE "Y".
            05 WS-REASON-OK-FLAG        PIC X(01) VALUE "N".
                88 WS-REASON-OK         VALUE "Y".
            05 WS-PENDWRITE-OK-FLAG     PIC X(01) VALUE "N".
                88 WS-PENDWRITE-OK      VALUE "Y".
            05 WS-POST-OK-FLAG          PIC X(01) VALUE "N".
                88 WS-POST-OK           VALUE "Y".
            05 WS-APPLY-LIVE-FLAG       PIC X(01) VALUE "N".
                88 WS-APPLY-LIVE        VALUE "Y".

      *  One variable per pending adjustment (up to 50) plus the
      *  result line.
        01 the-vars.
            03 COW-vars                 OCCURS 60 TIMES.
                05 COW-varname          PIC X(99).
                05 COW-varvalue         PIC X(99).

        01 STR PIC X(256).

        01 RETVAL                       PIC S9(9) BINARY.
        01 OUTVAL                       PIC S9(9) COMP-5.

        01 REDIS-ERR                    PIC S9(9) VALUE -1.

        01 WS-OPERATOR-ID               PIC X(20) VALUE SPACES.
        01 WS-ACTION                    PIC X(10) VALUE SPACES.
        01 WS-ADJ-KEY                   PIC X(30) VALUE SPACES.
        01 WS-DATE-TEXT                 PIC X(90) VALUE SPACES.
        01 WS-AMOUNT-TEXT               PIC X(90) VALUE SPACES.
        01 WS-REASON-TEXT               PIC X(90) VALUE SPACES.
        01 WS-NOTES-TEXT                PIC X(90) VALUE SPACES.

        01 WS-ADJ-DATE                  PIC X(08) VALUE SPACES.
        01 WS-ADJ-DATE-NUM REDEFINES WS-ADJ-DATE
                                        PIC 9(08).
        01 WS-ADJ-AMOUNT                PIC S9(09) VALUE 0.
        01 WS-LIVE-AFTER                PIC S9(10) VALUE 0.

        01 WS-TODAY                     PIC X(08).
        01 WS-NOW-TIME.
            05 WS-NOW-HH                PIC 9(02).
            05 WS-NOW-MN                PIC 9(02).
            05 WS-NOW-SS                PIC 9(02).
            05 WS-NOW-HS                PIC 9(02).
        01 WS-NOW-STAMP                 PIC X(14).

      *  INCRBY work: the key and the signed amount to add, split
      *  into sign and digits the way the SET and INCRBY commands
      *  are built elsewhere.
        01 WS-INCR-KEY                  PIC X(50) VALUE SPACES.
        01 WS-INCR-AMOUNT               PIC S9(09) VALUE 0.
        01 WS-INCR-ABS                  PIC 9(09).
        01 WS-INCR-SIGN                 PIC X(01).
        01 WS-LIVE-KEY                  PIC X(50) VALUE SPACES.

      *  The reason codes an adjustment may carry.  OTHER must be
      *  explained in the notes.
        01 WS-REASON-CODES.
            05 FILLER                   PIC X(14) VALUE "DEVICE-FAULT".
            05 FILLER                   PIC X(14) VALUE "TEST-DATA".
            05 FILLER                   PIC X(14) VALUE "MISSED-INTAKE".
            05 FILLER                   PIC X(14)
                                        VALUE "DUPLICATE-FEED".
            05 FILLER                   PIC X(14) VALUE "METER-SWAP".
            05 FILLER                   PIC X(14) VALUE "OTHER".
        01 WS-REASON-TABLE REDEFINES WS-REASON-CODES.
            05 WS-REASON-CODE           PIC X(14) OCCURS 6 TIMES.
        01 WS-REASON-IDX                PIC 9(02) BINARY.

        01 WS-SHOW-TEXT                 PIC X(20) VALUE SPACES.

        01 WS-QV-IDX                    PIC 9(02) BINARY.
        01 WS-KEY-IDX                   PIC 9(03) BINARY.
        01 WS-MATCH-IDX                 PIC 9(03) BINARY.
        01 WS-VAR-IDX                   PIC 9(03) BINARY VALUE 0.

        01 WS-RESULT-TEXT               PIC X(80) VALUE SPACES.

      *  Site of the key, off the device part of its name, for the
      *  site-limited operator check and the journal row.
        01 WS-KEY-METRIC                PIC X(30).
        01 WS-KEY-DEVICE                PIC X(20).
        01 WS-DEV-IDX                   PIC 9(03) BINARY.
        01 WS-KEY-SITE                  PIC X(10).

      *  Authorization: the listing needs VIEW; STAGE needs RESET -
      *  an adjustment is the careful cousin of a dashboard reset -
      *  and APPROVE / REJECT need APPROVE, except that the
      *  requestor may still withdraw their own stage with RESET.
      *  A site-limited operator may stage or approve only for a
      *  key at their home site.  Each refusal is audited as
      *  AUTH-REFUSE.
        01 WS-AUTH-OK-FLAG              PIC X(01) VALUE "N".
            88 WS-AUTH-OK               VALUE "Y".
        01 WS-AUTH-ROLE                 PIC X(12) VALUE SPACES.
        01 WS-AUTH-REASON               PIC X(10) VALUE SPACES.

        01 WS-PEND-TABLE.
            05 WS-PEND-COUNT            PIC 9(02) VALUE 0.
            05 WS-PEND-ENTRY            OCCURS 50 TIMES.
                10 WS-PEND-KEY          PIC X(30).
                10 WS-PEND-BUS-DATE     PIC X(08).
                10 WS-PEND-AMOUNT       PIC S9(09).
                10 WS-PEND-REASON       PIC X(14).
                10 WS-PEND-REQUESTOR    PIC X(20).
                10 WS-PEND-REQ-STAMP    PIC X(14).
                10 WS-PEND-NOTES        PIC X(60).
        01 WS-PEND-IDX                  PIC 9(02) BINARY.
        01 WS-PEND-MATCH                PIC 9(02) BINARY.
        01 WS-SHIFT-IDX                 PIC 9(02) BINARY.

        COPY METRICTB.
        COPY DEVICETB.
        COPY AUDITCOM.
        COPY RDCVCM.
        COPY OPCKCM.
        COPY RUNCTLCM.

        LINKAGE SECTION.
        01 the-values.
            05 COW-query-values         OCCURS 10 TIMES.
                10 COW-query-value-name PIC X(90).
                10 COW-query-value      PIC X(90).

        PROCEDURE DIVISION USING the-values.
            PERFORM SCAN-ONE-QUERY-VALUE
                VARYING WS-QV-IDX FROM 1 BY 1
                UNTIL WS-QV-IDX > 10.

            MOVE "VIEW" TO WS-AUTH-ROLE
            PERFORM AUTHORIZE-OPERATOR
            IF NOT WS-AUTH-OK THEN
                ADD 1 TO WS-VAR-IDX
                MOVE "adjust-result" TO COW-varname(WS-VAR-IDX)
                MOVE "refused: operator not authorized"
                    TO COW-varvalue(WS-VAR-IDX)
                call 'template' USING the-vars "count-adjust.cow"
                GOBACK
            END-IF

            CALL "metric-load" USING KNOWN-METRIC-TABLE.
            CALL "device-load" USING KNOWN-DEVICE-TABLE.
            PERFORM LOAD-PENDING-TABLE.

            ACCEPT WS-TODAY FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-TIME FROM TIME.
            MOVE SPACES TO WS-NOW-STAMP.
            STRING WS-TODAY  DELIMITED BY SIZE
                   WS-NOW-HH DELIMITED BY SIZE
                   WS-NOW-MN DELIMITED BY SIZE
                   WS-NOW-SS DELIMITED BY SIZE
                   INTO WS-NOW-STAMP
            END-STRING

            PERFORM CONVERT-ADJUST-DATE.
            PERFORM FIND-ADJUST-KEY-SLOT.

            PERFORM AUTHORIZE-ACTION.

            IF WS-AUTH-OK THEN
                EVALUATE WS-ACTION
                    WHEN "STAGE"
                        PERFORM APPLY-STAGE
                    WHEN "APPROVE"
                        PERFORM APPLY-APPROVE
                    WHEN "REJECT"
                        PERFORM APPLY-REJECT
                    WHEN SPACES
                        MOVE "pending adjustments listed"
                            TO WS-RESULT-TEXT
                    WHEN OTHER
                        MOVE "unknown action" TO WS-RESULT-TEXT
                        PERFORM AUDIT-ADJUST-FAIL
                END-EVALUATE
            ELSE
                MOVE "refused: operator not authorized"
                    TO WS-RESULT-TEXT
            END-IF

            PERFORM REPORT-ONE-PENDING
                VARYING WS-PEND-IDX FROM 1 BY 1
                UNTIL WS-PEND-IDX > WS-PEND-COUNT

            ADD 1 TO WS-VAR-IDX
            MOVE "adjust-result" TO COW-varname(WS-VAR-IDX)
            MOVE WS-RESULT-TEXT TO COW-varvalue(WS-VAR-IDX)

            call 'template' USING the-vars "count-adjust.cow".
       GOBACK.

      *----------------------------------------------------------------
      *  SCAN-ONE-QUERY-VALUE - pull the operator ID, the requested
      *  action (STAGE / APPROVE / REJECT, blank to list), the key,
      *  the business date being corrected, the signed amount, the
      *  reason code and the notes out of the incoming query values.
      *----------------------------------------------------------------
        SCAN-ONE-QUERY-VALUE.
            IF COW-query-value-name(WS-QV-IDX) = "operator" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-OPERATOR-ID
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "action" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-ACTION
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "key" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-ADJ-KEY
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "date" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-DATE-TEXT
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "amount" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-AMOUNT-TEXT
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "reason" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-REASON-TEXT
            END-IF
            IF COW-query-value-name(WS-QV-IDX) = "notes" THEN
                MOVE COW-query-value(WS-QV-IDX) TO WS-NOTES-TEXT
            END-IF.

      *----------------------------------------------------------------
      *  AUTHORIZE-ACTION - pick the role WS-ACTION needs and check
      *  it.  The listing (and an unknown action, which fails in the
      *  EVALUATE anyway) was already covered by the VIEW check.  A
      *  REJECT by the operator who staged the adjustment is a
      *  withdrawal, so it needs only RESET.  STAGE and APPROVE on
      *  a known key also pass the site check.
      *----------------------------------------------------------------
        AUTHORIZE-ACTION.
            EVALUATE WS-ACTION
                WHEN "STAGE"
                    MOVE "RESET" TO WS-AUTH-ROLE
                    PERFORM AUTHORIZE-OPERATOR
                    IF WS-AUTH-OK AND WS-MATCH-IDX > 0 THEN
                        PERFORM AUTHORIZE-KEY-SITE
                    END-IF
                WHEN "APPROVE"
                    MOVE "APPROVE" TO WS-AUTH-ROLE
                    PERFORM AUTHORIZE-OPERATOR
                    IF WS-AUTH-OK AND WS-MATCH-IDX > 0 THEN
                        PERFORM AUTHORIZE-KEY-SITE
                    END-IF
                WHEN "REJECT"
                    MOVE "APPROVE" TO WS-AUTH-ROLE
                    PERFORM FIND-PENDING-SLOT
                    IF WS-PEND-MATCH > 0 THEN
                        IF WS-PEND-REQUESTOR(WS-PEND-MATCH)
                           = WS-OPERATOR-ID THEN
                            MOVE "RESET" TO WS-AUTH-ROLE
                        END-IF
                    END-IF
                    PERFORM AUTHORIZE-OPERATOR
                WHEN OTHER
                    MOVE "Y" TO WS-AUTH-OK-FLAG
            END-EVALUATE.

      *----------------------------------------------------------------
      *  AUTHORIZE-OPERATOR - may WS-OPERATOR-ID do WS-AUTH-ROLE?
      *  Asks oper-check; anything but OK is a refusal, audited
      *  with the reason it gave.
      *----------------------------------------------------------------
        AUTHORIZE-OPERATOR.
            MOVE WS-OPERATOR-ID TO OPCK-OPERATOR-ID.
            MOVE WS-AUTH-ROLE TO OPCK-ROLE.
            CALL "oper-check" USING OPER-CHECK-PARMS.
            IF OPCK-OK THEN
                MOVE "Y" TO WS-AUTH-OK-FLAG
            ELSE
                MOVE "N" TO WS-AUTH-OK-FLAG
                MOVE OPCK-STATUS TO WS-AUTH-REASON
                PERFORM AUDIT-AUTH-REFUSAL
            END-IF.

      *----------------------------------------------------------------
      *  AUTHORIZE-KEY-SITE - after AUTHORIZE-OPERATOR has passed, a
      *  site-limited operator may only adjust the key at
      *  WS-MATCH-IDX when its device sits at their home site.  A
      *  key that belongs to no site is refused too, as on the
      *  dashboard.
      *----------------------------------------------------------------
        AUTHORIZE-KEY-SITE.
            MOVE "Y" TO WS-AUTH-OK-FLAG.
            IF OPCK-SITE-LIMITED THEN
                MOVE WS-MATCH-IDX TO WS-KEY-IDX
                PERFORM RESOLVE-KEY-SITE
                IF WS-KEY-SITE = SPACES
                   OR WS-KEY-SITE NOT = OPCK-HOME-SITE THEN
                    MOVE "N" TO WS-AUTH-OK-FLAG
                    MOVE "OTHER-SITE" TO WS-AUTH-REASON
                    PERFORM AUDIT-AUTH-REFUSAL
                END-IF
            END-IF.

        AUDIT-AUTH-REFUSAL.
            MOVE "count-adjust"  TO AUDIT-PROGRAM-ID
            MOVE "AUTH-REFUSE"   TO AUDIT-OPERATION
            MOVE SPACES          TO AUDIT-DETAIL
            STRING WS-AUTH-ROLE    DELIMITED BY SPACE
                   " refused: "    DELIMITED BY SIZE
                   WS-AUTH-REASON  DELIMITED BY SPACE
                   " "             DELIMITED BY SIZE
                   WS-ADJ-KEY      DELIMITED BY SPACE
                   INTO AUDIT-DETAIL
            END-STRING
            MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
            CALL "audit-log" USING AUDIT-CALL-PARMS.

      *----------------------------------------------------------------
      *  RESOLVE-KEY-SITE - the site of the key at WS-KEY-IDX, off
      *  the device master, into WS-KEY-SITE; blank when the key
      *  has no device part or the master doesn't list the device.
      *----------------------------------------------------------------
        RESOLVE-KEY-SITE.
            MOVE SPACES TO WS-KEY-METRIC WS-KEY-DEVICE.
            UNSTRING KNOWN-METRIC-KEY(WS-KEY-IDX)
                DELIMITED BY ":"
                INTO WS-KEY-METRIC WS-KEY-DEVICE
            END-UNSTRING

            MOVE SPACES TO WS-KEY-SITE.
            IF WS-KEY-DEVICE NOT = SPACES THEN
                PERFORM MATCH-ONE-DEVICE
                    VARYING WS-DEV-IDX FROM 1 BY 1
                    UNTIL WS-DEV-IDX > KNOWN-DEVICE-COUNT
                       OR WS-KEY-SITE NOT = SPACES
            END-IF.

        MATCH-ONE-DEVICE.
            IF KNOWN-DEVICE-ID(WS-DEV-IDX) = WS-KEY-DEVICE THEN
                MOVE KNOWN-DEVICE-SITE(WS-DEV-IDX) TO WS-KEY-SITE
            END-IF.

      *----------------------------------------------------------------
      *  FIND-ADJUST-KEY-SLOT - locate the requested key in the
      *  known-metric table; WS-MATCH-IDX stays 0 if it isn't one
      *  of ours.
      *----------------------------------------------------------------
        FIND-ADJUST-KEY-SLOT.
            MOVE 0 TO WS-MATCH-IDX.
            PERFORM CHECK-ONE-KEY-SLOT
                VARYING WS-KEY-IDX FROM 1 BY 1
                UNTIL WS-KEY-IDX > KNOWN-METRIC-COUNT
                   OR WS-MATCH-IDX > 0.

        CHECK-ONE-KEY-SLOT.
            IF KNOWN-METRIC-KEY(WS-KEY-IDX) = WS-ADJ-KEY THEN
                MOVE WS-KEY-IDX TO WS-MATCH-IDX
            END-IF.

      *----------------------------------------------------------------
      *  LOAD-PENDING-TABLE - read the staged adjustments awaiting a
      *  second operator into the pending work table.  A missing
      *  file is fine: the first stage creates it when the table is
      *  written back out.
      *----------------------------------------------------------------
        LOAD-PENDING-TABLE.
            MOVE 0 TO WS-PEND-COUNT.
            OPEN INPUT ADJUST-PENDING-FILE.
            IF NOT WS-APND-OK THEN
                MOVE "10" TO WS-APND-STATUS
            ELSE
                PERFORM READ-PENDING-ROW
            END-IF
            PERFORM TAKE-ONE-PENDING-ROW
                UNTIL APND-EOF
                   OR WS-PEND-COUNT = 50.
            CLOSE ADJUST-PENDING-FILE.

        READ-PENDING-ROW.
            READ ADJUST-PENDING-FILE
                AT END
                    MOVE "10" TO WS-APND-STATUS
            END-READ.

        TAKE-ONE-PENDING-ROW.
            IF APND-KEY NOT = SPACES THEN
                ADD 1 TO WS-PEND-COUNT
                MOVE APND-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
                MOVE APND-BUS-DATE TO WS-PEND-BUS-DATE(WS-PEND-COUNT)
                IF APND-AMOUNT NUMERIC THEN
                    MOVE APND-AMOUNT TO WS-PEND-AMOUNT(WS-PEND-COUNT)
                    IF APND-SIGN = "-" THEN
                        COMPUTE WS-PEND-AMOUNT(WS-PEND-COUNT) =
                            0 - APND-AMOUNT
                    END-IF
                ELSE
                    MOVE 0 TO WS-PEND-AMOUNT(WS-PEND-COUNT)
                END-IF
                MOVE APND-REASON TO WS-PEND-REASON(WS-PEND-COUNT)
                MOVE APND-REQUESTOR
                    TO WS-PEND-REQUESTOR(WS-PEND-COUNT)
                MOVE APND-REQ-STAMP
                    TO WS-PEND-REQ-STAMP(WS-PEND-COUNT)
                MOVE APND-NOTES TO WS-PEND-NOTES(WS-PEND-COUNT)
            END-IF
            PERFORM READ-PENDING-ROW.

      *----------------------------------------------------------------
      *  FIND-PENDING-SLOT - locate the requested key and business
      *  date in the pending table; WS-PEND-MATCH stays 0 when
      *  nothing is staged for them.
      *----------------------------------------------------------------
        FIND-PENDING-SLOT.
            MOVE 0 TO WS-PEND-MATCH.
            PERFORM CHECK-ONE-PENDING-SLOT
                VARYING WS-PEND-IDX FROM 1 BY 1
                UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   OR WS-PEND-MATCH > 0.

        CHECK-ONE-PENDING-SLOT.
            IF WS-PEND-KEY(WS-PEND-IDX) = WS-ADJ-KEY
               AND WS-PEND-BUS-DATE(WS-PEND-IDX) = WS-ADJ-DATE THEN
                MOVE WS-PEND-IDX TO WS-PEND-MATCH
            END-IF.

      *----------------------------------------------------------------
      *  CONVERT-ADJUST-DATE - the "date" query value is the
      *  business date being corrected, YYYYMMDD; blank means today.
      *  WS-DATE-VALID comes on only for a real calendar date.
      *----------------------------------------------------------------
        CONVERT-ADJUST-DATE.
            MOVE "N" TO WS-DATE-VALID-FLAG.
            IF WS-DATE-TEXT = SPACES THEN
                MOVE WS-TODAY TO WS-ADJ-DATE
                MOVE "Y" TO WS-DATE-VALID-FLAG
            ELSE
                MOVE WS-DATE-TEXT(1:8) TO WS-ADJ-DATE
                IF WS-DATE-TEXT(9:82) = SPACES
                   AND WS-ADJ-DATE IS NUMERIC THEN
                    IF FUNCTION TEST-DATE-YYYYMMDD(WS-ADJ-DATE-NUM)
                       = 0 THEN
                        MOVE "Y" TO WS-DATE-VALID-FLAG
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  CONVERT-AMOUNT - the "amount" query value is a signed whole
      *  number of counts ("-120" takes 120 away), parsed through
      *  reading-conv the same way a reading is.
      *----------------------------------------------------------------
        CONVERT-AMOUNT.
            MOVE "N" TO WS-CONV-VALID-FLAG.
            MOVE 0 TO WS-ADJ-AMOUNT.
            IF WS-AMOUNT-TEXT NOT = SPACES
               AND WS-AMOUNT-TEXT(21:70) = SPACES THEN
                MOVE "PARSE" TO RDCV-FUNCTION
                MOVE WS-AMOUNT-TEXT(1:20) TO RDCV-TEXT
                MOVE 0 TO RDCV-DECIMALS
                MOVE SPACES TO RDCV-UNIT
                CALL "reading-conv" USING READING-CONV-PARMS
                IF RDCV-OK THEN
                    MOVE "Y" TO WS-CONV-VALID-FLAG
                    MOVE RDCV-VALUE TO WS-ADJ-AMOUNT
                END-IF
            END-IF.

        CHECK-REASON-CODE.
            MOVE "N" TO WS-REASON-OK-FLAG.
            PERFORM CHECK-ONE-REASON-CODE
                VARYING WS-REASON-IDX FROM 1 BY 1
                UNTIL WS-REASON-IDX > 6
                   OR WS-REASON-OK.

        CHECK-ONE-REASON-CODE.
            IF WS-REASON-TEXT = WS-REASON-CODE(WS-REASON-IDX) THEN
                MOVE "Y" TO WS-REASON-OK-FLAG
            END-IF.

      *----------------------------------------------------------------
      *  APPLY-STAGE - put the requested correction on the pending
      *  file with the requesting operator and when they asked.
      *  Counters only: a gauge's archived value is a reading, and
      *  there is nothing to correct it against.  One staged
      *  adjustment per key and date at a time - the reviewer must
      *  see exactly what they are approving.
      *----------------------------------------------------------------
        APPLY-STAGE.
            PERFORM CONVERT-AMOUNT.
            PERFORM CHECK-REASON-CODE.
            PERFORM FIND-PENDING-SLOT.
            EVALUATE TRUE
                WHEN WS-ADJ-KEY = SPACES
                    MOVE "stage rejected: no key given"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-MATCH-IDX = 0
                    MOVE "stage rejected: key not a known metric"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN KNOWN-METRIC-IS-GAUGE(WS-MATCH-IDX)
                    MOVE "stage rejected: gauge readings not adjusted"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN NOT WS-DATE-VALID
                    MOVE "stage rejected: date not a valid YYYYMMDD"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-ADJ-DATE > WS-TODAY
                    MOVE "stage rejected: date is in the future"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN NOT WS-CONV-VALID
                    MOVE "stage rejected: amount not a whole number"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-ADJ-AMOUNT = 0
                    MOVE "stage rejected: amount is zero"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN NOT WS-REASON-OK
                    MOVE "stage rejected: unknown reason code"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-REASON-TEXT = "OTHER"
                     AND WS-NOTES-TEXT = SPACES
                    MOVE "stage rejected: reason OTHER needs notes"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-PEND-MATCH > 0
                    MOVE "stage rejected: adjustment already pending"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-PEND-COUNT = 50
                    MOVE "stage rejected: pending file is full"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN OTHER
                    ADD 1 TO WS-PEND-COUNT
                    MOVE WS-ADJ-KEY TO WS-PEND-KEY(WS-PEND-COUNT)
                    MOVE WS-ADJ-DATE
                        TO WS-PEND-BUS-DATE(WS-PEND-COUNT)
                    MOVE WS-ADJ-AMOUNT
                        TO WS-PEND-AMOUNT(WS-PEND-COUNT)
                    MOVE WS-REASON-TEXT
                        TO WS-PEND-REASON(WS-PEND-COUNT)
                    MOVE WS-OPERATOR-ID
                        TO WS-PEND-REQUESTOR(WS-PEND-COUNT)
                    MOVE WS-NOW-STAMP
                        TO WS-PEND-REQ-STAMP(WS-PEND-COUNT)
                    MOVE WS-NOTES-TEXT
                        TO WS-PEND-NOTES(WS-PEND-COUNT)
                    MOVE WS-PEND-COUNT TO WS-PEND-MATCH
                    PERFORM WRITE-PENDING-TABLE
                    IF WS-PENDWRITE-OK THEN
                        MOVE "adjustment staged for approval"
                            TO WS-RESULT-TEXT
                        MOVE "ADJ-STAGE" TO AUDIT-OPERATION
                        PERFORM AUDIT-PENDING-ACTION
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      *  APPLY-APPROVE - a different operator posts the staged
      *  adjustment.  The operator who staged it cannot approve it
      *  - that is the whole two-person rule.
      *----------------------------------------------------------------
        APPLY-APPROVE.
            PERFORM FIND-PENDING-SLOT.
            EVALUATE TRUE
                WHEN WS-PEND-MATCH = 0
                    MOVE "approve rejected: nothing staged for key/date"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-PEND-REQUESTOR(WS-PEND-MATCH)
                     = WS-OPERATOR-ID
                    MOVE
                    "approve rejected: requestor cannot approve"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN WS-MATCH-IDX = 0
                    MOVE "approve rejected: key no longer known"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                WHEN OTHER
                    PERFORM POST-ADJUSTMENT
            END-EVALUATE.

      *----------------------------------------------------------------
      *  POST-ADJUSTMENT - the approved correction lands in three
      *  places: the live Redis counter (an adjustment for today,
      *  while today's rollover has yet to run), the adjustment
      *  journal, and DAILYSUM as an "A" row of its own for the
      *  business date it corrects, so the period report and
      *  reconcile see it as an adjustment and never as part of a
      *  measured total.  Once rollover has archived the day - or
      *  for any earlier day - the live counter already belongs to
      *  the next day and only the archive is corrected; while
      *  rollover is actually running the approval is refused, as
      *  the key may or may not have been rolled yet.
      *
      *  A live adjustment is also added to adjust-live:<key>, so
      *  the rollover and a dashboard reset can archive the measured
      *  count and the adjustment apart, and the correction is not
      *  counted twice.  The journal is opened before anything is
      *  changed - an approval that cannot be journaled is refused.
      *----------------------------------------------------------------
        POST-ADJUSTMENT.
            MOVE "Y" TO WS-POST-OK-FLAG.
            MOVE "N" TO WS-APPLY-LIVE-FLAG.
            MOVE WS-PEND-AMOUNT(WS-PEND-MATCH) TO WS-ADJ-AMOUNT.

            IF WS-ADJ-DATE = WS-TODAY THEN
                MOVE SPACES TO RUNCTL-CALL-PARMS
                MOVE "ROLLOVER" TO RUNCTL-JOB-NAME
                MOVE WS-TODAY TO RUNCTL-BUS-DATE
                MOVE "CHECK" TO RUNCTL-FUNCTION
                CALL "run-control" USING RUNCTL-CALL-PARMS
                EVALUATE RUNCTL-STATUS
                    WHEN "COMPLETE"
                        CONTINUE
                    WHEN "STARTED"
                        MOVE "N" TO WS-POST-OK-FLAG
                        MOVE "approve rejected: rollover is running"
                            TO WS-RESULT-TEXT
                        PERFORM AUDIT-ADJUST-FAIL
                    WHEN OTHER
                        MOVE "Y" TO WS-APPLY-LIVE-FLAG
                END-EVALUATE
            END-IF

            IF WS-POST-OK THEN
                OPEN EXTEND ADJUSTMENT-JOURNAL-FILE
                IF NOT WS-ADJJ-OK THEN
                    CLOSE ADJUSTMENT-JOURNAL-FILE
                    OPEN OUTPUT ADJUSTMENT-JOURNAL-FILE
                END-IF
                IF NOT WS-ADJJ-OK THEN
                    MOVE "N" TO WS-POST-OK-FLAG
                    MOVE "approve failed: ADJJRNL open error"
                        TO WS-RESULT-TEXT
                    PERFORM AUDIT-ADJUST-FAIL
                END-IF
            END-IF

            IF WS-POST-OK AND WS-APPLY-LIVE THEN
                PERFORM APPLY-LIVE-ADJUSTMENT
                IF NOT WS-POST-OK THEN
                    CLOSE ADJUSTMENT-JOURNAL-FILE
                END-IF
            END-IF

            IF WS-POST-OK THEN
                MOVE WS-MATCH-IDX TO WS-KEY-IDX
                PERFORM RESOLVE-KEY-SITE
                PERFORM WRITE-JOURNAL-ROW
                CLOSE ADJUSTMENT-JOURNAL-FILE
                PERFORM WRITE-DAILY-ADJUSTMENT-ROW
                MOVE "ADJ-APPLY" TO AUDIT-OPERATION
                PERFORM AUDIT-PENDING-ACTION
                PERFORM REMOVE-PENDING-SLOT
                PERFORM WRITE-PENDING-TABLE
                IF WS-APPLY-LIVE THEN
                    MOVE "adjustment applied to live count and archive"
                        TO WS-RESULT-TEXT
                ELSE
                    MOVE "adjustment applied to archive"
                        TO WS-RESULT-TEXT
                END-IF
            END-IF.

      *----------------------------------------------------------------
      *  APPLY-LIVE-ADJUSTMENT - add the correction to the live
      *  counter and to its adjust-live:<key> running total.  A
      *  correction that would take the live count below zero is
      *  refused - the counts it means to take away have not all
      *  arrived yet, or were already reset away.  Should the
      *  counter itself refuse the INCRBY, the adjust-live total is
      *  backed out again so the two never disagree.
      *----------------------------------------------------------------
        APPLY-LIVE-ADJUSTMENT.
            CALL "redis-connect-retry" USING RETVAL.
            IF RETVAL = REDIS-ERR THEN
                MOVE "count-adjust"  TO AUDIT-PROGRAM-ID
                MOVE "CONNECT-FAIL"  TO AUDIT-OPERATION
                MOVE "redis_connect" TO AUDIT-DETAIL
                MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
                CALL "audit-log" USING AUDIT-CALL-PARMS
                MOVE "N" TO WS-POST-OK-FLAG
                MOVE "approve failed: live counts unreachable"
                    TO WS-RESULT-TEXT
            ELSE
                MOVE SPACES TO STR
                STRING "GET " DELIMITED BY SIZE
                       WS-ADJ-KEY DELIMITED BY SPACE
                       INTO STR
                END-STRING
                MOVE 0 TO OUTVAL
                CALL "redis_cmd_int" USING
                    STR
                    BY REFERENCE OUTVAL
                    RETURNING RETVAL
                END-CALL
                IF RETVAL = REDIS-ERR THEN
                    PERFORM AUDIT-CMD-FAIL
                    MOVE "N" TO WS-POST-OK-FLAG
                    MOVE "approve failed: live count not read"
                        TO WS-RESULT-TEXT
                END-IF

                IF WS-POST-OK THEN
                    COMPUTE WS-LIVE-AFTER = OUTVAL + WS-ADJ-AMOUNT
                    IF WS-LIVE-AFTER < 0 THEN
                        MOVE "N" TO WS-POST-OK-FLAG
                        MOVE
                        "approve rejected: live count would go below 0"
                            TO WS-RESULT-TEXT
                        PERFORM AUDIT-ADJUST-FAIL
                    END-IF
                END-IF

                MOVE SPACES TO WS-LIVE-KEY
                STRING "adjust-live:" DELIMITED BY SIZE
                       WS-ADJ-KEY DELIMITED BY SPACE
                       INTO WS-LIVE-KEY
                END-STRING

                IF WS-POST-OK THEN
                    MOVE WS-LIVE-KEY TO WS-INCR-KEY
                    MOVE WS-ADJ-AMOUNT TO WS-INCR-AMOUNT
                    PERFORM ISSUE-INCRBY
                    IF RETVAL = REDIS-ERR THEN
                        MOVE "N" TO WS-POST-OK-FLAG
                        MOVE "approve failed: live count not adjusted"
                            TO WS-RESULT-TEXT
                    END-IF
                END-IF

                IF WS-POST-OK THEN
                    MOVE WS-ADJ-KEY TO WS-INCR-KEY
                    MOVE WS-ADJ-AMOUNT TO WS-INCR-AMOUNT
                    PERFORM ISSUE-INCRBY
                    IF RETVAL = REDIS-ERR THEN
                        MOVE "N" TO WS-POST-OK-FLAG
                        MOVE "approve failed: live count not adjusted"
                            TO WS-RESULT-TEXT
                        MOVE WS-LIVE-KEY TO WS-INCR-KEY
                        COMPUTE WS-INCR-AMOUNT = 0 - WS-ADJ-AMOUNT
                        PERFORM ISSUE-INCRBY
                    END-IF
                END-IF

                CALL "redis_disco"
            END-IF.

      *----------------------------------------------------------------
      *  ISSUE-INCRBY - INCRBY WS-INCR-KEY by the signed
      *  WS-INCR-AMOUNT; a refusal is audited as CMD-FAIL and left
      *  in RETVAL for the caller.
      *----------------------------------------------------------------
        ISSUE-INCRBY.
            MOVE WS-INCR-AMOUNT TO WS-INCR-ABS.
            MOVE SPACES TO WS-INCR-SIGN.
            IF WS-INCR-AMOUNT < 0 THEN
                MOVE "-" TO WS-INCR-SIGN
            END-IF
            MOVE SPACES TO STR
            STRING "INCRBY " DELIMITED BY SIZE
                   WS-INCR-KEY DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-INCR-SIGN DELIMITED BY SPACE
                   WS-INCR-ABS DELIMITED BY SIZE
                   INTO STR
            END-STRING
            CALL "redis_cmd_int" USING
                STR
                BY REFERENCE OUTVAL
                RETURNING RETVAL
            END-CALL
            IF RETVAL = REDIS-ERR THEN
                PERFORM AUDIT-CMD-FAIL
            END-IF.

      *----------------------------------------------------------------
      *  WRITE-JOURNAL-ROW / WRITE-DAILY-ADJUSTMENT-ROW - the
      *  permanent record of the approved adjustment, and its "A"
      *  row on the daily-summary archive under the business date it
      *  corrects, posted today.
      *----------------------------------------------------------------
        WRITE-JOURNAL-ROW.
            MOVE SPACES TO ADJUSTMENT-JOURNAL-RECORD.
            MOVE WS-ADJ-DATE TO ADJJ-BUS-DATE.
            MOVE WS-ADJ-KEY TO ADJJ-KEY.
            MOVE WS-ADJ-AMOUNT TO ADJJ-AMOUNT.
            IF WS-ADJ-AMOUNT < 0 THEN
                MOVE "-" TO ADJJ-SIGN
            END-IF
            MOVE WS-PEND-REASON(WS-PEND-MATCH) TO ADJJ-REASON.
            MOVE WS-PEND-REQUESTOR(WS-PEND-MATCH) TO ADJJ-REQUESTOR.
            MOVE WS-PEND-REQ-STAMP(WS-PEND-MATCH) TO ADJJ-REQ-STAMP.
            MOVE WS-OPERATOR-ID TO ADJJ-APPROVER.
            MOVE WS-NOW-STAMP TO ADJJ-APPR-STAMP.
            IF WS-APPLY-LIVE THEN
                MOVE "Y" TO ADJJ-LIVE-FLAG
            ELSE
                MOVE "N" TO ADJJ-LIVE-FLAG
            END-IF
            MOVE WS-KEY-SITE TO ADJJ-SITE.
            MOVE WS-PEND-NOTES(WS-PEND-MATCH) TO ADJJ-NOTES.
            WRITE ADJUSTMENT-JOURNAL-RECORD.

        WRITE-DAILY-ADJUSTMENT-ROW.
            OPEN EXTEND DAILY-SUMMARY-FILE.
            IF NOT WS-FILE-OK
                CLOSE DAILY-SUMMARY-FILE
                OPEN OUTPUT DAILY-SUMMARY-FILE
            END-IF

            MOVE SPACES TO DAILY-SUMMARY-RECORD.
            MOVE WS-ADJ-DATE TO DAILY-SUM-BUS-DATE.
            MOVE WS-ADJ-KEY TO DAILY-SUM-KEY.
            MOVE WS-ADJ-AMOUNT TO DAILY-SUM-TOTAL.
            IF WS-ADJ-AMOUNT < 0 THEN
                MOVE "-" TO DAILY-SUM-SIGN
            END-IF
            MOVE "A" TO DAILY-SUM-ROW-TYPE.
            MOVE WS-PEND-REASON(WS-PEND-MATCH) TO DAILY-SUM-REASON.
            MOVE WS-TODAY TO DAILY-SUM-POST-DATE.
            WRITE DAILY-SUMMARY-RECORD.

            CLOSE DAILY-SUMMARY-FILE.

      *----------------------------------------------------------------
      *  APPLY-REJECT - take the staged adjustment back off the
      *  pending file without posting it anywhere.  The requestor
      *  may withdraw their own stage this way.
      *----------------------------------------------------------------
        APPLY-REJECT.
            IF WS-PEND-MATCH = 0 THEN
                MOVE "reject rejected: nothing staged for key/date"
                    TO WS-RESULT-TEXT
                PERFORM AUDIT-ADJUST-FAIL
            ELSE
                MOVE WS-PEND-AMOUNT(WS-PEND-MATCH) TO WS-ADJ-AMOUNT
                MOVE "ADJ-REJECT" TO AUDIT-OPERATION
                PERFORM AUDIT-PENDING-ACTION
                PERFORM REMOVE-PENDING-SLOT
                PERFORM WRITE-PENDING-TABLE
                MOVE "staged adjustment rejected" TO WS-RESULT-TEXT
            END-IF.

      *----------------------------------------------------------------
      *  REMOVE-PENDING-SLOT - close the gap over the entry at
      *  WS-PEND-MATCH so the table can be laid back down whole.
      *----------------------------------------------------------------
        REMOVE-PENDING-SLOT.
            PERFORM SHIFT-ONE-PENDING-SLOT
                VARYING WS-SHIFT-IDX FROM WS-PEND-MATCH BY 1
                UNTIL WS-SHIFT-IDX NOT < WS-PEND-COUNT.
            SUBTRACT 1 FROM WS-PEND-COUNT.

        SHIFT-ONE-PENDING-SLOT.
            MOVE WS-PEND-ENTRY(WS-SHIFT-IDX + 1)
                TO WS-PEND-ENTRY(WS-SHIFT-IDX).

      *----------------------------------------------------------------
      *  WRITE-PENDING-TABLE - lay the whole pending work table
      *  back down as the new pending file.
      *----------------------------------------------------------------
        WRITE-PENDING-TABLE.
            MOVE "N" TO WS-PENDWRITE-OK-FLAG.
            OPEN OUTPUT ADJUST-PENDING-FILE.
            IF NOT WS-APND-OK THEN
                MOVE "pending rewrite failed: ADJPEND open error"
                    TO WS-RESULT-TEXT
                PERFORM AUDIT-ADJUST-FAIL
            ELSE
                PERFORM WRITE-ONE-PENDING-ROW
                    VARYING WS-PEND-IDX FROM 1 BY 1
                    UNTIL WS-PEND-IDX > WS-PEND-COUNT
                CLOSE ADJUST-PENDING-FILE
                MOVE "Y" TO WS-PENDWRITE-OK-FLAG
            END-IF.

        WRITE-ONE-PENDING-ROW.
            MOVE SPACES TO ADJUST-PENDING-RECORD.
            MOVE WS-PEND-KEY(WS-PEND-IDX) TO APND-KEY.
            MOVE WS-PEND-BUS-DATE(WS-PEND-IDX) TO APND-BUS-DATE.
            MOVE WS-PEND-AMOUNT(WS-PEND-IDX) TO APND-AMOUNT.
            IF WS-PEND-AMOUNT(WS-PEND-IDX) < 0 THEN
                MOVE "-" TO APND-SIGN
            END-IF
            MOVE WS-PEND-REASON(WS-PEND-IDX) TO APND-REASON.
            MOVE WS-PEND-REQUESTOR(WS-PEND-IDX) TO APND-REQUESTOR.
            MOVE WS-PEND-REQ-STAMP(WS-PEND-IDX) TO APND-REQ-STAMP.
            MOVE WS-PEND-NOTES(WS-PEND-IDX) TO APND-NOTES.
            WRITE ADJUST-PENDING-RECORD.

      *----------------------------------------------------------------
      *  AUDIT-ADJUST-FAIL / AUDIT-CMD-FAIL - every refused or
      *  failed request leaves its reason on the audit log.
      *----------------------------------------------------------------
        AUDIT-ADJUST-FAIL.
            MOVE "count-adjust"  TO AUDIT-PROGRAM-ID
            MOVE "ADJ-FAIL"      TO AUDIT-OPERATION
            MOVE WS-RESULT-TEXT  TO AUDIT-DETAIL
            MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
            CALL "audit-log" USING AUDIT-CALL-PARMS.

        AUDIT-CMD-FAIL.
            MOVE "count-adjust"  TO AUDIT-PROGRAM-ID
            MOVE "CMD-FAIL"      TO AUDIT-OPERATION
            MOVE STR             TO AUDIT-DETAIL
            MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
            CALL "audit-log" USING AUDIT-CALL-PARMS.

      *----------------------------------------------------------------
      *  AUDIT-PENDING-ACTION - the stage/apply/reject trail carries
      *  the key, the date corrected, the signed amount and the
      *  reason, and names both operators: the one acting now is in
      *  the operator column, the one who staged the adjustment
      *  rides in the detail.  AUDIT-OPERATION is set by the caller.
      *----------------------------------------------------------------
        AUDIT-PENDING-ACTION.
            MOVE WS-ADJ-AMOUNT TO RDCV-VALUE.
            PERFORM FORMAT-SHOW-AMOUNT.
            MOVE "count-adjust"  TO AUDIT-PROGRAM-ID
            MOVE SPACES          TO AUDIT-DETAIL
            STRING WS-ADJ-KEY    DELIMITED BY SPACE
                   " "           DELIMITED BY SIZE
                   WS-ADJ-DATE   DELIMITED BY SIZE
                   " "           DELIMITED BY SIZE
                   WS-SHOW-TEXT  DELIMITED BY SPACE
                   " "           DELIMITED BY SIZE
                   WS-PEND-REASON(WS-PEND-MATCH)
                                 DELIMITED BY SPACE
                   " staged by " DELIMITED BY SIZE
                   WS-PEND-REQUESTOR(WS-PEND-MATCH)
                                 DELIMITED BY SPACE
                   INTO AUDIT-DETAIL
            END-STRING
            MOVE WS-OPERATOR-ID  TO AUDIT-OPERATOR-ID
            CALL "audit-log" USING AUDIT-CALL-PARMS.

      *----------------------------------------------------------------
      *  FORMAT-SHOW-AMOUNT - edit the whole-count RDCV-VALUE, sign
      *  and all, into WS-SHOW-TEXT.
      *----------------------------------------------------------------
        FORMAT-SHOW-AMOUNT.
            MOVE "FORMAT" TO RDCV-FUNCTION.
            MOVE 0 TO RDCV-DECIMALS.
            MOVE SPACES TO RDCV-UNIT.
            CALL "reading-conv" USING READING-CONV-PARMS.
            MOVE RDCV-TEXT TO WS-SHOW-TEXT.

      *----------------------------------------------------------------
      *  REPORT-ONE-PENDING - one template variable per staged
      *  adjustment, "pending-<key>-<date>", so the reviewer sees
      *  what is waiting, the signed amount and reason, who asked
      *  and when, and their notes.
      *----------------------------------------------------------------
        REPORT-ONE-PENDING.
            MOVE WS-PEND-AMOUNT(WS-PEND-IDX) TO RDCV-VALUE.
            PERFORM FORMAT-SHOW-AMOUNT.
            ADD 1 TO WS-VAR-IDX.
            MOVE SPACES TO COW-varname(WS-VAR-IDX)
            STRING "pending-" DELIMITED BY SIZE
                   WS-PEND-KEY(WS-PEND-IDX) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-PEND-BUS-DATE(WS-PEND-IDX) DELIMITED BY SIZE
                   INTO COW-varname(WS-VAR-IDX)
            END-STRING
            MOVE SPACES TO COW-varvalue(WS-VAR-IDX)
            STRING WS-SHOW-TEXT                DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   WS-PEND-REASON(WS-PEND-IDX) DELIMITED BY SPACE
                   " by "                      DELIMITED BY SIZE
                   WS-PEND-REQUESTOR(WS-PEND-IDX)
                                               DELIMITED BY SPACE
                   " "                         DELIMITED BY SIZE
                   WS-PEND-REQ-STAMP(WS-PEND-IDX)
                                               DELIMITED BY SIZE
                   " "                         DELIMITED BY SIZE
                   WS-PEND-NOTES(WS-PEND-IDX)  DELIMITED BY SIZE
                   INTO COW-varvalue(WS-VAR-IDX)
            END-STRING.

        END PROGRAM count-adjust.
