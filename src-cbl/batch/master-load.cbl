      *================================================================
      *
      *  PROGRAM:     master-load
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-06
      *
      *  PURPOSE:  Posts the flat master extracts to the indexed
      *            metric, device and operator masters (METRMSTR /
      *            DEVMSTR / OPERMSTR, keyed on the metric key, the
      *            device ID and the operator ID).
      *            Run on request, and once to convert the old
      *            line-sequential masters to the keyed files.
      *
      *            METRSEQ - metric master rows in the METRMSTR
      *            layout (MMSTRC.cpy), e.g. the old flat master.
      *            A key not yet on METRMSTR is added; a key that
      *            is already there is left exactly as it stands -
      *            thresholds on a live key change only through
      *            metric-maint's staged, second-operator path, and
      *            a bulk load must not become a way round it.
      *
      *            DEVMSEQ - the operations-maintained device list,
      *            one row per device (device, site, location, the
      *            layout DEVMSTR had as a flat file).  A new device
      *            is added; a known one has its site and location
      *            replaced; a row with a blank site takes the
      *            device off the master.  Only the site and
      *            location columns are ever replaced, so anything
      *            else the device master carries for a device
      *            survives a reload - with one exception: a row
      *            may go on to name the counter key and the
      *            interval of the device's usage-based service
      *            plan.  The same key as before just changes the
      *            interval (0 ends the plan); a different key
      *            starts a fresh plan, its service history and
      *            lifetime count cleared for service-due.cbl to
      *            build again.  A row with no plan columns leaves
      *            the plan alone.
      *
      *            OPERSEQ - the operator list plant security keeps,
      *            in the OPERMSTR layout (OPERRC.cpy): ID, name,
      *            home site, active flag, roles, site limit.  Each
      *            row replaces that operator's master row whole, or
      *            adds it; an operator leaving is sent with flag I,
      *            never dropped, so the access report can still
      *            name who they were.
      *
      *            Each part runs only when its flat file is there.
      *            The counts go to the audit trail, one line per
      *            master posted.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-06  KT  Initial version.
      *      2026-10-08  KT  Posts the OPERSEQ operator list to the new
      *                      operator master OPERMSTR.
      *      2026-10-13  KT  DEVMSEQ rows may carry a device's service
      *                      plan (counter key and interval).
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. master-load.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MMSTFD.
           COPY DEVMFD.
           COPY OPERFD.
           SELECT METRIC-SEQ-FILE ASSIGN TO "METRSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSEQ-STATUS.
           SELECT DEVICE-SEQ-FILE ASSIGN TO "DEVMSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSEQ-STATUS.
           SELECT OPERATOR-SEQ-FILE ASSIGN TO "OPERSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OSEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY MMSTRC.
           COPY DEVMRC.
           COPY OPERRC.

      *  Flat metric master rows, laid out exactly as
      *  METRIC-MASTER-RECORD - each is moved across whole.
       FD  METRIC-SEQ-FILE.
       01  METRIC-SEQ-RECORD           PIC X(114).

      *  Flat device list - the three columns operations keep,
      *  then the optional service plan columns (blank on a device
      *  with no plan, and on the older three-column lists).
       FD  DEVICE-SEQ-FILE.
       01  DEVICE-SEQ-RECORD.
           05  DSEQ-DEVICE             PIC X(20).
           05  FILLER                  PIC X(01).
           05  DSEQ-SITE               PIC X(10).
           05  FILLER                  PIC X(01).
           05  DSEQ-LOCATION           PIC X(40).
           05  FILLER                  PIC X(01).
           05  DSEQ-SVC-KEY            PIC X(30).
           05  FILLER                  PIC X(01).
           05  DSEQ-SVC-INTERVAL       PIC X(09).

      *  Flat operator rows, laid out exactly as
      *  OPERATOR-MASTER-RECORD - each is moved across whole.
       FD  OPERATOR-SEQ-FILE.
       01  OPERATOR-SEQ-RECORD         PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MMST-STATUS          PIC X(02).
               88  WS-MMST-OK          VALUE "00".
           05  WS-DEVM-STATUS          PIC X(02).
               88  WS-DEVM-OK          VALUE "00".
           05  WS-MSEQ-STATUS          PIC X(02).
               88  WS-MSEQ-OK          VALUE "00".
               88  MSEQ-EOF            VALUE "10".
           05  WS-DSEQ-STATUS          PIC X(02).
               88  WS-DSEQ-OK          VALUE "00".
               88  DSEQ-EOF            VALUE "10".
           05  WS-OPER-STATUS          PIC X(02).
               88  WS-OPER-OK          VALUE "00".
           05  WS-OSEQ-STATUS          PIC X(02).
               88  WS-OSEQ-OK          VALUE "00".
               88  OSEQ-EOF            VALUE "10".

       01  WS-ADDED-COUNT              PIC 9(05) VALUE 0.
       01  WS-CHANGED-COUNT            PIC 9(05) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(05) VALUE 0.
       01  WS-REMOVED-COUNT            PIC 9(05) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(05) VALUE 0.
       01  WS-ADDED-DISPLAY            PIC Z(04)9.
       01  WS-CHANGED-DISPLAY          PIC Z(04)9.
       01  WS-KEPT-DISPLAY             PIC Z(04)9.
       01  WS-REMOVED-DISPLAY          PIC Z(04)9.
       01  WS-SKIPPED-DISPLAY          PIC Z(04)9.

       COPY AUDITCOM.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 2000-LOAD-METRIC-MASTER
               THRU 2000-LOAD-METRIC-MASTER-EXIT.
           PERFORM 3000-LOAD-DEVICE-MASTER
               THRU 3000-LOAD-DEVICE-MASTER-EXIT.
           PERFORM 4000-LOAD-OPERATOR-MASTER
               THRU 4000-LOAD-OPERATOR-MASTER-EXIT.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  2000-LOAD-METRIC-MASTER - add the METRSEQ keys METRMSTR
      *  doesn't have yet.  A METRMSTR that isn't there is created
      *  empty first, which is the conversion case.
      *----------------------------------------------------------------
       2000-LOAD-METRIC-MASTER.
           OPEN INPUT METRIC-SEQ-FILE.
           IF NOT WS-MSEQ-OK
               GO TO 2000-LOAD-METRIC-MASTER-EXIT
           END-IF

           OPEN I-O METRIC-MASTER-FILE.
           IF WS-MMST-STATUS = "35"
               OPEN OUTPUT METRIC-MASTER-FILE
               CLOSE METRIC-MASTER-FILE
               OPEN I-O METRIC-MASTER-FILE
           END-IF
           IF NOT WS-MMST-OK
               MOVE "master-load"  TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"    TO AUDIT-OPERATION
               MOVE "METRMSTR"     TO AUDIT-DETAIL
               MOVE SPACES         TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               CLOSE METRIC-SEQ-FILE
               GO TO 2000-LOAD-METRIC-MASTER-EXIT
           END-IF

           MOVE 0 TO WS-ADDED-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.

           PERFORM 2100-READ-METRIC-SEQ
               THRU 2100-READ-METRIC-SEQ-EXIT.
           PERFORM 2200-POST-ONE-METRIC
               THRU 2200-POST-ONE-METRIC-EXIT
               UNTIL MSEQ-EOF.

           CLOSE METRIC-SEQ-FILE.
           CLOSE METRIC-MASTER-FILE.

           MOVE WS-ADDED-COUNT TO WS-ADDED-DISPLAY.
           MOVE WS-KEPT-COUNT TO WS-KEPT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY.
           MOVE "master-load" TO AUDIT-PROGRAM-ID.
           MOVE "MSTR-LOAD" TO AUDIT-OPERATION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "METRMSTR added "  DELIMITED BY SIZE
                  WS-ADDED-DISPLAY   DELIMITED BY SIZE
                  " kept "           DELIMITED BY SIZE
                  WS-KEPT-DISPLAY    DELIMITED BY SIZE
                  " skipped "        DELIMITED BY SIZE
                  WS-SKIPPED-DISPLAY DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       2000-LOAD-METRIC-MASTER-EXIT.
           EXIT.

       2100-READ-METRIC-SEQ.
           READ METRIC-SEQ-FILE
               AT END
                   MOVE "10" TO WS-MSEQ-STATUS
           END-READ.
       2100-READ-METRIC-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-POST-ONE-METRIC - a row with a blank key is skipped; a
      *  key already on the master is kept as it is (see PURPOSE).
      *----------------------------------------------------------------
       2200-POST-ONE-METRIC.
           MOVE SPACES TO METRIC-MASTER-RECORD.
           MOVE METRIC-SEQ-RECORD TO METRIC-MASTER-RECORD.
           IF MMST-KEY = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               WRITE METRIC-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-KEPT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.

           PERFORM 2100-READ-METRIC-SEQ
               THRU 2100-READ-METRIC-SEQ-EXIT.
       2200-POST-ONE-METRIC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-LOAD-DEVICE-MASTER - post the DEVMSEQ device list to
      *  DEVMSTR, creating DEVMSTR empty first if it isn't there.
      *----------------------------------------------------------------
       3000-LOAD-DEVICE-MASTER.
           OPEN INPUT DEVICE-SEQ-FILE.
           IF NOT WS-DSEQ-OK
               GO TO 3000-LOAD-DEVICE-MASTER-EXIT
           END-IF

           OPEN I-O DEVICE-MASTER-FILE.
           IF WS-DEVM-STATUS = "35"
               OPEN OUTPUT DEVICE-MASTER-FILE
               CLOSE DEVICE-MASTER-FILE
               OPEN I-O DEVICE-MASTER-FILE
           END-IF
           IF NOT WS-DEVM-OK
               MOVE "master-load"  TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"    TO AUDIT-OPERATION
               MOVE "DEVMSTR"      TO AUDIT-DETAIL
               MOVE SPACES         TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               CLOSE DEVICE-SEQ-FILE
               GO TO 3000-LOAD-DEVICE-MASTER-EXIT
           END-IF

           MOVE 0 TO WS-ADDED-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE 0 TO WS-REMOVED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.

           PERFORM 3100-READ-DEVICE-SEQ
               THRU 3100-READ-DEVICE-SEQ-EXIT.
           PERFORM 3200-POST-ONE-DEVICE
               THRU 3200-POST-ONE-DEVICE-EXIT
               UNTIL DSEQ-EOF.

           CLOSE DEVICE-SEQ-FILE.
           CLOSE DEVICE-MASTER-FILE.

           MOVE WS-ADDED-COUNT TO WS-ADDED-DISPLAY.
           MOVE WS-CHANGED-COUNT TO WS-CHANGED-DISPLAY.
           MOVE WS-REMOVED-COUNT TO WS-REMOVED-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY.
           MOVE "master-load" TO AUDIT-PROGRAM-ID.
           MOVE "MSTR-LOAD" TO AUDIT-OPERATION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "DEVMSTR added "   DELIMITED BY SIZE
                  WS-ADDED-DISPLAY   DELIMITED BY SIZE
                  " changed "        DELIMITED BY SIZE
                  WS-CHANGED-DISPLAY DELIMITED BY SIZE
                  " removed "        DELIMITED BY SIZE
                  WS-REMOVED-DISPLAY DELIMITED BY SIZE
                  " skipped "        DELIMITED BY SIZE
                  WS-SKIPPED-DISPLAY DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       3000-LOAD-DEVICE-MASTER-EXIT.
           EXIT.

       3100-READ-DEVICE-SEQ.
           READ DEVICE-SEQ-FILE
               AT END
                   MOVE "10" TO WS-DSEQ-STATUS
           END-READ.
       3100-READ-DEVICE-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3200-POST-ONE-DEVICE - read the device by key first, so a
      *  known device keeps every column but site and location
      *  (and the service plan, when the row names one).  A blank
      *  device, or a plan key with a non-numeric interval, is
      *  skipped; a blank site removes the device (skipped if it
      *  wasn't on the master anyway).
      *----------------------------------------------------------------
       3200-POST-ONE-DEVICE.
           IF DSEQ-DEVICE = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3200-NEXT-DEVICE
           END-IF
           IF DSEQ-SVC-KEY NOT = SPACES
              AND DSEQ-SVC-INTERVAL NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3200-NEXT-DEVICE
           END-IF

           MOVE DSEQ-DEVICE TO DEVM-DEVICE.
           READ DEVICE-MASTER-FILE KEY IS DEVM-DEVICE
               INVALID KEY
                   MOVE "23" TO WS-DEVM-STATUS
           END-READ.

           IF DSEQ-SITE = SPACES
               IF WS-DEVM-OK
                   DELETE DEVICE-MASTER-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-SKIPPED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-REMOVED-COUNT
                   END-DELETE
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               GO TO 3200-NEXT-DEVICE
           END-IF

           IF WS-DEVM-OK
               MOVE DSEQ-SITE TO DEVM-SITE
               MOVE DSEQ-LOCATION TO DEVM-LOCATION
               PERFORM 3300-POST-SERVICE-PLAN
                   THRU 3300-POST-SERVICE-PLAN-EXIT
               REWRITE DEVICE-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           ELSE
               MOVE SPACES TO DEVICE-MASTER-RECORD
               MOVE DSEQ-DEVICE TO DEVM-DEVICE
               MOVE DSEQ-SITE TO DEVM-SITE
               MOVE DSEQ-LOCATION TO DEVM-LOCATION
               PERFORM 3300-POST-SERVICE-PLAN
                   THRU 3300-POST-SERVICE-PLAN-EXIT
               WRITE DEVICE-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.

       3200-NEXT-DEVICE.
           PERFORM 3100-READ-DEVICE-SEQ
               THRU 3100-READ-DEVICE-SEQ-EXIT.
       3200-POST-ONE-DEVICE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3300-POST-SERVICE-PLAN - the row's plan columns onto the
      *  device master row in the record area (see PURPOSE).  A new
      *  or different key clears what the old plan had counted.
      *----------------------------------------------------------------
       3300-POST-SERVICE-PLAN.
           IF DSEQ-SVC-KEY = SPACES
               GO TO 3300-POST-SERVICE-PLAN-EXIT
           END-IF

           IF DSEQ-SVC-KEY NOT = DEVM-SVC-KEY
               MOVE DSEQ-SVC-KEY TO DEVM-SVC-KEY
               MOVE 0 TO DEVM-SVC-BASELINE
               MOVE SPACES TO DEVM-SVC-DATE
               MOVE 0 TO DEVM-SVC-LIFETIME
               MOVE SPACES TO DEVM-SVC-THRU-DATE
               MOVE SPACES TO DEVM-SVC-DUE-FLAG
               MOVE SPACES TO DEVM-SVC-REQUEST-REF
               MOVE SPACES TO DEVM-SVC-DUE-DATE
           END-IF
           MOVE DSEQ-SVC-INTERVAL TO DEVM-SVC-INTERVAL.
       3300-POST-SERVICE-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-LOAD-OPERATOR-MASTER - post the OPERSEQ operator list
      *  to OPERMSTR, creating OPERMSTR empty first if it isn't
      *  there.
      *----------------------------------------------------------------
       4000-LOAD-OPERATOR-MASTER.
           OPEN INPUT OPERATOR-SEQ-FILE.
           IF NOT WS-OSEQ-OK
               GO TO 4000-LOAD-OPERATOR-MASTER-EXIT
           END-IF

           OPEN I-O OPERATOR-MASTER-FILE.
           IF WS-OPER-STATUS = "35"
               OPEN OUTPUT OPERATOR-MASTER-FILE
               CLOSE OPERATOR-MASTER-FILE
               OPEN I-O OPERATOR-MASTER-FILE
           END-IF
           IF NOT WS-OPER-OK
               MOVE "master-load"  TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"    TO AUDIT-OPERATION
               MOVE "OPERMSTR"     TO AUDIT-DETAIL
               MOVE SPACES         TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               CLOSE OPERATOR-SEQ-FILE
               GO TO 4000-LOAD-OPERATOR-MASTER-EXIT
           END-IF

           MOVE 0 TO WS-ADDED-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE 0 TO WS-SKIPPED-COUNT.

           PERFORM 4100-READ-OPERATOR-SEQ
               THRU 4100-READ-OPERATOR-SEQ-EXIT.
           PERFORM 4200-POST-ONE-OPERATOR
               THRU 4200-POST-ONE-OPERATOR-EXIT
               UNTIL OSEQ-EOF.

           CLOSE OPERATOR-SEQ-FILE.
           CLOSE OPERATOR-MASTER-FILE.

           MOVE WS-ADDED-COUNT TO WS-ADDED-DISPLAY.
           MOVE WS-CHANGED-COUNT TO WS-CHANGED-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY.
           MOVE "master-load" TO AUDIT-PROGRAM-ID.
           MOVE "MSTR-LOAD" TO AUDIT-OPERATION.
           MOVE SPACES TO AUDIT-DETAIL.
           STRING "OPERMSTR added "  DELIMITED BY SIZE
                  WS-ADDED-DISPLAY   DELIMITED BY SIZE
                  " changed "        DELIMITED BY SIZE
                  WS-CHANGED-DISPLAY DELIMITED BY SIZE
                  " skipped "        DELIMITED BY SIZE
                  WS-SKIPPED-DISPLAY DELIMITED BY SIZE
                  INTO AUDIT-DETAIL
           END-STRING.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           CALL "audit-log" USING AUDIT-CALL-PARMS.
       4000-LOAD-OPERATOR-MASTER-EXIT.
           EXIT.

       4100-READ-OPERATOR-SEQ.
           READ OPERATOR-SEQ-FILE
               AT END
                   MOVE "10" TO WS-OSEQ-STATUS
           END-READ.
       4100-READ-OPERATOR-SEQ-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4200-POST-ONE-OPERATOR - a row with a blank ID is skipped;
      *  a new operator is written, a known one rewritten whole.
      *----------------------------------------------------------------
       4200-POST-ONE-OPERATOR.
           MOVE SPACES TO OPERATOR-MASTER-RECORD.
           MOVE OPERATOR-SEQ-RECORD TO OPERATOR-MASTER-RECORD.
           IF OPER-ID = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 4200-NEXT-OPERATOR
           END-IF

           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   MOVE "22" TO WS-OPER-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
           END-WRITE.

           IF WS-OPER-STATUS = "22"
               REWRITE OPERATOR-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO WS-SKIPPED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED-COUNT
               END-REWRITE
           END-IF.

       4200-NEXT-OPERATOR.
           PERFORM 4100-READ-OPERATOR-SEQ
               THRU 4100-READ-OPERATOR-SEQ-EXIT.
       4200-POST-ONE-OPERATOR-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM master-load.
