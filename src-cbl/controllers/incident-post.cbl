      *================================================================
      *
      *  PROGRAM:     incident-post
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-10
      *
      *  PURPOSE:  Shared keeper of the alert incident register
      *            (INCIDENTS, INCDRC.cpy).  The history of one
      *            alert used to be spread over ALERTLOG, DLVRLOG,
      *            and an AUDITLOG ACK line, and nothing recorded
      *            when the key came back inside its limits; the
      *            register pulls that into one row per incident.
      *            Callers CALL this with INCDCM.cpy's parameter
      *            block: alertmon OPENs an incident when a key
      *            first goes out of limits and CLEARs it when the
      *            key is back, alert-dispatch NOTIFYs each send and
      *            escalation, and the dashboard ACKs it.  Every
      *            function works on the key's one OPEN incident,
      *            found by positioning on the key and reading its
      *            incidents forward.  Stamps are taken here for a
      *            consistent clock source.
      *
      *            On OPEN the key's site is read off the device
      *            master and kept on the incident, so the monthly
      *            report groups it where the device stood at the
      *            time.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-10  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident-post.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INCDFD.
           COPY DEVMFD.

       DATA DIVISION.
       FILE SECTION.
           COPY INCDRC.
           COPY DEVMRC.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-INC-STATUS           PIC X(02).
               88  WS-INC-OK           VALUE "00".
               88  INC-EOF             VALUE "10".
           05  WS-DEVM-STATUS          PIC X(02).
               88  WS-DEVM-OK          VALUE "00".
           05  WS-FOUND-FLAG           PIC X(01) VALUE "N".
               88  WS-FOUND            VALUE "Y".

       01  WS-NOW-STAMP                PIC X(14).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(08).
           05  WS-CURRENT-TIME.
               10  WS-HH                PIC 9(02).
               10  WS-MN                PIC 9(02).
               10  WS-SS                PIC 9(02).
               10  WS-HS                PIC 9(02).

       01  WS-OPEN-INCIDENT            PIC X(306).
       01  WS-KEY-METRIC               PIC X(30).
       01  WS-KEY-DEVICE               PIC X(20).

       COPY AUDITCOM.

       LINKAGE SECTION.
       COPY INCDCM.

       PROCEDURE DIVISION USING INCIDENT-CALL-PARMS.

       0000-MAINLINE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
                  WS-HH           DELIMITED BY SIZE
                  WS-MN           DELIMITED BY SIZE
                  WS-SS           DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING

           OPEN I-O INCIDENT-FILE.
           IF WS-INC-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
               CLOSE INCIDENT-FILE
               OPEN I-O INCIDENT-FILE
           END-IF
           IF NOT WS-INC-OK
               MOVE "incident-post" TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"     TO AUDIT-OPERATION
               MOVE "INCIDENTS"     TO AUDIT-DETAIL
               MOVE INCD-OPERATOR   TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               MOVE "ERROR" TO INCD-STATUS
               GOBACK
           END-IF

           PERFORM 1000-FIND-OPEN-INCIDENT
               THRU 1000-FIND-OPEN-INCIDENT-EXIT.

           EVALUATE INCD-FUNCTION
               WHEN "OPEN"
                   PERFORM 2000-OPEN-INCIDENT
                       THRU 2000-OPEN-INCIDENT-EXIT
               WHEN "NOTIFY"
                   PERFORM 3000-NOTIFY-INCIDENT
                       THRU 3000-NOTIFY-INCIDENT-EXIT
               WHEN "ACK"
                   PERFORM 4000-ACK-INCIDENT
                       THRU 4000-ACK-INCIDENT-EXIT
               WHEN "CLEAR"
                   PERFORM 5000-CLEAR-INCIDENT
                       THRU 5000-CLEAR-INCIDENT-EXIT
               WHEN OTHER
                   MOVE "ERROR" TO INCD-STATUS
           END-EVALUATE

           CLOSE INCIDENT-FILE.
           GOBACK.

      *----------------------------------------------------------------
      *  1000-FIND-OPEN-INCIDENT - position on the key's first
      *  incident and read its incidents forward; the OPEN one, if
      *  any, is kept in WS-OPEN-INCIDENT.
      *----------------------------------------------------------------
       1000-FIND-OPEN-INCIDENT.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE INCD-KEY TO INC-KEY.
           MOVE ZEROS TO INC-OPEN-STAMP.
           START INCIDENT-FILE KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE "10" TO WS-INC-STATUS
           END-START.
           IF INC-EOF
               GO TO 1000-FIND-OPEN-INCIDENT-EXIT
           END-IF

           PERFORM 1100-READ-INCIDENT
               THRU 1100-READ-INCIDENT-EXIT.
           PERFORM 1200-CHECK-ONE-INCIDENT
               THRU 1200-CHECK-ONE-INCIDENT-EXIT
               UNTIL INC-EOF.

           IF WS-FOUND
               MOVE WS-OPEN-INCIDENT TO INCIDENT-RECORD
           END-IF.
       1000-FIND-OPEN-INCIDENT-EXIT.
           EXIT.

       1100-READ-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-INC-STATUS
           END-READ.
       1100-READ-INCIDENT-EXIT.
           EXIT.

       1200-CHECK-ONE-INCIDENT.
           IF INC-KEY NOT = INCD-KEY
               MOVE "10" TO WS-INC-STATUS
               GO TO 1200-CHECK-ONE-INCIDENT-EXIT
           END-IF
           IF INC-OPEN
               MOVE INCIDENT-RECORD TO WS-OPEN-INCIDENT
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF
           PERFORM 1100-READ-INCIDENT
               THRU 1100-READ-INCIDENT-EXIT.
       1200-CHECK-ONE-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-OPEN-INCIDENT - a key already carrying an open
      *  incident keeps it; the breach is still the same incident
      *  however many alertmon runs see it.
      *----------------------------------------------------------------
       2000-OPEN-INCIDENT.
           IF WS-FOUND
               MOVE "OPEN" TO INCD-STATUS
               GO TO 2000-OPEN-INCIDENT-EXIT
           END-IF

           PERFORM 2100-RESOLVE-SITE
               THRU 2100-RESOLVE-SITE-EXIT.

           MOVE SPACES TO INCIDENT-RECORD.
           MOVE INCD-KEY TO INC-KEY.
           MOVE WS-NOW-STAMP TO INC-OPEN-STAMP.
           MOVE "O" TO INC-STATUS.
           MOVE INCD-REASON TO INC-REASON.
           MOVE DEVM-SITE TO INC-SITE.
           MOVE INCD-VALUE TO INC-OPEN-VALUE.
           IF INCD-VALUE < 0
               MOVE "-" TO INC-OPEN-SIGN
           END-IF
           MOVE 0 TO INC-NOTIFY-COUNT.
           MOVE 0 TO INC-MAX-TIER.

           WRITE INCIDENT-RECORD
               INVALID KEY
                   MOVE "ERROR" TO INCD-STATUS
               NOT INVALID KEY
                   MOVE "OPENED" TO INCD-STATUS
           END-WRITE.
       2000-OPEN-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2100-RESOLVE-SITE - the device is the part of the key after
      *  the ":"; DEVM-SITE comes back blank when the key names no
      *  device or the device master doesn't list it.
      *----------------------------------------------------------------
       2100-RESOLVE-SITE.
           MOVE SPACES TO WS-KEY-METRIC WS-KEY-DEVICE.
           UNSTRING INCD-KEY DELIMITED BY ":"
               INTO WS-KEY-METRIC WS-KEY-DEVICE
           END-UNSTRING
           MOVE SPACES TO DEVICE-MASTER-RECORD.
           IF WS-KEY-DEVICE = SPACES
               GO TO 2100-RESOLVE-SITE-EXIT
           END-IF

           OPEN INPUT DEVICE-MASTER-FILE.
           IF NOT WS-DEVM-OK
               GO TO 2100-RESOLVE-SITE-EXIT
           END-IF
           MOVE WS-KEY-DEVICE TO DEVM-DEVICE.
           READ DEVICE-MASTER-FILE KEY IS DEVM-DEVICE
               INVALID KEY
                   MOVE SPACES TO DEVICE-MASTER-RECORD
           END-READ.
           CLOSE DEVICE-MASTER-FILE.
       2100-RESOLVE-SITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-NOTIFY-INCIDENT - every send counts; the first send at
      *  each of tiers 1 to 3 is stamped with its recipient, and
      *  the highest tier reached is kept whatever its number.
      *----------------------------------------------------------------
       3000-NOTIFY-INCIDENT.
           IF NOT WS-FOUND
               MOVE "NONE" TO INCD-STATUS
               GO TO 3000-NOTIFY-INCIDENT-EXIT
           END-IF

           IF INC-NOTIFY-COUNT < 999
               ADD 1 TO INC-NOTIFY-COUNT
           END-IF
           IF INCD-TIER > INC-MAX-TIER
               MOVE INCD-TIER TO INC-MAX-TIER
           END-IF
           IF INCD-TIER > 0
              AND INCD-TIER < 4
               IF INC-TIER-STAMP(INCD-TIER) = SPACES
                   MOVE WS-NOW-STAMP TO INC-TIER-STAMP(INCD-TIER)
                   MOVE INCD-RECIPIENT
                       TO INC-TIER-RECIPIENT(INCD-TIER)
               END-IF
           END-IF

           PERFORM 6000-REWRITE-INCIDENT
               THRU 6000-REWRITE-INCIDENT-EXIT.
       3000-NOTIFY-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-ACK-INCIDENT - time-to-acknowledge runs to the first
      *  ACK; a later ACK of the same incident changes nothing.
      *----------------------------------------------------------------
       4000-ACK-INCIDENT.
           IF NOT WS-FOUND
               MOVE "NONE" TO INCD-STATUS
               GO TO 4000-ACK-INCIDENT-EXIT
           END-IF

           IF INC-ACK-STAMP NOT = SPACES
               MOVE "OK" TO INCD-STATUS
               GO TO 4000-ACK-INCIDENT-EXIT
           END-IF

           MOVE WS-NOW-STAMP TO INC-ACK-STAMP.
           MOVE INCD-OPERATOR TO INC-ACK-OPERATOR.
           PERFORM 6000-REWRITE-INCIDENT
               THRU 6000-REWRITE-INCIDENT-EXIT.
       4000-ACK-INCIDENT-EXIT.
           EXIT.

       5000-CLEAR-INCIDENT.
           IF NOT WS-FOUND
               MOVE "NONE" TO INCD-STATUS
               GO TO 5000-CLEAR-INCIDENT-EXIT
           END-IF

           MOVE WS-NOW-STAMP TO INC-CLEAR-STAMP.
           MOVE "C" TO INC-STATUS.
           PERFORM 6000-REWRITE-INCIDENT
               THRU 6000-REWRITE-INCIDENT-EXIT.
           IF INCD-STATUS = "OK"
               MOVE "CLOSED" TO INCD-STATUS
           END-IF.
       5000-CLEAR-INCIDENT-EXIT.
           EXIT.

       6000-REWRITE-INCIDENT.
           REWRITE INCIDENT-RECORD
               INVALID KEY
                   MOVE "ERROR" TO INCD-STATUS
               NOT INVALID KEY
                   MOVE "OK" TO INCD-STATUS
           END-REWRITE.
       6000-REWRITE-INCIDENT-EXIT.
           EXIT.

       END PROGRAM incident-post.
