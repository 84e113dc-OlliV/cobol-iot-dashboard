      *================================================================
      *
      *  PROGRAM:     oper-check
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-08
      *
      *  PURPOSE:  Shared authorization check for the online
      *            programs.  Until now any "operator" query value
      *            was taken at its word, so anyone who could reach
      *            the dashboard could reset a counter or ack an
      *            alert under any name.  Callers CALL this with
      *            OPCKCM.cpy's parameter block naming the operator
      *            and the role the request needs; it reads that
      *            operator's row from the operator master
      *            (OPERRC.cpy) with one keyed read and answers OK
      *            only for an active operator holding the role.
      *            The caller does the refusing and leaves the
      *            AUTH-REFUSE audit line - it knows what was asked.
      *
      *            A master that cannot be opened answers NO-FILE,
      *            which every caller treats as a refusal: the
      *            check fails closed.  The open failure itself is
      *            audit-logged here, as metric-load does for the
      *            metric master.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-08  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. oper-check.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY OPERFD.

       DATA DIVISION.
       FILE SECTION.
           COPY OPERRC.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OPER-STATUS          PIC X(02).
               88  WS-OPER-OK          VALUE "00".

       COPY AUDITCOM.

       LINKAGE SECTION.
       COPY OPCKCM.

       PROCEDURE DIVISION USING OPER-CHECK-PARMS.

       0000-MAINLINE.
           MOVE SPACES TO OPCK-NAME.
           MOVE SPACES TO OPCK-HOME-SITE.
           MOVE "N" TO OPCK-SITE-LIMIT.

           IF OPCK-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO OPCK-STATUS
               GOBACK
           END-IF

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF NOT WS-OPER-OK
               MOVE "oper-check"   TO AUDIT-PROGRAM-ID
               MOVE "OPEN-FAIL"    TO AUDIT-OPERATION
               MOVE "OPERMSTR"     TO AUDIT-DETAIL
               MOVE OPCK-OPERATOR-ID TO AUDIT-OPERATOR-ID
               CALL "audit-log" USING AUDIT-CALL-PARMS
               MOVE "NO-FILE" TO OPCK-STATUS
               GOBACK
           END-IF

           MOVE OPCK-OPERATOR-ID TO OPER-ID.
           READ OPERATOR-MASTER-FILE KEY IS OPER-ID
               INVALID KEY
                   MOVE "23" TO WS-OPER-STATUS
           END-READ.

           IF NOT WS-OPER-OK
               MOVE "UNKNOWN" TO OPCK-STATUS
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF

           MOVE OPER-NAME TO OPCK-NAME.
           MOVE OPER-HOME-SITE TO OPCK-HOME-SITE.
           IF OPER-SITE-LIMITED
               MOVE "Y" TO OPCK-SITE-LIMIT
           END-IF

           PERFORM 2000-CHECK-ROLE
               THRU 2000-CHECK-ROLE-EXIT.

           CLOSE OPERATOR-MASTER-FILE.
           GOBACK.

      *----------------------------------------------------------------
      *  2000-CHECK-ROLE - an inactive operator holds no roles; a
      *  role name this program doesn't know is never granted.
      *----------------------------------------------------------------
       2000-CHECK-ROLE.
           IF NOT OPER-ACTIVE
               MOVE "INACTIVE" TO OPCK-STATUS
               GO TO 2000-CHECK-ROLE-EXIT
           END-IF

           MOVE "NO-ROLE" TO OPCK-STATUS.
           EVALUATE OPCK-ROLE
               WHEN "VIEW"
                   IF OPER-CAN-VIEW
                       MOVE "OK" TO OPCK-STATUS
                   END-IF
               WHEN "ACK"
                   IF OPER-CAN-ACK
                       MOVE "OK" TO OPCK-STATUS
                   END-IF
               WHEN "RESET"
                   IF OPER-CAN-RESET
                       MOVE "OK" TO OPCK-STATUS
                   END-IF
               WHEN "METRIC-MAINT"
                   IF OPER-CAN-MAINT
                       MOVE "OK" TO OPCK-STATUS
                   END-IF
               WHEN "APPROVE"
                   IF OPER-CAN-APPROVE
                       MOVE "OK" TO OPCK-STATUS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-CHECK-ROLE-EXIT.
           EXIT.

       END PROGRAM oper-check.
