      *================================================================
      *
      *  PROGRAM:     access-report
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-08
      *
      *  PURPOSE:  Weekly access review for plant security.  Lists
      *            every operator on the operator master (OPERMSTR)
      *            with home site, active flag, the roles held and
      *            whether RESET / ACK are limited to the home site;
      *            then every AUTH-REFUSE line the online programs
      *            left on the audit trail over the seven days
      *            ending with the run date; then the refusals
      *            counted by operator, so repeated attempts by one
      *            ID stand out.  Run weekly; report to ACCESRPT.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-08  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. access-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDITFD.
           COPY OPERFD.
           SELECT ACCESS-REPORT-FILE ASSIGN TO "ACCESRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY AUDITRC.
           COPY OPERRC.

       FD  ACCESS-REPORT-FILE.
       01  ACCESS-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FILE-STATUS          PIC X(02).
               88  WS-FILE-OK          VALUE "00".
               88  AUDIT-EOF           VALUE "10".
           05  WS-OPER-STATUS          PIC X(02).
               88  WS-OPER-OK          VALUE "00".
               88  OPER-EOF            VALUE "10".
           05  WS-REPORT-STATUS        PIC X(02).

       01  WS-TODAY                    PIC X(08).
       01  WS-TODAY-NUM                PIC 9(08).
       01  WS-TODAY-INT                PIC S9(9) COMP-5.
       01  WS-ROW-INT                  PIC S9(9) COMP-5.
       01  WS-DATE-WORK-NUM            PIC 9(08).
       01  WS-DATE-WORK-DISPLAY        PIC X(08).
       01  WS-FROM-DATE                PIC X(08).
       01  WS-FROM-TS                  PIC X(08).
       01  WS-TO-TS                    PIC X(08).

       01  WS-TS-WORK.
           05  WS-TS-YY                PIC X(02).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-TS-MM                PIC X(02).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-TS-DD                PIC X(02).

       01  WS-OPERATOR-COUNT           PIC 9(05) VALUE 0.
       01  WS-REFUSAL-COUNT            PIC 9(07) VALUE 0.

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.

      *  Refusals by operator ID - an ID need not be on the master
      *  (an unknown ID is one of the things being refused).
       01  WS-REFUSE-TALLY-TABLE.
           05  WS-REFUSE-TALLY-COUNT   PIC 9(03) VALUE 0.
           05  WS-REFUSE-TALLY-ENTRY   OCCURS 200 TIMES.
               10  RFT-OPERATOR        PIC X(20).
               10  RFT-COUNT           PIC 9(07).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD OPERATOR ACCESS REVIEW".
           05  FILLER                  PIC X(09) VALUE "RUN DATE ".
           05  HDG-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-SECTION-TITLE            PIC X(60).
       01  WS-COLUMN-LINE              PIC X(132).

       01  WS-OPER-COLUMN-LINE.
           05  FILLER                  PIC X(21) VALUE "OPERATOR".
           05  FILLER                  PIC X(31) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "HOME SITE".
           05  FILLER                  PIC X(07) VALUE "ACTIVE".
           05  FILLER                  PIC X(05) VALUE "VIEW".
           05  FILLER                  PIC X(04) VALUE "ACK".
           05  FILLER                  PIC X(06) VALUE "RESET".
           05  FILLER                  PIC X(06) VALUE "MAINT".
           05  FILLER                  PIC X(08) VALUE "APPROVE".
           05  FILLER                  PIC X(10) VALUE "SITE ONLY".

       01  WS-OPER-LINE.
           05  OPL-OPERATOR            PIC X(20).
           05  FILLER                  PIC X(01).
           05  OPL-NAME                PIC X(30).
           05  FILLER                  PIC X(01).
           05  OPL-HOME-SITE           PIC X(10).
           05  FILLER                  PIC X(03).
           05  OPL-ACTIVE              PIC X(01).
           05  FILLER                  PIC X(04).
           05  OPL-VIEW                PIC X(01).
           05  FILLER                  PIC X(03).
           05  OPL-ACK                 PIC X(01).
           05  FILLER                  PIC X(04).
           05  OPL-RESET               PIC X(01).
           05  FILLER                  PIC X(05).
           05  OPL-MAINT               PIC X(01).
           05  FILLER                  PIC X(06).
           05  OPL-APPROVE             PIC X(01).
           05  FILLER                  PIC X(06).
           05  OPL-SITE-LIMIT          PIC X(01).

       01  WS-AUDIT-COLUMN-LINE.
           05  FILLER                  PIC X(18) VALUE "TIMESTAMP".
           05  FILLER                  PIC X(21) VALUE "PROGRAM".
           05  FILLER                  PIC X(21) VALUE "OPERATOR".
           05  FILLER                  PIC X(72) VALUE "DETAIL".

       01  WS-DETAIL-LINE.
           05  DET-TIMESTAMP           PIC X(17).
           05  FILLER                  PIC X(01).
           05  DET-PROGRAM             PIC X(20).
           05  FILLER                  PIC X(01).
           05  DET-OPERATOR            PIC X(20).
           05  FILLER                  PIC X(01).
           05  DET-DETAIL              PIC X(72).

       01  WS-TALLY-COLUMN-LINE.
           05  FILLER                  PIC X(21) VALUE "OPERATOR".
           05  FILLER                  PIC X(08) VALUE "REFUSED".

       01  WS-SUMMARY-LINE.
           05  SUM-OPERATOR            PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  SUM-COUNT               PIC Z(06)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LIST-OPERATORS
               THRU 2000-LIST-OPERATORS-EXIT.
           PERFORM 3000-LIST-REFUSALS
               THRU 3000-LIST-REFUSALS-EXIT.
           PERFORM 5000-PRINT-SUMMARY
               THRU 5000-PRINT-SUMMARY-EXIT.

           CLOSE ACCESS-REPORT-FILE.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - the review week is the run date and the
      *  six days before it, reshaped to the audit trail's
      *  two-digit-year "yy-mm-dd" timestamp prefix for comparing.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO HDG-RUN-DATE.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-ROW-INT = WS-TODAY-INT - 6.
           COMPUTE WS-DATE-WORK-NUM =
               FUNCTION DATE-OF-INTEGER(WS-ROW-INT).
           MOVE WS-DATE-WORK-NUM TO WS-DATE-WORK-DISPLAY.
           MOVE WS-DATE-WORK-DISPLAY TO WS-FROM-DATE.

           MOVE WS-FROM-DATE(3:2) TO WS-TS-YY.
           MOVE WS-FROM-DATE(5:2) TO WS-TS-MM.
           MOVE WS-FROM-DATE(7:2) TO WS-TS-DD.
           MOVE WS-TS-WORK TO WS-FROM-TS.
           MOVE WS-TODAY(3:2) TO WS-TS-YY.
           MOVE WS-TODAY(5:2) TO WS-TS-MM.
           MOVE WS-TODAY(7:2) TO WS-TS-DD.
           MOVE WS-TS-WORK TO WS-TO-TS.

           OPEN OUTPUT ACCESS-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2000-LIST-OPERATORS - the whole operator master in ID
      *  order, active and inactive alike.
      *----------------------------------------------------------------
       2000-LIST-OPERATORS.
           MOVE "OPERATORS AND ROLES" TO WS-SECTION-TITLE.
           MOVE WS-OPER-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           OPEN INPUT OPERATOR-MASTER-FILE.
           IF NOT WS-OPER-OK
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (OPERATOR MASTER NOT AVAILABLE)"
                   TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               GO TO 2000-LIST-OPERATORS-EXIT
           END-IF

           PERFORM 2100-READ-OPERATOR
               THRU 2100-READ-OPERATOR-EXIT.
           PERFORM 2200-LIST-ONE-OPERATOR
               THRU 2200-LIST-ONE-OPERATOR-EXIT
               UNTIL OPER-EOF.
           CLOSE OPERATOR-MASTER-FILE.

           IF WS-OPERATOR-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
           END-IF.
       2000-LIST-OPERATORS-EXIT.
           EXIT.

       2100-READ-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-OPER-STATUS
           END-READ.
       2100-READ-OPERATOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  2200-LIST-ONE-OPERATOR - roles show as Y or blank; an
      *  inactive operator's roles are shown as held on the master
      *  even though oper-check grants none of them.
      *----------------------------------------------------------------
       2200-LIST-ONE-OPERATOR.
           MOVE SPACES TO WS-OPER-LINE.
           MOVE OPER-ID TO OPL-OPERATOR.
           MOVE OPER-NAME TO OPL-NAME.
           MOVE OPER-HOME-SITE TO OPL-HOME-SITE.
           MOVE OPER-ACTIVE-FLAG TO OPL-ACTIVE.
           IF OPER-CAN-VIEW
               MOVE "Y" TO OPL-VIEW
           END-IF
           IF OPER-CAN-ACK
               MOVE "Y" TO OPL-ACK
           END-IF
           IF OPER-CAN-RESET
               MOVE "Y" TO OPL-RESET
           END-IF
           IF OPER-CAN-MAINT
               MOVE "Y" TO OPL-MAINT
           END-IF
           IF OPER-CAN-APPROVE
               MOVE "Y" TO OPL-APPROVE
           END-IF
           IF OPER-SITE-LIMITED
               MOVE "Y" TO OPL-SITE-LIMIT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-OPER-LINE TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           ADD 1 TO WS-OPERATOR-COUNT.

           PERFORM 2100-READ-OPERATOR
               THRU 2100-READ-OPERATOR-EXIT.
       2200-LIST-ONE-OPERATOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-LIST-REFUSALS - one read of the audit trail for the
      *  AUTH-REFUSE lines inside the review week.
      *----------------------------------------------------------------
       3000-LIST-REFUSALS.
           MOVE SPACES TO WS-SECTION-TITLE.
           STRING "REFUSED ATTEMPTS "    DELIMITED BY SIZE
                  WS-FROM-DATE           DELIMITED BY SIZE
                  " TO "                 DELIMITED BY SIZE
                  WS-TODAY               DELIMITED BY SIZE
                  INTO WS-SECTION-TITLE
           END-STRING.
           MOVE WS-AUDIT-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           OPEN INPUT AUDIT-FILE.
           IF NOT WS-FILE-OK
               MOVE "10" TO WS-FILE-STATUS
           ELSE
               PERFORM 3100-READ-AUDIT
                   THRU 3100-READ-AUDIT-EXIT
               PERFORM 3200-SIFT-ONE-RECORD
                   THRU 3200-SIFT-ONE-RECORD-EXIT
                   UNTIL AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF

           IF WS-REFUSAL-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
           END-IF.
       3000-LIST-REFUSALS-EXIT.
           EXIT.

       3100-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.
       3100-READ-AUDIT-EXIT.
           EXIT.

       3200-SIFT-ONE-RECORD.
           IF AUDIT-REC-OPERATION NOT = "AUTH-REFUSE"
              OR AUDIT-TIMESTAMP(1:8) < WS-FROM-TS
              OR AUDIT-TIMESTAMP(1:8) > WS-TO-TS
               GO TO 3200-NEXT-RECORD
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE AUDIT-TIMESTAMP       TO DET-TIMESTAMP.
           MOVE AUDIT-REC-PROGRAM-ID  TO DET-PROGRAM.
           MOVE AUDIT-REC-OPERATOR-ID TO DET-OPERATOR.
           MOVE AUDIT-REC-DETAIL      TO DET-DETAIL.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           ADD 1 TO WS-REFUSAL-COUNT.

           PERFORM 3300-TALLY-OPERATOR
               THRU 3300-TALLY-OPERATOR-EXIT.

       3200-NEXT-RECORD.
           PERFORM 3100-READ-AUDIT
               THRU 3100-READ-AUDIT-EXIT.
       3200-SIFT-ONE-RECORD-EXIT.
           EXIT.

       3300-TALLY-OPERATOR.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 3310-MATCH-ONE-TALLY
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-REFUSE-TALLY-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
              AND WS-REFUSE-TALLY-COUNT < 200
               ADD 1 TO WS-REFUSE-TALLY-COUNT
               MOVE WS-REFUSE-TALLY-COUNT TO WS-MATCH-IDX
               MOVE AUDIT-REC-OPERATOR-ID
                   TO RFT-OPERATOR(WS-MATCH-IDX)
               MOVE 0 TO RFT-COUNT(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
               ADD 1 TO RFT-COUNT(WS-MATCH-IDX)
           END-IF.
       3300-TALLY-OPERATOR-EXIT.
           EXIT.

       3310-MATCH-ONE-TALLY.
           IF RFT-OPERATOR(WS-KEY-IDX) = AUDIT-REC-OPERATOR-ID
               MOVE WS-KEY-IDX TO WS-MATCH-IDX
           END-IF.

      *----------------------------------------------------------------
      *  4000-WRITE-DETAIL-LINE - write with page headings as the
      *  pages fill; the current section title and its column
      *  headings ride on each page top.
      *----------------------------------------------------------------
       4000-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-TOP
                   THRU 4100-PRINT-PAGE-TOP-EXIT
           END-IF
           MOVE WS-DETAIL-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       4000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       4100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE SPACES TO ACCESS-REPORT-RECORD.
           WRITE ACCESS-REPORT-RECORD.
           MOVE 6 TO WS-LINE-COUNT.
       4100-PRINT-PAGE-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-SUMMARY - the week's refusals counted by
      *  operator ID, in the order each ID was first seen.
      *----------------------------------------------------------------
       5000-PRINT-SUMMARY.
           MOVE "REFUSALS BY OPERATOR" TO WS-SECTION-TITLE.
           MOVE WS-TALLY-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-REFUSE-TALLY-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               GO TO 5000-PRINT-SUMMARY-EXIT
           END-IF

           PERFORM 5100-PRINT-ONE-TALLY
               THRU 5100-PRINT-ONE-TALLY-EXIT
               VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-REFUSE-TALLY-COUNT.
       5000-PRINT-SUMMARY-EXIT.
           EXIT.

       5100-PRINT-ONE-TALLY.
           MOVE RFT-OPERATOR(WS-KEY-IDX) TO SUM-OPERATOR.
           MOVE RFT-COUNT(WS-KEY-IDX) TO SUM-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-SUMMARY-LINE TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       5100-PRINT-ONE-TALLY-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM access-report.
