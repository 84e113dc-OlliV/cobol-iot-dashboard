      *================================================================
      *
      *  PROGRAM:     incident-report
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-10
      *
      *  PURPOSE:  Monthly alert incident figures for the on-call
      *            review, off the incident register (INCIDENTS)
      *            that alertmon, alert-dispatch and the dashboard
      *            keep through incident-post.cbl - the figures
      *            management used to have assembled by hand from
      *            ALERTLOG, DLVRLOG and the audit trail.
      *
      *            Every incident opened in the reporting month is
      *            counted against its site (where its device stood
      *            when it opened; NO-SITE when the device master
      *            didn't place it), its key, and its on-call
      *            recipient (whoever tier 1 went to).  Per group:
      *            incidents, how many were acknowledged and the
      *            mean and worst minutes from opening to the first
      *            ACK, how many cleared and the mean and worst
      *            minutes from opening to clearing, and how many
      *            were escalated to tier 2 and to tier 3.  Means
      *            are over the incidents that got that far; one
      *            still unacknowledged or still open at the run
      *            counts as an incident only.  The report
      *            (INCDRPT) gives the groups by site with site
      *            subtotals and a grand total, then the same
      *            figures by recipient.
      *
      *            The reporting month comes from the one-card
      *            parameter file (INCDPRM, YYYYMM); a missing or
      *            blank card reports the run date's month.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-10  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY INCDFD.
           SELECT PARM-FILE ASSIGN TO "INCDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INCIDENT-REPORT-FILE ASSIGN TO "INCDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY INCDRC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MONTH               PIC X(06).

       FD  INCIDENT-REPORT-FILE.
       01  INCIDENT-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-INC-STATUS           PIC X(02).
               88  WS-INC-OK           VALUE "00".
               88  INC-EOF             VALUE "10".
           05  WS-PARM-STATUS          PIC X(02).
               88  WS-PARM-OK          VALUE "00".
           05  WS-REPORT-STATUS        PIC X(02).

       01  WS-TODAY                    PIC X(08).
       01  WS-REPORT-MONTH             PIC X(06).
       01  WS-CUR-SITE                 PIC X(10).
       01  WS-CUR-RECIPIENT            PIC X(40).
       01  WS-SAMPLE-TS                PIC X(14).

       01  WS-TS-DATE-NUM              PIC 9(08).
       01  WS-TS-HH                    PIC 9(02).
       01  WS-TS-MN                    PIC 9(02).
       01  WS-TS-MINUTES               PIC S9(9) COMP-5.
       01  WS-OPEN-MINUTES             PIC S9(9) COMP-5.
       01  WS-SPAN-MINUTES             PIC S9(9) COMP-5.
       01  WS-MEAN-MINUTES             PIC 9(07).
       01  WS-EDIT-MINUTES             PIC Z(05)9.

       01  WS-GROUP-IDX                PIC 9(04) BINARY.
       01  WS-MATCH-IDX                PIC 9(04) BINARY.
       01  WS-SITE-IDX                 PIC 9(03) BINARY.
       01  WS-SITE-SLOT                PIC 9(03) BINARY.
       01  WS-RCPT-IDX                 PIC 9(03) BINARY.
       01  WS-RCPT-SLOT                PIC 9(03) BINARY.

      *  One incident's contribution, and the running sum it is
      *  added into - every table entry and total below carries its
      *  figures in this same 57-byte layout, so one add paragraph
      *  serves them all.
       01  WS-LINE-FIGURES.
           05  LIN-INCIDENTS           PIC 9(05).
           05  LIN-ACKED               PIC 9(05).
           05  LIN-ACK-MINS            PIC 9(09).
           05  LIN-ACK-WORST           PIC 9(07).
           05  LIN-CLEARED             PIC 9(05).
           05  LIN-CLR-MINS            PIC 9(09).
           05  LIN-CLR-WORST           PIC 9(07).
           05  LIN-TIER2               PIC 9(05).
           05  LIN-TIER3               PIC 9(05).
       01  WS-SUM-FIGURES.
           05  SUM-INCIDENTS           PIC 9(05).
           05  SUM-ACKED               PIC 9(05).
           05  SUM-ACK-MINS            PIC 9(09).
           05  SUM-ACK-WORST           PIC 9(07).
           05  SUM-CLEARED             PIC 9(05).
           05  SUM-CLR-MINS            PIC 9(09).
           05  SUM-CLR-WORST           PIC 9(07).
           05  SUM-TIER2               PIC 9(05).
           05  SUM-TIER3               PIC 9(05).
       01  WS-SITE-FIGURES             PIC X(57).
       01  WS-GRAND-FIGURES            PIC X(57).

       01  WS-GROUP-TABLE.
           05  WS-GROUP-COUNT          PIC 9(04) VALUE 0.
           05  WS-GROUP-ENTRY          OCCURS 1000 TIMES.
               10  GRP-SITE            PIC X(10).
               10  GRP-KEY             PIC X(30).
               10  GRP-RECIPIENT       PIC X(40).
               10  GRP-FIGURES         PIC X(57).

       01  WS-SITE-TABLE.
           05  WS-SITE-COUNT           PIC 9(03) VALUE 0.
           05  WS-SITE-ENTRY           PIC X(10) OCCURS 501 TIMES.

       01  WS-RCPT-TABLE.
           05  WS-RCPT-COUNT           PIC 9(03) VALUE 0.
           05  WS-RCPT-ENTRY           OCCURS 100 TIMES.
               10  RCP-RECIPIENT       PIC X(40).
               10  RCP-FIGURES         PIC X(57).

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD ALERT INCIDENT REVIEW".
           05  FILLER                  PIC X(06) VALUE "MONTH ".
           05  HDG-MONTH               PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-SECTION-TITLE            PIC X(60).
       01  WS-COLUMN-LINE              PIC X(132).

       01  WS-FIGURE-COLUMNS.
           05  FILLER                  PIC X(06) VALUE " INCID".
           05  FILLER                  PIC X(06) VALUE " ACKED".
           05  FILLER                  PIC X(07) VALUE " ACK-AV".
           05  FILLER                  PIC X(07) VALUE " ACK-MX".
           05  FILLER                  PIC X(06) VALUE " CLRED".
           05  FILLER                  PIC X(07) VALUE " CLR-AV".
           05  FILLER                  PIC X(07) VALUE " CLR-MX".
           05  FILLER                  PIC X(05) VALUE " TIER".
           05  FILLER                  PIC X(05) VALUE " TIER".
       01  WS-FIGURE-COLUMNS-2.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE " (MINUTES)".
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE " (MINUTES)".
           05  FILLER                  PIC X(05) VALUE "    2".
           05  FILLER                  PIC X(05) VALUE "    3".

       01  WS-SITE-COLUMN-LINE.
           05  FILLER                  PIC X(11) VALUE "SITE".
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(31) VALUE "RECIPIENT".
           05  SCL-FIGURES             PIC X(56).

       01  WS-RCPT-COLUMN-LINE.
           05  FILLER                  PIC X(73) VALUE "RECIPIENT".
           05  RCL-FIGURES             PIC X(56).

      *  The formatted figures, common to every detail and total
      *  line; a mean with nothing to average shows "-".
       01  WS-FIGURE-TEXT.
           05  FGT-INCIDENTS           PIC Z(05)9.
           05  FGT-ACKED               PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  FGT-ACK-MEAN            PIC X(06).
           05  FILLER                  PIC X(01).
           05  FGT-ACK-WORST           PIC X(06).
           05  FGT-CLEARED             PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  FGT-CLR-MEAN            PIC X(06).
           05  FILLER                  PIC X(01).
           05  FGT-CLR-WORST           PIC X(06).
           05  FGT-TIER2               PIC Z(04)9.
           05  FGT-TIER3               PIC Z(04)9.

       01  WS-DETAIL-LINE.
           05  DET-SITE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-RECIPIENT           PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-FIGURES             PIC X(56).

       01  WS-RCPT-DETAIL-LINE.
           05  RDT-RECIPIENT           PIC X(40).
           05  FILLER                  PIC X(33).
           05  RDT-FIGURES             PIC X(56).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF NOT INC-EOF
               PERFORM 2000-READ-INCIDENT
                   THRU 2000-READ-INCIDENT-EXIT
               PERFORM 3000-TAKE-ONE-INCIDENT
                   THRU 3000-TAKE-ONE-INCIDENT-EXIT
                   UNTIL INC-EOF
               CLOSE INCIDENT-FILE
           END-IF

           PERFORM 5000-PRINT-SITE-SECTION
               THRU 5000-PRINT-SITE-SECTION-EXIT.
           PERFORM 6000-PRINT-RECIPIENT-SECTION
               THRU 6000-PRINT-RECIPIENT-SECTION-EXIT.

           CLOSE INCIDENT-REPORT-FILE.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - the reporting month off the parameter
      *  card or the run date, the register opened for a browse in
      *  key order, and the report opened.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH.

           OPEN INPUT PARM-FILE.
           IF WS-PARM-OK
               READ PARM-FILE
                   AT END
                       CONTINUE
               END-READ
               IF WS-PARM-OK
                  AND PRM-MONTH NOT = SPACES
                   MOVE PRM-MONTH TO WS-REPORT-MONTH
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE WS-REPORT-MONTH TO HDG-MONTH.

           MOVE ZEROS TO WS-GRAND-FIGURES.

           OPEN INPUT INCIDENT-FILE.
           IF NOT WS-INC-OK
               MOVE "10" TO WS-INC-STATUS
           END-IF

           OPEN OUTPUT INCIDENT-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-READ-INCIDENT.
           READ INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-INC-STATUS
           END-READ.
       2000-READ-INCIDENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-TAKE-ONE-INCIDENT - an incident opened in the
      *  reporting month becomes one line of figures, added to its
      *  site/key/recipient group and to its recipient.
      *----------------------------------------------------------------
       3000-TAKE-ONE-INCIDENT.
           IF INC-OPEN-STAMP(1:6) NOT = WS-REPORT-MONTH
               GO TO 3000-NEXT-INCIDENT
           END-IF

           MOVE ZEROS TO WS-LINE-FIGURES.
           MOVE 1 TO LIN-INCIDENTS.

           MOVE INC-OPEN-STAMP TO WS-SAMPLE-TS.
           PERFORM 3500-TS-TO-MINUTES
               THRU 3500-TS-TO-MINUTES-EXIT.
           MOVE WS-TS-MINUTES TO WS-OPEN-MINUTES.

           IF INC-ACK-STAMP NOT = SPACES
               MOVE INC-ACK-STAMP TO WS-SAMPLE-TS
               PERFORM 3600-SPAN-FROM-OPEN
                   THRU 3600-SPAN-FROM-OPEN-EXIT
               MOVE 1 TO LIN-ACKED
               MOVE WS-SPAN-MINUTES TO LIN-ACK-MINS
               MOVE WS-SPAN-MINUTES TO LIN-ACK-WORST
           END-IF
           IF INC-CLEAR-STAMP NOT = SPACES
               MOVE INC-CLEAR-STAMP TO WS-SAMPLE-TS
               PERFORM 3600-SPAN-FROM-OPEN
                   THRU 3600-SPAN-FROM-OPEN-EXIT
               MOVE 1 TO LIN-CLEARED
               MOVE WS-SPAN-MINUTES TO LIN-CLR-MINS
               MOVE WS-SPAN-MINUTES TO LIN-CLR-WORST
           END-IF
           IF INC-MAX-TIER NOT < 2
               MOVE 1 TO LIN-TIER2
           END-IF
           IF INC-MAX-TIER NOT < 3
               MOVE 1 TO LIN-TIER3
           END-IF

           MOVE INC-SITE TO WS-CUR-SITE.
           IF WS-CUR-SITE = SPACES
               MOVE "NO-SITE" TO WS-CUR-SITE
           END-IF
           IF INC-TIER-STAMP(1) = SPACES
               MOVE "(NOT NOTIFIED)" TO WS-CUR-RECIPIENT
           ELSE
               IF INC-TIER-RECIPIENT(1) = SPACES
                   MOVE "(GATEWAY DEFAULT)" TO WS-CUR-RECIPIENT
               ELSE
                   MOVE INC-TIER-RECIPIENT(1) TO WS-CUR-RECIPIENT
               END-IF
           END-IF

           PERFORM 3100-ADD-TO-GROUP
               THRU 3100-ADD-TO-GROUP-EXIT.
           PERFORM 3200-ADD-TO-RECIPIENT
               THRU 3200-ADD-TO-RECIPIENT-EXIT.
           PERFORM 3300-NOTE-SITE
               THRU 3300-NOTE-SITE-EXIT.

       3000-NEXT-INCIDENT.
           PERFORM 2000-READ-INCIDENT
               THRU 2000-READ-INCIDENT-EXIT.
       3000-TAKE-ONE-INCIDENT-EXIT.
           EXIT.

       3100-ADD-TO-GROUP.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM 3110-MATCH-ONE-GROUP
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                  OR WS-MATCH-IDX > 0.
           IF WS-MATCH-IDX = 0
              AND WS-GROUP-COUNT < 1000
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-MATCH-IDX
               MOVE WS-CUR-SITE TO GRP-SITE(WS-MATCH-IDX)
               MOVE INC-KEY TO GRP-KEY(WS-MATCH-IDX)
               MOVE WS-CUR-RECIPIENT TO GRP-RECIPIENT(WS-MATCH-IDX)
               MOVE ZEROS TO GRP-FIGURES(WS-MATCH-IDX)
           END-IF
           IF WS-MATCH-IDX > 0
               MOVE GRP-FIGURES(WS-MATCH-IDX) TO WS-SUM-FIGURES
               PERFORM 3700-ADD-LINE-TO-SUM
                   THRU 3700-ADD-LINE-TO-SUM-EXIT
               MOVE WS-SUM-FIGURES TO GRP-FIGURES(WS-MATCH-IDX)
           END-IF.
       3100-ADD-TO-GROUP-EXIT.
           EXIT.

       3110-MATCH-ONE-GROUP.
           IF GRP-SITE(WS-GROUP-IDX) = WS-CUR-SITE
              AND GRP-KEY(WS-GROUP-IDX) = INC-KEY
              AND GRP-RECIPIENT(WS-GROUP-IDX) = WS-CUR-RECIPIENT
               MOVE WS-GROUP-IDX TO WS-MATCH-IDX
           END-IF.

       3200-ADD-TO-RECIPIENT.
           MOVE 0 TO WS-RCPT-SLOT.
           PERFORM 3210-MATCH-ONE-RECIPIENT
               VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
                  OR WS-RCPT-SLOT > 0.
           IF WS-RCPT-SLOT = 0
              AND WS-RCPT-COUNT < 100
               ADD 1 TO WS-RCPT-COUNT
               MOVE WS-RCPT-COUNT TO WS-RCPT-SLOT
               MOVE WS-CUR-RECIPIENT TO RCP-RECIPIENT(WS-RCPT-SLOT)
               MOVE ZEROS TO RCP-FIGURES(WS-RCPT-SLOT)
           END-IF
           IF WS-RCPT-SLOT > 0
               MOVE RCP-FIGURES(WS-RCPT-SLOT) TO WS-SUM-FIGURES
               PERFORM 3700-ADD-LINE-TO-SUM
                   THRU 3700-ADD-LINE-TO-SUM-EXIT
               MOVE WS-SUM-FIGURES TO RCP-FIGURES(WS-RCPT-SLOT)
           END-IF.
       3200-ADD-TO-RECIPIENT-EXIT.
           EXIT.

       3210-MATCH-ONE-RECIPIENT.
           IF RCP-RECIPIENT(WS-RCPT-IDX) = WS-CUR-RECIPIENT
               MOVE WS-RCPT-IDX TO WS-RCPT-SLOT
           END-IF.

       3300-NOTE-SITE.
           MOVE 0 TO WS-SITE-SLOT.
           PERFORM 3310-MATCH-ONE-SITE
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT
                  OR WS-SITE-SLOT > 0.
           IF WS-SITE-SLOT = 0
              AND WS-SITE-COUNT < 501
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-CUR-SITE TO WS-SITE-ENTRY(WS-SITE-COUNT)
           END-IF.
       3300-NOTE-SITE-EXIT.
           EXIT.

       3310-MATCH-ONE-SITE.
           IF WS-SITE-ENTRY(WS-SITE-IDX) = WS-CUR-SITE
               MOVE WS-SITE-IDX TO WS-SITE-SLOT
           END-IF.

       3500-TS-TO-MINUTES.
           MOVE WS-SAMPLE-TS(1:8) TO WS-TS-DATE-NUM.
           MOVE WS-SAMPLE-TS(9:2) TO WS-TS-HH.
           MOVE WS-SAMPLE-TS(11:2) TO WS-TS-MN.
           COMPUTE WS-TS-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 1440)
               + (WS-TS-HH * 60) + WS-TS-MN.
       3500-TS-TO-MINUTES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3600-SPAN-FROM-OPEN - minutes from the incident opening to
      *  the stamp in WS-SAMPLE-TS.
      *----------------------------------------------------------------
       3600-SPAN-FROM-OPEN.
           PERFORM 3500-TS-TO-MINUTES
               THRU 3500-TS-TO-MINUTES-EXIT.
           COMPUTE WS-SPAN-MINUTES = WS-TS-MINUTES - WS-OPEN-MINUTES.
           IF WS-SPAN-MINUTES < 0
               MOVE 0 TO WS-SPAN-MINUTES
           END-IF.
       3600-SPAN-FROM-OPEN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3700-ADD-LINE-TO-SUM - add the figures in WS-LINE-FIGURES
      *  into WS-SUM-FIGURES: counts and minutes summed, worst
      *  cases kept at the larger.
      *----------------------------------------------------------------
       3700-ADD-LINE-TO-SUM.
           ADD LIN-INCIDENTS TO SUM-INCIDENTS.
           ADD LIN-ACKED TO SUM-ACKED.
           ADD LIN-ACK-MINS TO SUM-ACK-MINS.
           IF LIN-ACK-WORST > SUM-ACK-WORST
               MOVE LIN-ACK-WORST TO SUM-ACK-WORST
           END-IF
           ADD LIN-CLEARED TO SUM-CLEARED.
           ADD LIN-CLR-MINS TO SUM-CLR-MINS.
           IF LIN-CLR-WORST > SUM-CLR-WORST
               MOVE LIN-CLR-WORST TO SUM-CLR-WORST
           END-IF
           ADD LIN-TIER2 TO SUM-TIER2.
           ADD LIN-TIER3 TO SUM-TIER3.
       3700-ADD-LINE-TO-SUM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4000-WRITE-DETAIL-LINE - write the line in WS-DETAIL-LINE
      *  with page headings as the pages fill; the current section
      *  title and its column headings ride on each page top.
      *----------------------------------------------------------------
       4000-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-TOP
                   THRU 4100-PRINT-PAGE-TOP-EXIT
           END-IF
           MOVE WS-DETAIL-LINE TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       4000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       4100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE SPACES TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE SPACES TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE SPACES TO INCIDENT-REPORT-RECORD.
           MOVE WS-FIGURE-COLUMNS-2 TO INCIDENT-REPORT-RECORD(74:).
           WRITE INCIDENT-REPORT-RECORD.
           MOVE SPACES TO INCIDENT-REPORT-RECORD.
           WRITE INCIDENT-REPORT-RECORD.
           MOVE 7 TO WS-LINE-COUNT.
       4100-PRINT-PAGE-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  4500-FORMAT-FIGURES - WS-SUM-FIGURES to print form in
      *  WS-FIGURE-TEXT, means rounded to the minute.
      *----------------------------------------------------------------
       4500-FORMAT-FIGURES.
           MOVE SPACES TO WS-FIGURE-TEXT.
           MOVE SUM-INCIDENTS TO FGT-INCIDENTS.
           MOVE SUM-ACKED TO FGT-ACKED.
           MOVE SUM-CLEARED TO FGT-CLEARED.
           MOVE SUM-TIER2 TO FGT-TIER2.
           MOVE SUM-TIER3 TO FGT-TIER3.

           IF SUM-ACKED = 0
               MOVE "     -" TO FGT-ACK-MEAN
               MOVE "     -" TO FGT-ACK-WORST
           ELSE
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   SUM-ACK-MINS / SUM-ACKED
               MOVE WS-MEAN-MINUTES TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO FGT-ACK-MEAN
               MOVE SUM-ACK-WORST TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO FGT-ACK-WORST
           END-IF

           IF SUM-CLEARED = 0
               MOVE "     -" TO FGT-CLR-MEAN
               MOVE "     -" TO FGT-CLR-WORST
           ELSE
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   SUM-CLR-MINS / SUM-CLEARED
               MOVE WS-MEAN-MINUTES TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO FGT-CLR-MEAN
               MOVE SUM-CLR-WORST TO WS-EDIT-MINUTES
               MOVE WS-EDIT-MINUTES TO FGT-CLR-WORST
           END-IF.
       4500-FORMAT-FIGURES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-SITE-SECTION - the groups site by site, in the
      *  order the sites were first met, each site closed by its
      *  subtotal; the grand total at the end.
      *----------------------------------------------------------------
       5000-PRINT-SITE-SECTION.
           MOVE "INCIDENTS BY SITE, KEY AND ON-CALL RECIPIENT"
               TO WS-SECTION-TITLE.
           MOVE WS-FIGURE-COLUMNS TO SCL-FIGURES.
           MOVE WS-SITE-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-GROUP-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NO INCIDENTS OPENED THIS MONTH)"
                   TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               GO TO 5000-PRINT-SITE-SECTION-EXIT
           END-IF

           PERFORM 5100-PRINT-ONE-SITE
               THRU 5100-PRINT-ONE-SITE-EXIT
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > WS-SITE-COUNT.

           MOVE WS-GRAND-FIGURES TO WS-SUM-FIGURES.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-FORMAT-FIGURES-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "GRAND TOTAL" TO DET-KEY.
           MOVE WS-FIGURE-TEXT TO DET-FIGURES.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       5000-PRINT-SITE-SECTION-EXIT.
           EXIT.

       5100-PRINT-ONE-SITE.
           MOVE WS-SITE-ENTRY(WS-SITE-IDX) TO WS-CUR-SITE.
           MOVE ZEROS TO WS-SITE-FIGURES.

           PERFORM 5200-PRINT-ONE-GROUP
               THRU 5200-PRINT-ONE-GROUP-EXIT
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.

           MOVE WS-SITE-FIGURES TO WS-SUM-FIGURES.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-FORMAT-FIGURES-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CUR-SITE TO DET-SITE.
           MOVE "SITE TOTAL" TO DET-KEY.
           MOVE WS-FIGURE-TEXT TO DET-FIGURES.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           MOVE WS-SITE-FIGURES TO WS-LINE-FIGURES.
           MOVE WS-GRAND-FIGURES TO WS-SUM-FIGURES.
           PERFORM 3700-ADD-LINE-TO-SUM
               THRU 3700-ADD-LINE-TO-SUM-EXIT.
           MOVE WS-SUM-FIGURES TO WS-GRAND-FIGURES.
       5100-PRINT-ONE-SITE-EXIT.
           EXIT.

       5200-PRINT-ONE-GROUP.
           IF GRP-SITE(WS-GROUP-IDX) NOT = WS-CUR-SITE
               GO TO 5200-PRINT-ONE-GROUP-EXIT
           END-IF

           MOVE GRP-FIGURES(WS-GROUP-IDX) TO WS-SUM-FIGURES.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-FORMAT-FIGURES-EXIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE GRP-SITE(WS-GROUP-IDX) TO DET-SITE.
           MOVE GRP-KEY(WS-GROUP-IDX) TO DET-KEY.
           MOVE GRP-RECIPIENT(WS-GROUP-IDX) TO DET-RECIPIENT.
           MOVE WS-FIGURE-TEXT TO DET-FIGURES.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           MOVE GRP-FIGURES(WS-GROUP-IDX) TO WS-LINE-FIGURES.
           MOVE WS-SITE-FIGURES TO WS-SUM-FIGURES.
           PERFORM 3700-ADD-LINE-TO-SUM
               THRU 3700-ADD-LINE-TO-SUM-EXIT.
           MOVE WS-SUM-FIGURES TO WS-SITE-FIGURES.
       5200-PRINT-ONE-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  6000-PRINT-RECIPIENT-SECTION - the same figures per on-call
      *  recipient across every site, for the on-call review.
      *----------------------------------------------------------------
       6000-PRINT-RECIPIENT-SECTION.
           MOVE "INCIDENTS BY ON-CALL RECIPIENT" TO WS-SECTION-TITLE.
           MOVE WS-FIGURE-COLUMNS TO RCL-FIGURES.
           MOVE WS-RCPT-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-RCPT-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               GO TO 6000-PRINT-RECIPIENT-SECTION-EXIT
           END-IF

           PERFORM 6100-PRINT-ONE-RECIPIENT
               THRU 6100-PRINT-ONE-RECIPIENT-EXIT
               VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT.
       6000-PRINT-RECIPIENT-SECTION-EXIT.
           EXIT.

       6100-PRINT-ONE-RECIPIENT.
           MOVE RCP-FIGURES(WS-RCPT-IDX) TO WS-SUM-FIGURES.
           PERFORM 4500-FORMAT-FIGURES
               THRU 4500-FORMAT-FIGURES-EXIT.
           MOVE SPACES TO WS-RCPT-DETAIL-LINE.
           MOVE RCP-RECIPIENT(WS-RCPT-IDX) TO RDT-RECIPIENT.
           MOVE WS-FIGURE-TEXT TO RDT-FIGURES.
           MOVE WS-RCPT-DETAIL-LINE TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       6100-PRINT-ONE-RECIPIENT-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM incident-report.
