      *================================================================
      *
      *  PROGRAM:     adjust-report
      *
      *  INSTALLATION: IoT Dashboard Project
      *  AUTHOR:       K. Takala
      *  DATE-WRITTEN: 2026-10-12
      *
      *  PURPOSE:  Monthly listing of the manual count adjustments
      *            for the auditors, off the adjustment journal
      *            (ADJJRNL) that count-adjust.cbl writes as each
      *            adjustment is approved by its second operator.
      *
      *            Every adjustment approved in the reporting month
      *            is listed in journal (approval) order: the
      *            business date it corrects, the key and its site,
      *            the signed correction, the reason code, who
      *            staged it and who approved it, and whether it
      *            was also applied to the live counter (LIVE Y) or
      *            to the archive only.  A second line carries the
      *            stage and approval stamps and the notes.  The
      *            listing closes with the adjustments totalled by
      *            reason code - how many, the counts added, the
      *            counts taken away and the net - and the same
      *            over every reason.
      *
      *            The reporting month comes from the one-card
      *            parameter file (ADJPRM, YYYYMM); a missing or
      *            blank card reports the run date's month.
      *
      *  MODIFICATION HISTORY:
      *      2026-10-12  KT  Initial version.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. adjust-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ADJJFD.
           SELECT PARM-FILE ASSIGN TO "ADJPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ADJUST-REPORT-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY ADJJRC.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PRM-MONTH               PIC X(06).

       FD  ADJUST-REPORT-FILE.
       01  ADJUST-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-ADJJ-STATUS          PIC X(02).
               88  WS-ADJJ-OK          VALUE "00".
               88  ADJJ-EOF            VALUE "10".
           05  WS-PARM-STATUS          PIC X(02).
               88  WS-PARM-OK          VALUE "00".
           05  WS-REPORT-STATUS        PIC X(02).

       01  WS-TODAY                    PIC X(08).
       01  WS-REPORT-MONTH             PIC X(06).
       01  WS-SIGNED-AMOUNT            PIC S9(10).
       01  WS-LISTED-COUNT             PIC 9(05) VALUE 0.

       01  WS-REASON-IDX               PIC 9(02) BINARY.
       01  WS-REASON-SLOT              PIC 9(02) BINARY.

      *  Totals by reason code, in the order the codes were first
      *  met; the last entry catches any code beyond the table.
       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT         PIC 9(02) VALUE 0.
           05  WS-REASON-ENTRY         OCCURS 20 TIMES.
               10  RSN-REASON          PIC X(14).
               10  RSN-COUNT           PIC 9(05).
               10  RSN-ADDED           PIC 9(12).
               10  RSN-REMOVED         PIC 9(12).

       01  WS-GRAND-COUNT              PIC 9(05) VALUE 0.
       01  WS-GRAND-ADDED              PIC 9(12) VALUE 0.
       01  WS-GRAND-REMOVED            PIC 9(12) VALUE 0.
       01  WS-NET                      PIC S9(12).

       01  WS-PAGE-COUNT               PIC 9(04) VALUE 0.
       01  WS-LINE-COUNT               PIC 9(02) VALUE 99.
       01  WS-LINES-PER-PAGE           PIC 9(02) VALUE 55.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(42)
               VALUE "IOT DASHBOARD MANUAL COUNT ADJUSTMENTS".
           05  FILLER                  PIC X(06) VALUE "MONTH ".
           05  HDG-MONTH               PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDG-PAGE                PIC Z(03)9.

       01  WS-SECTION-TITLE            PIC X(60).
       01  WS-COLUMN-LINE              PIC X(132).

       01  WS-LIST-COLUMN-LINE.
           05  FILLER                  PIC X(09) VALUE "BUS DATE".
           05  FILLER                  PIC X(31) VALUE "KEY".
           05  FILLER                  PIC X(11) VALUE "SITE".
           05  FILLER                  PIC X(11) VALUE " ADJUSTMENT".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE "REASON".
           05  FILLER                  PIC X(21) VALUE "STAGED BY".
           05  FILLER                  PIC X(21) VALUE "APPROVED BY".
           05  FILLER                  PIC X(04) VALUE "LIVE".

       01  WS-REASON-COLUMN-LINE.
           05  FILLER                  PIC X(15) VALUE "REASON".
           05  FILLER                  PIC X(06) VALUE " COUNT".
           05  FILLER                  PIC X(14)
               VALUE "  COUNTS ADDED".
           05  FILLER                  PIC X(14)
               VALUE "  COUNTS TAKEN".
           05  FILLER                  PIC X(14)
               VALUE "           NET".

       01  WS-DETAIL-LINE.
           05  DET-BUS-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  DET-KEY                 PIC X(30).
           05  FILLER                  PIC X(01).
           05  DET-SITE                PIC X(10).
           05  FILLER                  PIC X(01).
           05  DET-AMOUNT              PIC -(10)9.
           05  FILLER                  PIC X(01).
           05  DET-REASON              PIC X(14).
           05  FILLER                  PIC X(01).
           05  DET-REQUESTOR           PIC X(20).
           05  FILLER                  PIC X(01).
           05  DET-APPROVER            PIC X(20).
           05  FILLER                  PIC X(02).
           05  DET-LIVE                PIC X(01).

      *  The second line of an adjustment - the stamps and notes,
      *  set in under the key.
       01  WS-STAMP-LINE REDEFINES WS-DETAIL-LINE.
           05  FILLER                  PIC X(09).
           05  STL-STAGED-TAG          PIC X(07).
           05  STL-REQ-STAMP           PIC X(14).
           05  FILLER                  PIC X(01).
           05  STL-APPROVED-TAG        PIC X(09).
           05  STL-APPR-STAMP          PIC X(14).
           05  FILLER                  PIC X(01).
           05  STL-NOTES               PIC X(60).
           05  FILLER                  PIC X(07).

       01  WS-REASON-LINE REDEFINES WS-DETAIL-LINE.
           05  RSL-REASON              PIC X(14).
           05  FILLER                  PIC X(01).
           05  RSL-COUNT               PIC Z(05)9.
           05  FILLER                  PIC X(01).
           05  RSL-ADDED               PIC Z(12)9.
           05  FILLER                  PIC X(01).
           05  RSL-REMOVED             PIC Z(12)9.
           05  FILLER                  PIC X(01).
           05  RSL-NET                 PIC -(12)9.
           05  FILLER                  PIC X(59).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           MOVE "ADJUSTMENTS APPROVED IN THE MONTH" TO WS-SECTION-TITLE.
           MOVE WS-LIST-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF NOT ADJJ-EOF
               PERFORM 2000-READ-JOURNAL
                   THRU 2000-READ-JOURNAL-EXIT
               PERFORM 3000-LIST-ONE-ADJUSTMENT
                   THRU 3000-LIST-ONE-ADJUSTMENT-EXIT
                   UNTIL ADJJ-EOF
               CLOSE ADJUSTMENT-JOURNAL-FILE
           END-IF

           IF WS-LISTED-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NO ADJUSTMENTS APPROVED THIS MONTH)"
                   TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
           END-IF

           PERFORM 5000-PRINT-REASON-SECTION
               THRU 5000-PRINT-REASON-SECTION-EXIT.

           CLOSE ADJUST-REPORT-FILE.
           GO TO 9999-EXIT.

      *----------------------------------------------------------------
      *  1000-INITIALIZE - the reporting month off the parameter
      *  card or the run date, the journal and the report opened.
      *  No journal yet means no adjustments: an empty listing.
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

           OPEN INPUT ADJUSTMENT-JOURNAL-FILE.
           IF NOT WS-ADJJ-OK
               MOVE "10" TO WS-ADJJ-STATUS
           END-IF

           OPEN OUTPUT ADJUST-REPORT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

       2000-READ-JOURNAL.
           READ ADJUSTMENT-JOURNAL-FILE
               AT END
                   MOVE "10" TO WS-ADJJ-STATUS
           END-READ.
       2000-READ-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3000-LIST-ONE-ADJUSTMENT - an adjustment approved in the
      *  reporting month is listed (two lines) and added to its
      *  reason code's totals.  Rows with a non-numeric amount are
      *  passed over.
      *----------------------------------------------------------------
       3000-LIST-ONE-ADJUSTMENT.
           IF ADJJ-APPR-STAMP(1:6) NOT = WS-REPORT-MONTH
              OR ADJJ-AMOUNT NOT NUMERIC
               GO TO 3000-NEXT-ADJUSTMENT
           END-IF

           IF ADJJ-NEGATIVE
               COMPUTE WS-SIGNED-AMOUNT = 0 - ADJJ-AMOUNT
           ELSE
               MOVE ADJJ-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ADJJ-BUS-DATE TO DET-BUS-DATE.
           MOVE ADJJ-KEY TO DET-KEY.
           MOVE ADJJ-SITE TO DET-SITE.
           IF DET-SITE = SPACES
               MOVE "NO-SITE" TO DET-SITE
           END-IF
           MOVE WS-SIGNED-AMOUNT TO DET-AMOUNT.
           MOVE ADJJ-REASON TO DET-REASON.
           MOVE ADJJ-REQUESTOR TO DET-REQUESTOR.
           MOVE ADJJ-APPROVER TO DET-APPROVER.
           IF ADJJ-APPLIED-LIVE
               MOVE "Y" TO DET-LIVE
           ELSE
               MOVE "N" TO DET-LIVE
           END-IF
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           MOVE SPACES TO WS-STAMP-LINE.
           MOVE "STAGED" TO STL-STAGED-TAG.
           MOVE ADJJ-REQ-STAMP TO STL-REQ-STAMP.
           MOVE "APPROVED" TO STL-APPROVED-TAG.
           MOVE ADJJ-APPR-STAMP TO STL-APPR-STAMP.
           MOVE ADJJ-NOTES TO STL-NOTES.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.

           ADD 1 TO WS-LISTED-COUNT.
           PERFORM 3100-ADD-TO-REASON
               THRU 3100-ADD-TO-REASON-EXIT.

       3000-NEXT-ADJUSTMENT.
           PERFORM 2000-READ-JOURNAL
               THRU 2000-READ-JOURNAL-EXIT.
       3000-LIST-ONE-ADJUSTMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  3100-ADD-TO-REASON - the adjustment's counts into its
      *  reason code's entry and the grand totals.  Once the table
      *  is full, further codes share the last entry as OTHER CODES.
      *----------------------------------------------------------------
       3100-ADD-TO-REASON.
           MOVE 0 TO WS-REASON-SLOT.
           PERFORM 3110-MATCH-ONE-REASON
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
                  OR WS-REASON-SLOT > 0.
           IF WS-REASON-SLOT = 0
              AND WS-REASON-COUNT < 20
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT TO WS-REASON-SLOT
               MOVE ADJJ-REASON TO RSN-REASON(WS-REASON-SLOT)
               MOVE 0 TO RSN-COUNT(WS-REASON-SLOT)
               MOVE 0 TO RSN-ADDED(WS-REASON-SLOT)
               MOVE 0 TO RSN-REMOVED(WS-REASON-SLOT)
           END-IF
           IF WS-REASON-SLOT = 0
               MOVE 20 TO WS-REASON-SLOT
               MOVE "OTHER CODES" TO RSN-REASON(WS-REASON-SLOT)
           END-IF

           ADD 1 TO RSN-COUNT(WS-REASON-SLOT).
           ADD 1 TO WS-GRAND-COUNT.
           IF ADJJ-NEGATIVE
               ADD ADJJ-AMOUNT TO RSN-REMOVED(WS-REASON-SLOT)
               ADD ADJJ-AMOUNT TO WS-GRAND-REMOVED
           ELSE
               ADD ADJJ-AMOUNT TO RSN-ADDED(WS-REASON-SLOT)
               ADD ADJJ-AMOUNT TO WS-GRAND-ADDED
           END-IF.
       3100-ADD-TO-REASON-EXIT.
           EXIT.

       3110-MATCH-ONE-REASON.
           IF RSN-REASON(WS-REASON-IDX) = ADJJ-REASON
               MOVE WS-REASON-IDX TO WS-REASON-SLOT
           END-IF.

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
           MOVE WS-DETAIL-LINE TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       4000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       4100-PRINT-PAGE-TOP.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO HDG-PAGE.
           MOVE WS-HEADING-LINE TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           MOVE SPACES TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           MOVE WS-SECTION-TITLE TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           MOVE SPACES TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           MOVE SPACES TO ADJUST-REPORT-RECORD.
           WRITE ADJUST-REPORT-RECORD.
           MOVE 6 TO WS-LINE-COUNT.
       4100-PRINT-PAGE-TOP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *  5000-PRINT-REASON-SECTION - the month's adjustments by
      *  reason code on a fresh page, and over every reason.
      *----------------------------------------------------------------
       5000-PRINT-REASON-SECTION.
           MOVE "ADJUSTMENTS BY REASON CODE" TO WS-SECTION-TITLE.
           MOVE WS-REASON-COLUMN-LINE TO WS-COLUMN-LINE.
           MOVE 99 TO WS-LINE-COUNT.

           IF WS-REASON-COUNT = 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE "  (NONE)" TO WS-DETAIL-LINE
               PERFORM 4000-WRITE-DETAIL-LINE
                   THRU 4000-WRITE-DETAIL-LINE-EXIT
               GO TO 5000-PRINT-REASON-SECTION-EXIT
           END-IF

           PERFORM 5100-PRINT-ONE-REASON
               THRU 5100-PRINT-ONE-REASON-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
           MOVE SPACES TO WS-REASON-LINE.
           MOVE "ALL REASONS" TO RSL-REASON.
           MOVE WS-GRAND-COUNT TO RSL-COUNT.
           MOVE WS-GRAND-ADDED TO RSL-ADDED.
           MOVE WS-GRAND-REMOVED TO RSL-REMOVED.
           COMPUTE WS-NET = WS-GRAND-ADDED - WS-GRAND-REMOVED.
           MOVE WS-NET TO RSL-NET.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       5000-PRINT-REASON-SECTION-EXIT.
           EXIT.

       5100-PRINT-ONE-REASON.
           MOVE SPACES TO WS-REASON-LINE.
           MOVE RSN-REASON(WS-REASON-IDX) TO RSL-REASON.
           MOVE RSN-COUNT(WS-REASON-IDX) TO RSL-COUNT.
           MOVE RSN-ADDED(WS-REASON-IDX) TO RSL-ADDED.
           MOVE RSN-REMOVED(WS-REASON-IDX) TO RSL-REMOVED.
           COMPUTE WS-NET = RSN-ADDED(WS-REASON-IDX)
                          - RSN-REMOVED(WS-REASON-IDX).
           MOVE WS-NET TO RSL-NET.
           PERFORM 4000-WRITE-DETAIL-LINE
               THRU 4000-WRITE-DETAIL-LINE-EXIT.
       5100-PRINT-ONE-REASON-EXIT.
           EXIT.

       9999-EXIT.
           STOP RUN.

       END PROGRAM adjust-report.
