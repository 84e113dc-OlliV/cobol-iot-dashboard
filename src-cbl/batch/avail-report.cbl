      *
      *  MODIFICATION HISTORY:
      *      2026-09-03  KT  Initial version.
      *      2026-10-02  KT  A gauge swinging from +5 to -5 counts
      *                      as moving - sample values compared
      *                      with their sign.
      *      2026-10-06  KT  Per-key tables and subscripts sized
      *                      for the 500-key metric master.
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. avail-report.
       01  WS-REPORT-MONTH             PIC X(06).
       01  WS-CUR-DAY                  PIC X(08) VALUE SPACES.
       01  WS-SAMPLE-TS                PIC X(14).
       01  WS-HIST-VALUE               PIC S9(09).

       01  WS-TS-DATE-NUM              PIC 9(08).
       01  WS-TS-HH                    PIC 9(02).
       01  WS-END-MINUTES              PIC S9(9) COMP-5.
       01  WS-SPAN-MINUTES             PIC S9(9) COMP-5.

       01  WS-KEY-IDX                  PIC 9(03) BINARY.
       01  WS-MATCH-IDX                PIC 9(03) BINARY.
       01  WS-SPAN-IDX                 PIC 9(03) BINARY.
       01  WS-PCT                      PIC 9(03)V99.

      *  history file is chronological, so a new date closes every
      *  key's previous day at once.
       01  WS-AVAIL-STATE-TABLE.
           05  WS-AVAIL-STATE          OCCURS 500 TIMES.
               10  AV-SEEN             PIC X(01).
                   88  AV-WAS-SEEN     VALUE "Y".
               10  AV-LAST-VAL         PIC S9(09).
               10  AV-LAST-TS          PIC X(14).
               10  AV-FLAT-RUN         PIC 9(05).
               10  AV-RUN-START        PIC X(14).
       01  WS-SPAN-TABLE.
           05  WS-SPAN-COUNT           PIC 9(03) VALUE 0.
           05  WS-SPAN-ENTRY           OCCURS 200 TIMES.
               10  SPAN-KEY-IDX        PIC 9(03).
               10  SPAN-START          PIC X(14).
               10  SPAN-END            PIC X(14).
               10  SPAN-DURATION       PIC 9(07).
      *  after it closes the span.
      *----------------------------------------------------------------
       3300-TALLY-ONE-INTERVAL.
           IF HIST-NEGATIVE
               COMPUTE WS-HIST-VALUE = 0 - HIST-VALUE
           ELSE
               MOVE HIST-VALUE TO WS-HIST-VALUE
           END-IF
           MOVE SPACES TO WS-SAMPLE-TS.
           STRING HIST-BUS-DATE DELIMITED BY SIZE
                  HIST-TIME     DELIMITED BY SIZE

           IF NOT AV-WAS-SEEN(WS-MATCH-IDX)
               MOVE "Y" TO AV-SEEN(WS-MATCH-IDX)
               MOVE WS-HIST-VALUE TO AV-LAST-VAL(WS-MATCH-IDX)
               MOVE WS-SAMPLE-TS TO AV-LAST-TS(WS-MATCH-IDX)
               MOVE WS-SAMPLE-TS TO AV-RUN-START(WS-MATCH-IDX)
               MOVE 0 TO AV-FLAT-RUN(WS-MATCH-IDX)
           ADD 1 TO AV-DAY-TOTAL(WS-MATCH-IDX).
           ADD 1 TO AV-MON-TOTAL(WS-MATCH-IDX).

           IF WS-HIST-VALUE NOT = AV-LAST-VAL(WS-MATCH-IDX)
               ADD 1 TO AV-DAY-MOVING(WS-MATCH-IDX)
               ADD 1 TO AV-MON-MOVING(WS-MATCH-IDX)
               IF AV-OUTAGE-OPEN(WS-MATCH-IDX)
               END-IF
               MOVE 0 TO AV-FLAT-RUN(WS-MATCH-IDX)
               MOVE WS-SAMPLE-TS TO AV-RUN-START(WS-MATCH-IDX)
               MOVE WS-HIST-VALUE TO AV-LAST-VAL(WS-MATCH-IDX)
           ELSE
               IF AV-FLAT-RUN(WS-MATCH-IDX) < 99999
                   ADD 1 TO AV-FLAT-RUN(WS-MATCH-IDX)
