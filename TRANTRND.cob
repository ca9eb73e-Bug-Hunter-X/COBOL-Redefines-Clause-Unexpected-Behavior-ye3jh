      *
      *  TRANTRND reads the run-statistics history TRANRPT appends
      *  each night (TRANSTAT) and prints a rolling 30-day view:
      *  volume and reject rate per day, day-over-day variance, and
      *  variance against the 30-day average, flagging any day that
      *  moves more than VARIANCE-PCT (TRNDPARM card, default 25).
      *  The edit runs several cycles a day and files a line per
      *  cycle; the cycles of one run date are added together here,
      *  so a day is compared with a day, not a cycle with a day.
      *  A volume that quietly halves is exactly how the truncated
      *  feed was found a week too late - this report is how it gets
      *  found the next morning instead.
       FILE SECTION.
      *    Must match STATS-RECORD as TRANRPT writes it.
       FD  STATS-FILE
           RECORD CONTAINS 97 TO 101 CHARACTERS.
       01  STATS-RECORD.
           05  STAT-RUN-DATE                 PIC X(08).
           05  STAT-RECORDS-READ             PIC 9(09).
           05  STAT-DEBIT-AMOUNT             PIC S9(13)V99.
           05  STAT-CREDIT-AMOUNT            PIC S9(13)V99.
           05  STAT-SOURCE                   PIC X(03).
           05  STAT-CYCLE-NO                 PIC 9(04).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.

       01  WS-VARIANCE-PCT                  PIC 9(03) VALUE 25.

      *    The rolling window: the most recent 30 run dates, in
      *    file (date) order. When the window is full the oldest
      *    entry shifts off the front. Each entry also keeps the
      *    last cycle added to it and that cycle's figures: a cycle
      *    rerun after a failure files a second line for itself,
      *    which replaces the first instead of adding to it.
       01  WS-DAY-MAX                       PIC 9(02) VALUE 30.
       01  WS-DAY-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-DAY-IX                        PIC 9(02) VALUE ZERO.
               10  WS-DAY-DATE               PIC X(08).
               10  WS-DAY-READ               PIC 9(09).
               10  WS-DAY-REJECTED           PIC 9(09).
               10  WS-DAY-CYCLES             PIC 9(03).
               10  WS-DAY-LAST-CYCLE         PIC 9(04).
               10  WS-DAY-LAST-READ          PIC 9(09).
               10  WS-DAY-LAST-REJECTED      PIC 9(09).

       01  WS-STAT-CYCLE                    PIC 9(04) VALUE ZERO.

       01  WS-HISTORY-LINES                 PIC 9(09) VALUE ZERO.
       01  WS-AVG-VOLUME                    PIC 9(09) VALUE ZERO.
       01  WS-DETAIL-LINE.
           05  WS-DET-DATE                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DET-CYCLES                 PIC ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DET-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DET-REJECTED               PIC ZZZ,ZZZ,ZZ9.
                   ELSE
                       IF STAT-RECORDS-READ NUMERIC
                           AND STAT-RECORDS-REJECTED NUMERIC
                           PERFORM 2050-POST-TO-WINDOW
                       ELSE
                           DISPLAY "TRANTRND: HISTORY LINE "
                               WS-HISTORY-LINES " NOT NUMERIC - "
                   END-IF
           END-READ.

       2050-POST-TO-WINDOW.
      *    A cycle of the run date already at the end of the window
      *    adds to it; history from before cycles were filed reads
      *    as cycle zero.
           IF STAT-CYCLE-NO NUMERIC
               MOVE STAT-CYCLE-NO TO WS-STAT-CYCLE
           ELSE
               MOVE ZERO TO WS-STAT-CYCLE
           END-IF
           IF WS-DAY-COUNT > ZERO
               AND STAT-RUN-DATE = WS-DAY-DATE (WS-DAY-COUNT)
               IF WS-STAT-CYCLE = WS-DAY-LAST-CYCLE (WS-DAY-COUNT)
                   SUBTRACT WS-DAY-LAST-READ (WS-DAY-COUNT)
                       FROM WS-DAY-READ (WS-DAY-COUNT)
                   SUBTRACT WS-DAY-LAST-REJECTED (WS-DAY-COUNT)
                       FROM WS-DAY-REJECTED (WS-DAY-COUNT)
               ELSE
                   ADD 1 TO WS-DAY-CYCLES (WS-DAY-COUNT)
               END-IF
               ADD STAT-RECORDS-READ TO WS-DAY-READ (WS-DAY-COUNT)
               ADD STAT-RECORDS-REJECTED
                   TO WS-DAY-REJECTED (WS-DAY-COUNT)
               MOVE WS-STAT-CYCLE TO WS-DAY-LAST-CYCLE (WS-DAY-COUNT)
               MOVE STAT-RECORDS-READ
                   TO WS-DAY-LAST-READ (WS-DAY-COUNT)
               MOVE STAT-RECORDS-REJECTED
                   TO WS-DAY-LAST-REJECTED (WS-DAY-COUNT)
           ELSE
               PERFORM 2100-ADD-TO-WINDOW
           END-IF.

       2100-ADD-TO-WINDOW.
           IF WS-DAY-COUNT < WS-DAY-MAX
               ADD 1 TO WS-DAY-COUNT
           MOVE STAT-RUN-DATE TO WS-DAY-DATE (WS-DAY-COUNT)
           MOVE STAT-RECORDS-READ TO WS-DAY-READ (WS-DAY-COUNT)
           MOVE STAT-RECORDS-REJECTED
               TO WS-DAY-REJECTED (WS-DAY-COUNT)
           MOVE 1 TO WS-DAY-CYCLES (WS-DAY-COUNT)
           MOVE WS-STAT-CYCLE TO WS-DAY-LAST-CYCLE (WS-DAY-COUNT)
           MOVE STAT-RECORDS-READ TO WS-DAY-LAST-READ (WS-DAY-COUNT)
           MOVE STAT-RECORDS-REJECTED
               TO WS-DAY-LAST-REJECTED (WS-DAY-COUNT).

       2200-SHIFT-WINDOW.
           PERFORM 2300-SHIFT-ONE-ENTRY
       4000-WRITE-REPORT.
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "DAILY VOLUME TREND - LAST " WS-DAY-COUNT
               " DAYS OF " WS-HISTORY-LINES " LINES ON HISTORY, "
               "VARIANCE LIMIT " WS-VARIANCE-PCT " PCT"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "RUN DATE  CYC         READ     REJECTED   REJ%"
               "  VOL-DOD  VOL-AVG  FLAGS"
               DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           MOVE "30-DAY AVERAGE REJECT RATE PCT" TO WS-COUNT-LABEL
           MOVE WS-AVG-REJ-RATE TO WS-COUNT-VALUE
           PERFORM 4500-WRITE-COUNT-LINE
           MOVE "DAYS FLAGGED" TO WS-COUNT-LABEL
           MOVE WS-FLAG-COUNT TO WS-COUNT-VALUE
           PERFORM 4500-WRITE-COUNT-LINE.

       4100-WRITE-ONE-DAY.
           PERFORM 4200-COMPUTE-VARIANCES
           MOVE WS-DAY-DATE (WS-DAY-IX) TO WS-DET-DATE
           MOVE WS-DAY-CYCLES (WS-DAY-IX) TO WS-DET-CYCLES
           MOVE WS-DAY-READ (WS-DAY-IX) TO WS-DET-READ
           MOVE WS-DAY-REJECTED (WS-DAY-IX) TO WS-DET-REJECTED
           MOVE WS-REJ-RATE TO WS-DET-REJ-RATE
       4300-SET-FLAGS.
      *    Volume variances are relative percentages; reject-rate
      *    variances are percentage points. Either axis moving past
      *    the limit flags the day. Day-over-day only applies from
      *    the second day of the window.
           IF (WS-DAY-IX > 1
                   AND FUNCTION ABS(WS-VOL-VAR-DOD)
