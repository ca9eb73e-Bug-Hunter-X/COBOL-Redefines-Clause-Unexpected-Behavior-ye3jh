      *  TRANRPT prints the end-of-run control totals for the daily
      *  transaction edit: records read, records that passed the
      *  business edits, records rejected, records held as
      *  duplicates, records reversed, records held for high-value
      *  approval, the signed net hash total of WS-FIELD-1 across
      *  accepted less reversed records, and the debit and credit
      *  amount totals the GL balances to, then every capture site
      *  the night did not go to plan for against the site registry.
      *  It also appends the same figures to the run-statistics history
      *  for the trend report. TRANEDIT CALLs this program once, at
      *  STOP RUN time, with the final counts and the run date they
      *  belong to (today, or the night a RUN-DATE= rerun replays).
      *  The edit runs several cycles a day, so every figure is
      *  filed under its cycle: when earlier cycles of the same run
      *  date are on the history, the report closes with the day's
      *  totals to date. A transmission refused by cycle control
      *  never ran - its report says so and it adds nothing to the
      *  history.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *    Every run also appends one line here, so the control
      *    totals survive the printout: the trend report reads this
      *    history back for the rolling 30-day view, and this
      *    program reads it back for the day's earlier cycles.
           SELECT STATS-FILE ASSIGN DYNAMIC LS-DD-RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.
       01  CONTROL-REPORT-LINE               PIC X(80).

       FD  STATS-FILE
           RECORD CONTAINS 97 TO 101 CHARACTERS.
       01  STATS-RECORD.
           05  STAT-RUN-DATE                 PIC X(08).
           05  STAT-RECORDS-READ             PIC 9(09).
      *    "ALL" on the whole-run line; a capture-site code on the
      *    per-source lines written behind it each night.
           05  STAT-SOURCE                   PIC X(03).
      *    The cycle the figures belong to. History written before
      *    the edit ran several cycles a day ends at the source and
      *    reads back with this blank.
           05  STAT-CYCLE-NO                 PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-RPT-STATUS                     PIC X(02).
      *    and the trend report skips it like any other named site.
       01  WS-SRC-PRINT-CODE                 PIC X(03).

       01  WS-SXC-IX                         PIC 9(02) VALUE ZERO.
       01  WS-SXC-PRINT-VOLUME               PIC ZZZ,ZZZ,ZZ9.
       01  WS-SXC-PRINT-LIMIT                PIC Z,ZZZ,ZZ9.

      *    Set when TRANEDIT noted a cycle-sequence exception: the
      *    transmission was refused before record one.
       01  WS-REFUSED-SWITCH                 PIC X(01) VALUE "N".
           88  WS-RUN-REFUSED                VALUE "Y".

       01  WS-STAT-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-STAT-EOF                   VALUE "Y".

      *    The day's earlier cycles, from the "ALL" lines already on
      *    the history for this run date. A cycle rerun after a
      *    failure appends a second line for itself; the later line
      *    supersedes the earlier one. This run's own cycle is left
      *    out - its figures are the ones being reported.
       01  WS-DAY-MAX                        PIC 9(02) VALUE 99.
       01  WS-DAY-COUNT                      PIC 9(02) VALUE ZERO.
       01  WS-DAY-IX                         PIC 9(02) VALUE ZERO.
       01  WS-DAY-FOUND-IX                   PIC 9(02) VALUE ZERO.
       01  WS-DAY-WANT-CYCLE                 PIC 9(04) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 99 TIMES.
               10  WS-DAY-CYCLE              PIC 9(04).
               10  WS-DAY-READ               PIC 9(09).
               10  WS-DAY-PASSED             PIC 9(09).
               10  WS-DAY-REJECTED           PIC 9(09).
               10  WS-DAY-DUPLICATE          PIC 9(09).
               10  WS-DAY-REVERSED           PIC 9(09).
               10  WS-DAY-HASH               PIC S9(11).
               10  WS-DAY-DEBIT              PIC S9(13)V99.
               10  WS-DAY-CREDIT             PIC S9(13)V99.

      *    The day's totals: the earlier cycles plus this run.
       01  WS-DTD-READ                       PIC 9(09) VALUE ZERO.
       01  WS-DTD-PASSED                     PIC 9(09) VALUE ZERO.
       01  WS-DTD-REJECTED                   PIC 9(09) VALUE ZERO.
       01  WS-DTD-DUPLICATE                  PIC 9(09) VALUE ZERO.
       01  WS-DTD-REVERSED                   PIC 9(09) VALUE ZERO.
       01  WS-DTD-HASH                       PIC S9(11) VALUE ZERO.
       01  WS-DTD-DEBIT                      PIC S9(13)V99 VALUE ZERO.
       01  WS-DTD-CREDIT                     PIC S9(13)V99 VALUE ZERO.
       01  WS-DTD-CYCLES                     PIC 9(03) VALUE ZERO.

       01  WS-CYCLE-LINE.
           05  FILLER                        PIC X(08)
                                             VALUE "  CYCLE ".
           05  WS-CYL-CYCLE                  PIC 9(04).
           05  FILLER                        PIC X(06) VALUE " READ ".
           05  WS-CYL-READ                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(08)
                                             VALUE " PASSED ".
           05  WS-CYL-PASSED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(10)
                                             VALUE " REJECTED ".
           05  WS-CYL-REJECTED               PIC ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-DD-CTLRPT                      PIC X(08).
       01  LS-DD-RUNSTAT                     PIC X(08).
       01  LS-RUN-DATE                       PIC X(08).
       01  LS-CYCLE-NO                       PIC 9(04).
       01  LS-RECORDS-READ                   PIC 9(9).
       01  LS-RECORDS-PASSED                 PIC 9(9).
       01  LS-RECORDS-REJECTED               PIC 9(9).
       01  LS-RECORDS-DUPLICATE              PIC 9(9).
       01  LS-RECORDS-REVERSED               PIC 9(9).
       01  LS-RECORDS-HELD                   PIC 9(9).
       01  LS-HASH-TOTAL                     PIC S9(11).
       01  LS-DEBIT-AMOUNT                   PIC S9(13)V99.
       01  LS-CREDIT-AMOUNT                  PIC S9(13)V99.
      *    figures the balancing used, broken out by capture site.
           COPY SRCTAB.

      *    Capture-site registry exceptions TRANEDIT found.
           COPY SITEEXC.

       PROCEDURE DIVISION USING LS-DD-CTLRPT
                                 LS-DD-RUNSTAT
                                 LS-RUN-DATE
                                 LS-CYCLE-NO
                                 LS-RECORDS-READ
                                 LS-RECORDS-PASSED
                                 LS-RECORDS-REJECTED
                                 LS-RECORDS-DUPLICATE
                                 LS-RECORDS-REVERSED
                                 LS-RECORDS-HELD
                                 LS-HASH-TOTAL
                                 LS-DEBIT-AMOUNT
                                 LS-CREDIT-AMOUNT
                                 WS-SRC-COUNT
                                 WS-SRC-TABLE
                                 WS-SXC-COUNT
                                 WS-SXC-TABLE.
       0000-MAIN.
           MOVE LS-RUN-DATE TO WS-REPORT-DATE
           PERFORM 0100-CHECK-REFUSAL
                   VARYING WS-SXC-IX FROM 1 BY 1
                   UNTIL WS-SXC-IX > WS-SXC-COUNT
           IF NOT WS-RUN-REFUSED
               PERFORM 0200-LOAD-DAY-CYCLES
           END-IF
           OPEN OUTPUT CONTROL-REPORT
           IF WS-RPT-OK
               PERFORM 1000-WRITE-HEADING
               PERFORM 1500-WRITE-SOURCE-SECTION
                   VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
               IF WS-DAY-COUNT > ZERO
                   PERFORM 1900-WRITE-DAY-TO-DATE
               END-IF
               IF WS-SXC-COUNT > ZERO
                   PERFORM 1700-WRITE-SITE-EXCEPTIONS
               END-IF
               CLOSE CONTROL-REPORT
           ELSE
               DISPLAY "TRANRPT: UNABLE TO OPEN CTLRPT, STATUS="
                   WS-RPT-STATUS
           END-IF
      *    A refused transmission processed nothing, and a history
      *    line for it would count as the cycle it replayed.
           IF NOT WS-RUN-REFUSED
               PERFORM 2000-APPEND-RUN-STATS
           END-IF
           GOBACK.

       0100-CHECK-REFUSAL.
           IF WS-SXC-SEQUENCE (WS-SXC-IX)
               SET WS-RUN-REFUSED TO TRUE
           END-IF.

       0200-LOAD-DAY-CYCLES.
      *    No history yet simply means no earlier cycles.
           MOVE ZERO TO WS-DAY-COUNT
           OPEN INPUT STATS-FILE
           IF WS-STAT-OK
               PERFORM 0210-READ-ONE-STAT UNTIL WS-STAT-EOF
               CLOSE STATS-FILE
           END-IF.

       0210-READ-ONE-STAT.
           READ STATS-FILE
               AT END
                   SET WS-STAT-EOF TO TRUE
               NOT AT END
                   IF STAT-RUN-DATE = LS-RUN-DATE
                       AND (STAT-SOURCE = "ALL" OR STAT-SOURCE = SPACES)
                       AND STAT-RECORDS-READ NUMERIC
                       PERFORM 0220-NOTE-DAY-CYCLE
                   END-IF
           END-READ.

       0220-NOTE-DAY-CYCLE.
           IF STAT-CYCLE-NO NUMERIC
               MOVE STAT-CYCLE-NO TO WS-DAY-WANT-CYCLE
           ELSE
               MOVE ZERO TO WS-DAY-WANT-CYCLE
           END-IF
           IF WS-DAY-WANT-CYCLE NOT = LS-CYCLE-NO
               MOVE ZERO TO WS-DAY-FOUND-IX
               PERFORM 0230-MATCH-ONE-CYCLE
                   VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF WS-DAY-FOUND-IX = ZERO
                   IF WS-DAY-COUNT < WS-DAY-MAX
                       ADD 1 TO WS-DAY-COUNT
                       MOVE WS-DAY-COUNT TO WS-DAY-FOUND-IX
                   ELSE
                       DISPLAY "TRANRPT: MORE THAN " WS-DAY-MAX
                           " CYCLES FOR " LS-RUN-DATE " - CYCLE "
                           WS-DAY-WANT-CYCLE " NOT IN DAY TO DATE"
                   END-IF
               END-IF
               IF WS-DAY-FOUND-IX > ZERO
                   MOVE WS-DAY-WANT-CYCLE
                       TO WS-DAY-CYCLE (WS-DAY-FOUND-IX)
                   MOVE STAT-RECORDS-READ
                       TO WS-DAY-READ (WS-DAY-FOUND-IX)
                   MOVE STAT-RECORDS-PASSED
                       TO WS-DAY-PASSED (WS-DAY-FOUND-IX)
                   MOVE STAT-RECORDS-REJECTED
                       TO WS-DAY-REJECTED (WS-DAY-FOUND-IX)
                   MOVE STAT-RECORDS-DUPLICATE
                       TO WS-DAY-DUPLICATE (WS-DAY-FOUND-IX)
                   MOVE STAT-RECORDS-REVERSED
                       TO WS-DAY-REVERSED (WS-DAY-FOUND-IX)
                   MOVE STAT-HASH-TOTAL
                       TO WS-DAY-HASH (WS-DAY-FOUND-IX)
                   MOVE STAT-DEBIT-AMOUNT
                       TO WS-DAY-DEBIT (WS-DAY-FOUND-IX)
                   MOVE STAT-CREDIT-AMOUNT
                       TO WS-DAY-CREDIT (WS-DAY-FOUND-IX)
               END-IF
           END-IF.

       0230-MATCH-ONE-CYCLE.
           IF WS-DAY-CYCLE (WS-DAY-IX) = WS-DAY-WANT-CYCLE
               MOVE WS-DAY-IX TO WS-DAY-FOUND-IX
           END-IF.

       1000-WRITE-HEADING.
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "TRANEDIT CONTROL TOTALS - RUN DATE "
               WS-REPORT-MM "/" WS-REPORT-DD "/" WS-REPORT-YYYY
               " CYCLE " LS-CYCLE-NO
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE ALL "-" TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           IF WS-RUN-REFUSED
               MOVE SPACES TO CONTROL-REPORT-LINE
               STRING "TRANSMISSION REFUSED BY CYCLE CONTROL - "
                   "NOTHING PROCESSED"
                   DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.

       1100-WRITE-DETAIL.
           MOVE "RECORDS READ" TO WS-DETAIL-LABEL
           MOVE LS-RECORDS-REVERSED TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE

           MOVE "RECORDS HELD FOR APPROVAL" TO WS-DETAIL-LABEL
           MOVE LS-RECORDS-HELD TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE

           MOVE "HASH TOTAL OF WS-FIELD-1 (ACCEPTED)" TO WS-DETAIL-LABEL
           MOVE LS-HASH-TOTAL TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
      *    site shows on the morning report by name.
           PERFORM 1600-SET-SOURCE-PRINT-CODE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "SOURCE '" WS-SRC-PRINT-CODE "' CYCLE "
               WS-SRC-CYCLE-NO (WS-SRC-IX)
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "  RECORDS READ" TO WS-DETAIL-LABEL
               MOVE WS-SRC-CODE (WS-SRC-IX) TO WS-SRC-PRINT-CODE
           END-IF.

       1700-WRITE-SITE-EXCEPTIONS.
      *    Every site the registry expected and did not hear from,
      *    every volume outside its registered range, every site
      *    whose batch was turned away, and every cycle that broke
      *    sequence, by name, under the totals.
           MOVE ALL "-" TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "CAPTURE-SITE EXCEPTIONS" TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           PERFORM 1800-WRITE-ONE-EXCEPTION
               VARYING WS-SXC-IX FROM 1 BY 1
               UNTIL WS-SXC-IX > WS-SXC-COUNT.

       1800-WRITE-ONE-EXCEPTION.
           IF WS-SXC-CODE (WS-SXC-IX) = SPACES
               MOVE "UNK" TO WS-SRC-PRINT-CODE
           ELSE
               MOVE WS-SXC-CODE (WS-SXC-IX) TO WS-SRC-PRINT-CODE
           END-IF
           MOVE WS-SXC-VOLUME (WS-SXC-IX) TO WS-SXC-PRINT-VOLUME
           MOVE SPACES TO CONTROL-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SXC-MISSING (WS-SXC-IX)
                   STRING "  SITE '" WS-SRC-PRINT-CODE
                       "' EXPECTED - NO HEADER RECEIVED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-LOW (WS-SXC-IX)
                   MOVE WS-SXC-MIN-VOLUME (WS-SXC-IX)
                       TO WS-SXC-PRINT-LIMIT
                   STRING "  SITE '" WS-SRC-PRINT-CODE
                       "' DAY VOLUME " WS-SXC-PRINT-VOLUME
                       " BELOW MINIMUM " WS-SXC-PRINT-LIMIT
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-HIGH (WS-SXC-IX)
                   MOVE WS-SXC-MAX-VOLUME (WS-SXC-IX)
                       TO WS-SXC-PRINT-LIMIT
                   STRING "  SITE '" WS-SRC-PRINT-CODE
                       "' DAY VOLUME " WS-SXC-PRINT-VOLUME
                       " ABOVE MAXIMUM " WS-SXC-PRINT-LIMIT
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-UNREGISTERED (WS-SXC-IX)
                   STRING "  SITE '" WS-SRC-PRINT-CODE
                       "' NOT REGISTERED - BATCH REJECTED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-INACTIVE (WS-SXC-IX)
                   STRING "  SITE '" WS-SRC-PRINT-CODE
                       "' INACTIVE ON REGISTRY - BATCH REJECTED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-REPLAYED (WS-SXC-IX)
                   STRING "  SITE '" WS-SRC-PRINT-CODE "' CYCLE "
                       WS-SXC-CYCLE (WS-SXC-IX) " OF "
                       WS-SXC-LAST-DATE (WS-SXC-IX)
                       " ALREADY PROCESSED - FILE REFUSED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-GAP (WS-SXC-IX)
                   STRING "  SITE '" WS-SRC-PRINT-CODE "' CYCLE "
                       WS-SXC-CYCLE (WS-SXC-IX) " RECEIVED, CYCLE "
                       WS-SXC-EXPECT-CYCLE (WS-SXC-IX)
                       " EXPECTED - FILE REFUSED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN WS-SXC-CYCLE (WS-SXC-IX) = ZERO
                   STRING "  SITE '" WS-SRC-PRINT-CODE
                       "' HEADER HAS NO CYCLE NUMBER - FILE REFUSED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
               WHEN OTHER
                   STRING "  SITE '" WS-SRC-PRINT-CODE "' CYCLE "
                       WS-SXC-CYCLE (WS-SXC-IX) " OLDER THAN RUN "
                       "DATE " WS-SXC-LAST-DATE (WS-SXC-IX)
                       " - FILE REFUSED"
                       DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           END-EVALUATE
           WRITE CONTROL-REPORT-LINE.

       1900-WRITE-DAY-TO-DATE.
      *    Each earlier cycle of the run date on one line, this run
      *    behind them, then the day's totals in the same layout as
      *    the run's own.
           MOVE ALL "-" TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "DAY TO DATE - RUN DATE "
               WS-REPORT-MM "/" WS-REPORT-DD "/" WS-REPORT-YYYY
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE LS-RECORDS-READ TO WS-DTD-READ
           MOVE LS-RECORDS-PASSED TO WS-DTD-PASSED
           MOVE LS-RECORDS-REJECTED TO WS-DTD-REJECTED
           MOVE LS-RECORDS-DUPLICATE TO WS-DTD-DUPLICATE
           MOVE LS-RECORDS-REVERSED TO WS-DTD-REVERSED
           MOVE LS-HASH-TOTAL TO WS-DTD-HASH
           MOVE LS-DEBIT-AMOUNT TO WS-DTD-DEBIT
           MOVE LS-CREDIT-AMOUNT TO WS-DTD-CREDIT
           MOVE 1 TO WS-DTD-CYCLES
           PERFORM 1950-WRITE-ONE-DAY-CYCLE
               VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT
           MOVE LS-CYCLE-NO TO WS-CYL-CYCLE
           MOVE LS-RECORDS-READ TO WS-CYL-READ
           MOVE LS-RECORDS-PASSED TO WS-CYL-PASSED
           MOVE LS-RECORDS-REJECTED TO WS-CYL-REJECTED
           MOVE WS-CYCLE-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "DAY TOTALS - " WS-DTD-CYCLES " CYCLES"
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "  RECORDS READ" TO WS-DETAIL-LABEL
           MOVE WS-DTD-READ TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE "  RECORDS PASSED BUSINESS EDITS" TO WS-DETAIL-LABEL
           MOVE WS-DTD-PASSED TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE "  RECORDS REJECTED" TO WS-DETAIL-LABEL
           MOVE WS-DTD-REJECTED TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE "  RECORDS HELD AS DUPLICATES" TO WS-DETAIL-LABEL
           MOVE WS-DTD-DUPLICATE TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE "  RECORDS REVERSED" TO WS-DETAIL-LABEL
           MOVE WS-DTD-REVERSED TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE "  HASH TOTAL OF WS-FIELD-1 (ACCEPTED)"
               TO WS-DETAIL-LABEL
           MOVE WS-DTD-HASH TO WS-DETAIL-VALUE
           PERFORM 1200-WRITE-DETAIL-LINE
           MOVE "  DEBIT AMOUNT TOTAL (ACCEPTED)" TO WS-AMOUNT-LABEL
           MOVE WS-DTD-DEBIT TO WS-AMOUNT-VALUE
           PERFORM 1300-WRITE-AMOUNT-LINE
           MOVE "  CREDIT AMOUNT TOTAL (ACCEPTED)"
               TO WS-AMOUNT-LABEL
           MOVE WS-DTD-CREDIT TO WS-AMOUNT-VALUE
           PERFORM 1300-WRITE-AMOUNT-LINE.

       1950-WRITE-ONE-DAY-CYCLE.
           MOVE WS-DAY-CYCLE (WS-DAY-IX) TO WS-CYL-CYCLE
           MOVE WS-DAY-READ (WS-DAY-IX) TO WS-CYL-READ
           MOVE WS-DAY-PASSED (WS-DAY-IX) TO WS-CYL-PASSED
           MOVE WS-DAY-REJECTED (WS-DAY-IX) TO WS-CYL-REJECTED
           MOVE WS-CYCLE-LINE TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           ADD 1 TO WS-DTD-CYCLES
           ADD WS-DAY-READ (WS-DAY-IX) TO WS-DTD-READ
           ADD WS-DAY-PASSED (WS-DAY-IX) TO WS-DTD-PASSED
           ADD WS-DAY-REJECTED (WS-DAY-IX) TO WS-DTD-REJECTED
           ADD WS-DAY-DUPLICATE (WS-DAY-IX) TO WS-DTD-DUPLICATE
           ADD WS-DAY-REVERSED (WS-DAY-IX) TO WS-DTD-REVERSED
           ADD WS-DAY-HASH (WS-DAY-IX) TO WS-DTD-HASH
           ADD WS-DAY-DEBIT (WS-DAY-IX) TO WS-DTD-DEBIT
           ADD WS-DAY-CREDIT (WS-DAY-IX) TO WS-DTD-CREDIT.

       2000-APPEND-RUN-STATS.
      *    EXTEND keeps the whole history; the OUTPUT fallback
      *    covers the very first run, before the dataset exists.
               MOVE LS-DEBIT-AMOUNT TO STAT-DEBIT-AMOUNT
               MOVE LS-CREDIT-AMOUNT TO STAT-CREDIT-AMOUNT
               MOVE "ALL" TO STAT-SOURCE
               MOVE LS-CYCLE-NO TO STAT-CYCLE-NO
               WRITE STATS-RECORD
               IF NOT WS-STAT-OK
                   DISPLAY "TRANRPT: RUNSTAT WRITE FAILED, STATUS="
      *    "ALL" line and double the night in its window.
           PERFORM 1600-SET-SOURCE-PRINT-CODE
           MOVE WS-SRC-PRINT-CODE TO STAT-SOURCE
           MOVE WS-SRC-CYCLE-NO (WS-SRC-IX) TO STAT-CYCLE-NO
           WRITE STATS-RECORD
           IF NOT WS-STAT-OK
               DISPLAY "TRANRPT: RUNSTAT WRITE FAILED, STATUS="
