       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANSLA.
      *
      *  TRANSLA turns the night's run ledger RUNLEDG into elapsed
      *  times. TRANNITE proves the steps ran in order; this proves
      *  they ran in time, so a step that is slowing down is seen
      *  while the window still has room, not the night the GL load
      *  misses its slot. For every program on the ledger it prints
      *  the runs, first start, last end and elapsed time (a program
      *  run more than once in the night - TRANEDIT's cycles,
      *  TRANARCH's functions - is the sum of its START/END pairs),
      *  and sets it against:
      *
      *    - its SLA limit from SLALIMIT: OVER past the limit, NEAR
      *      at WARN-PCT of it or more;
      *    - its own average over the last AVERAGE-NIGHTS nights on
      *      the rolling history SLAHIST: SLOW when tonight is more
      *      than VARIANCE-PCT over it, or when that average has
      *      itself reached WARN-PCT of the limit (TREND) - the step
      *      is on its way to the limit even on a good night.
      *
      *  The critical path - the programs marked Y on SLALIMIT, or
      *  every program when none is marked - runs from the night's
      *  first START to the last critical END, which is set against
      *  the GL load deadline: LATE past it, TIGHT inside
      *  DEADLINE-MARGIN minutes of it.
      *
      *  Tonight's figures replace any earlier run of this report
      *  for the same night on SLAHIST, and nights older than
      *  HISTORY-NIGHTS drop off the front.
      *
      *  SLAPARM control cards, KEYWORD=VALUE, all optional:
      *    GL-DEADLINE=hhmm     the GL load slot (none: not checked)
      *    DEADLINE-MARGIN=nn   minutes before it that are TIGHT
      *                         (default 30)
      *    WARN-PCT=nn          share of a limit that is NEAR
      *                         (default 80)
      *    VARIANCE-PCT=nn      excess over the average that is
      *                         SLOW (default 25)
      *    AVERAGE-NIGHTS=nn    nights in the average (default 7)
      *    HISTORY-NIGHTS=nnn   nights kept on SLAHIST (default 60)
      *
      *  SLALIMIT cards, one per program, "*" in column 1 a comment:
      *    1-8    program name
      *    10-13  SLA limit in minutes
      *    15     Y when the program is on the critical path
      *    17-80  free text
      *
      *    RC 00  every step within its limit and the deadline met
      *    RC 04  a step NEAR, SLOW or TREND, a deadline TIGHT, a
      *           step with no END, or no ledger to measure
      *    RC 12  a step OVER its limit or the deadline LATE
      *    RC 16  a working table overflowed - SLAHIST is left as
      *           it was
      *
      *  JOB-STREAM ORDER: run after the batch window, beside
      *  TRANNITE and before the ledger is cleared for the next
      *  night.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "RUNLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LED-STATUS.

           SELECT PARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT LIMIT-FILE ASSIGN TO "SLALIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT SLA-REPORT ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  LEDGER-RECORD                    PIC X(60).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD                        PIC X(80).

       FD  LIMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LIMIT-CARD.
           05  LIM-PROGRAM                   PIC X(08).
           05  FILLER                        PIC X(01).
           05  LIM-MINUTES                   PIC X(04).
           05  LIM-MINUTES-NUM REDEFINES LIM-MINUTES PIC 9(04).
           05  FILLER                        PIC X(01).
           05  LIM-CRITICAL                  PIC X(01).
           05  FILLER                        PIC X(65).

      *    One line per program per night.
       FD  HISTORY-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  HISTORY-RECORD.
           05  HIST-NIGHT                    PIC X(08).
           05  FILLER                        PIC X(01).
           05  HIST-PROGRAM                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  HIST-ELAPSED                  PIC 9(07).
           05  FILLER                        PIC X(01).
           05  HIST-RUNS                     PIC 9(03).
           05  FILLER                        PIC X(01).
           05  HIST-LAST-RC                  PIC 9(02).
           05  FILLER                        PIC X(08).

       FD  SLA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SLA-REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LED-STATUS                    PIC X(02).
           88  WS-LED-OK                     VALUE "00".

       01  WS-PARM-STATUS                   PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-LIM-STATUS                    PIC X(02).
           88  WS-LIM-OK                     VALUE "00".

       01  WS-HST-STATUS                    PIC X(02).
           88  WS-HST-OK                     VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

       01  WS-LED-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-LED-OPENED                VALUE "Y".

       01  WS-PARM-KEYWORD                  PIC X(20).
       01  WS-PARM-VALUE                    PIC X(20).
       01  WS-PARM-NUMBER                   PIC 9(04) VALUE ZERO.

       01  WS-DEADLINE-TEXT                 PIC X(04) VALUE SPACES.
       01  WS-DEADLINE-HHMM REDEFINES WS-DEADLINE-TEXT.
           05  WS-DEADLINE-HH                PIC 9(02).
           05  WS-DEADLINE-MM                PIC 9(02).
       01  WS-DEADLINE-SWITCH               PIC X(01) VALUE "N".
           88  WS-DEADLINE-SET              VALUE "Y".
       01  WS-DEADLINE-MARGIN               PIC 9(04) VALUE 30.
       01  WS-WARN-PCT                      PIC 9(04) VALUE 80.
       01  WS-VARIANCE-PCT                  PIC 9(04) VALUE 25.
       01  WS-AVERAGE-NIGHTS                PIC 9(04) VALUE 7.
       01  WS-HISTORY-NIGHTS                PIC 9(04) VALUE 60.

           COPY RUNLEDG.

      *    A ledger timestamp is FUNCTION CURRENT-DATE; the date and
      *    time of day are turned into seconds on one running clock
      *    so a step that crosses midnight still measures right.
       01  WS-TS-WORK.
           05  WS-TS-DATE                    PIC 9(08).
           05  WS-TS-HH                      PIC 9(02).
           05  WS-TS-MM                      PIC 9(02).
           05  WS-TS-SS                      PIC 9(02).
           05  FILLER                        PIC X(07).
       01  WS-TS-SECS                       PIC 9(11) VALUE ZERO.
       01  WS-TS-VALID-SWITCH               PIC X(01) VALUE "N".
           88  WS-TS-VALID                  VALUE "Y".

      *    The night is the date of the first entry on the ledger.
       01  WS-NIGHT-DATE                    PIC X(08) VALUE SPACES.
       01  WS-NIGHT-START-SECS              PIC 9(11) VALUE ZERO.
       01  WS-ENTRY-COUNT                   PIC 9(05) VALUE ZERO.

      *    Tonight's runs, one entry per program on the ledger.
       01  WS-RUN-MAX                       PIC 9(02) VALUE 30.
       01  WS-RUN-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-RUN-IX                        PIC 9(02) VALUE ZERO.
       01  WS-RUN-CUR                       PIC 9(02) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 30 TIMES.
               10  WS-RUN-PROGRAM            PIC X(08).
               10  WS-RUN-RUNS               PIC 9(03).
               10  WS-RUN-UNENDED            PIC 9(03).
               10  WS-RUN-OPEN-SWITCH        PIC X(01).
                   88  WS-RUN-OPEN           VALUE "Y".
               10  WS-RUN-OPEN-SECS          PIC 9(11).
               10  WS-RUN-FIRST-START        PIC 9(11).
               10  WS-RUN-LAST-END           PIC 9(11).
               10  WS-RUN-ELAPSED            PIC 9(07).
               10  WS-RUN-LAST-RC            PIC 9(02).

      *    SLA limits from SLALIMIT.
       01  WS-SLA-MAX                       PIC 9(02) VALUE 30.
       01  WS-SLA-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-SLA-IX                        PIC 9(02) VALUE ZERO.
       01  WS-SLA-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-SLA-CRITICAL-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 30 TIMES.
               10  WS-SLA-PROGRAM            PIC X(08).
               10  WS-SLA-LIMIT-SECS         PIC 9(07).
               10  WS-SLA-CRITICAL           PIC X(01).

      *    SLAHIST as it stood, tonight's night left out. Nights are
      *    numbered as they are met, oldest first.
       01  WS-HST-MAX                       PIC 9(04) VALUE 2000.
       01  WS-HST-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-HST-IX                        PIC 9(04) VALUE ZERO.
       01  WS-HST-NIGHTS                    PIC 9(04) VALUE ZERO.
       01  WS-HST-LAST-NIGHT                PIC X(08) VALUE SPACES.
       01  WS-HST-KEEP-FROM                 PIC S9(05) VALUE ZERO.
       01  WS-HST-AVG-FROM                  PIC S9(05) VALUE ZERO.
       01  WS-HST-TABLE.
           05  WS-HST-ENTRY OCCURS 2000 TIMES.
               10  WS-HST-NIGHT              PIC X(08).
               10  WS-HST-PROGRAM            PIC X(08).
               10  WS-HST-ELAPSED            PIC 9(07).
               10  WS-HST-RUNS               PIC 9(03).
               10  WS-HST-LAST-RC            PIC 9(02).
               10  WS-HST-ORDINAL            PIC 9(04).

       01  WS-AVG-TOTAL                     PIC 9(11) VALUE ZERO.
       01  WS-AVG-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-AVG-SECS                      PIC 9(07) VALUE ZERO.
       01  WS-LIMIT-SECS                    PIC 9(07) VALUE ZERO.
       01  WS-PCT-OF-LIMIT                  PIC 9(05) VALUE ZERO.
       01  WS-STEP-STATUS                   PIC X(12).

      *    Critical path.
       01  WS-CRIT-END-SECS                 PIC 9(11) VALUE ZERO.
       01  WS-CRIT-END-PROGRAM              PIC X(08) VALUE SPACES.
       01  WS-DEADLINE-SECS                 PIC 9(11) VALUE ZERO.
       01  WS-MARGIN-SECS                   PIC S9(11) VALUE ZERO.
       01  WS-MARGIN-MINUTES                PIC S9(07) VALUE ZERO.
       01  WS-MARGIN-EDIT                   PIC Z(03)9.

      *    Seconds to hh:mm:ss, as an elapsed time or a time of day.
       01  WS-HMS-SECS                      PIC 9(11) VALUE ZERO.
       01  WS-HMS-REST                      PIC 9(11) VALUE ZERO.
       01  WS-HMS-DAYS                      PIC 9(07) VALUE ZERO.
       01  WS-HMS-HOURS                     PIC 9(07) VALUE ZERO.
       01  WS-HMS-TEXT.
           05  WS-HMS-HH                     PIC 9(02).
           05  FILLER                        PIC X(01) VALUE ":".
           05  WS-HMS-MM                     PIC 9(02).
           05  FILLER                        PIC X(01) VALUE ":".
           05  WS-HMS-SS                     PIC 9(02).

       01  WS-OVER-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-WARN-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-FINAL-RC                      PIC 9(02) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DET-PROGRAM                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-RUNS                   PIC ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-START                  PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-END                    PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-ELAPSED                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-LIMIT                  PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-AVERAGE                PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-PCT                    PIC ZZZ9.
           05  FILLER                        PIC X(01) VALUE "%".
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DET-STATUS                 PIC X(12).
           05  FILLER                        PIC X(03) VALUE SPACE.

       01  WS-FLAG-LINE.
           05  FILLER                        PIC X(08)
                                             VALUE "  FLAG: ".
           05  WS-FLAG-TEXT                  PIC X(72).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LEDGER UNTIL WS-EOF
           IF WS-LED-OPENED
               CLOSE LEDGER-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2500-LOAD-HISTORY
           IF NOT WS-ABORT
               PERFORM 3000-WRITE-STEPS
               PERFORM 4000-CHECK-CRITICAL-PATH
               PERFORM 5000-REWRITE-HISTORY
           END-IF
           PERFORM 6000-WRITE-VERDICT
           PERFORM 7000-TERMINATE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM-CARDS
           PERFORM 1300-LOAD-LIMITS
           OPEN OUTPUT SLA-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANSLA: UNABLE TO OPEN SLARPT, STATUS="
                   WS-RPT-STATUS
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LED-OK
               SET WS-LED-OPENED TO TRUE
           ELSE
               DISPLAY "TRANSLA: UNABLE TO OPEN RUNLEDG, STATUS="
                   WS-LED-STATUS
               SET WS-EOF TO TRUE
           END-IF.

       1100-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               PERFORM 1200-READ-ONE-PARM UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1200-READ-ONE-PARM.
           READ PARM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PARM-CARD (1:1) NOT = "*"
                       MOVE SPACES TO WS-PARM-KEYWORD
                       MOVE SPACES TO WS-PARM-VALUE
                       UNSTRING PARM-CARD DELIMITED BY "="
                           INTO WS-PARM-KEYWORD WS-PARM-VALUE
                       PERFORM 1210-APPLY-ONE-PARM
                   END-IF
           END-READ.

       1210-APPLY-ONE-PARM.
           MOVE ZERO TO WS-PARM-NUMBER
           IF WS-PARM-KEYWORD NOT = SPACES
                   AND WS-PARM-KEYWORD NOT = "GL-DEADLINE"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE) = ZERO
                   COMPUTE WS-PARM-NUMBER =
                       FUNCTION NUMVAL(WS-PARM-VALUE)
               ELSE
                   DISPLAY "TRANSLA: " WS-PARM-KEYWORD " VALUE '"
                       WS-PARM-VALUE "' NOT NUMERIC - DEFAULT IN "
                       "FORCE"
                   MOVE SPACES TO WS-PARM-KEYWORD
               END-IF
           END-IF
           EVALUATE WS-PARM-KEYWORD
               WHEN SPACES
                   CONTINUE
               WHEN "GL-DEADLINE"
                   MOVE WS-PARM-VALUE (1:4) TO WS-DEADLINE-TEXT
                   IF WS-DEADLINE-TEXT NUMERIC
                           AND WS-DEADLINE-HH < 24
                           AND WS-DEADLINE-MM < 60
                       SET WS-DEADLINE-SET TO TRUE
                   ELSE
                       DISPLAY "TRANSLA: GL-DEADLINE VALUE '"
                           WS-PARM-VALUE "' NOT HHMM - DEADLINE "
                           "NOT CHECKED"
                   END-IF
               WHEN "DEADLINE-MARGIN"
                   MOVE WS-PARM-NUMBER TO WS-DEADLINE-MARGIN
               WHEN "WARN-PCT"
                   MOVE WS-PARM-NUMBER TO WS-WARN-PCT
               WHEN "VARIANCE-PCT"
                   MOVE WS-PARM-NUMBER TO WS-VARIANCE-PCT
               WHEN "AVERAGE-NIGHTS"
                   IF WS-PARM-NUMBER > ZERO
                       MOVE WS-PARM-NUMBER TO WS-AVERAGE-NIGHTS
                   END-IF
               WHEN "HISTORY-NIGHTS"
                   IF WS-PARM-NUMBER > ZERO
                       MOVE WS-PARM-NUMBER TO WS-HISTORY-NIGHTS
                   END-IF
               WHEN OTHER
                   DISPLAY "TRANSLA: UNKNOWN PARM KEYWORD '"
                       WS-PARM-KEYWORD "' IGNORED"
           END-EVALUATE.

       1300-LOAD-LIMITS.
      *    No SLALIMIT means no limits: every step is still timed
      *    and set against its own average.
           OPEN INPUT LIMIT-FILE
           IF WS-LIM-OK
               PERFORM 1310-LOAD-ONE-LIMIT UNTIL WS-EOF
               CLOSE LIMIT-FILE
           ELSE
               DISPLAY "TRANSLA: NO SLALIMIT FILE - STEPS TIMED "
                   "AGAINST THEIR AVERAGE ONLY"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1310-LOAD-ONE-LIMIT.
           READ LIMIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LIM-PROGRAM (1:1) NOT = "*"
                           AND LIMIT-CARD NOT = SPACES
                       IF LIM-MINUTES NUMERIC
                           PERFORM 1320-STORE-LIMIT
                       ELSE
                           DISPLAY "TRANSLA: SLALIMIT CARD FOR '"
                               LIM-PROGRAM "' LIMIT NOT NUMERIC - "
                               "CARD IGNORED"
                       END-IF
                   END-IF
           END-READ.

       1320-STORE-LIMIT.
           IF WS-SLA-COUNT < WS-SLA-MAX
               ADD 1 TO WS-SLA-COUNT
               MOVE LIM-PROGRAM TO WS-SLA-PROGRAM (WS-SLA-COUNT)
               COMPUTE WS-SLA-LIMIT-SECS (WS-SLA-COUNT) =
                   LIM-MINUTES-NUM * 60
               MOVE LIM-CRITICAL TO WS-SLA-CRITICAL (WS-SLA-COUNT)
               IF LIM-CRITICAL = "Y"
                   ADD 1 TO WS-SLA-CRITICAL-COUNT
               END-IF
           ELSE
               DISPLAY "TRANSLA: SLA LIMIT TABLE FULL AT '"
                   LIM-PROGRAM "'"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       1400-FIND-LIMIT.
           MOVE ZERO TO WS-SLA-FOUND-IX
           PERFORM 1410-MATCH-ONE-LIMIT
               VARYING WS-SLA-IX FROM 1 BY 1
               UNTIL WS-SLA-IX > WS-SLA-COUNT.

       1410-MATCH-ONE-LIMIT.
           IF WS-SLA-PROGRAM (WS-SLA-IX) = WS-RUN-PROGRAM (WS-RUN-IX)
               MOVE WS-SLA-IX TO WS-SLA-FOUND-IX
           END-IF.

      *****************************************************************
      *  TONIGHT'S LEDGER
      *****************************************************************
       2000-LOAD-LEDGER.
           READ LEDGER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE LEDGER-RECORD TO WS-LEDGER-LINE
                   PERFORM 2050-DECODE-TIMESTAMP
                   IF WS-TS-VALID
                       ADD 1 TO WS-ENTRY-COUNT
                       IF WS-NIGHT-DATE = SPACES
                           MOVE WS-LED-TIMESTAMP (1:8)
                               TO WS-NIGHT-DATE
                           MOVE WS-TS-SECS TO WS-NIGHT-START-SECS
                       END-IF
                       PERFORM 2100-TALLY-ENTRY
                   ELSE
                       DISPLAY "TRANSLA: LEDGER ENTRY FOR '"
                           WS-LED-PROGRAM "' HAS NO USABLE "
                           "TIMESTAMP - SKIPPED"
                   END-IF
           END-READ.

       2050-DECODE-TIMESTAMP.
           MOVE "N" TO WS-TS-VALID-SWITCH
           MOVE WS-LED-TIMESTAMP TO WS-TS-WORK
           IF WS-LED-TIMESTAMP (1:14) NUMERIC
               SET WS-TS-VALID TO TRUE
               COMPUTE WS-TS-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
           END-IF.

       2100-TALLY-ENTRY.
      *    A START with an earlier START still open is a run that
      *    never wrote its END: it is counted, and timing restarts.
      *    TRANBACK's BKOUT entry is no part of any timing.
           PERFORM 2200-FIND-RUN-ENTRY
           IF WS-RUN-CUR > ZERO
               IF WS-LED-START
                   IF WS-RUN-OPEN (WS-RUN-CUR)
                       ADD 1 TO WS-RUN-UNENDED (WS-RUN-CUR)
                   END-IF
                   ADD 1 TO WS-RUN-RUNS (WS-RUN-CUR)
                   SET WS-RUN-OPEN (WS-RUN-CUR) TO TRUE
                   MOVE WS-TS-SECS TO WS-RUN-OPEN-SECS (WS-RUN-CUR)
                   IF WS-RUN-FIRST-START (WS-RUN-CUR) = ZERO
                       MOVE WS-TS-SECS
                           TO WS-RUN-FIRST-START (WS-RUN-CUR)
                   END-IF
               ELSE
                   IF WS-LED-END AND WS-RUN-OPEN (WS-RUN-CUR)
                       PERFORM 2150-CLOSE-RUN
                   END-IF
               END-IF
           END-IF.

       2150-CLOSE-RUN.
           MOVE "N" TO WS-RUN-OPEN-SWITCH (WS-RUN-CUR)
           IF WS-TS-SECS > WS-RUN-OPEN-SECS (WS-RUN-CUR)
               COMPUTE WS-RUN-ELAPSED (WS-RUN-CUR) =
                   WS-RUN-ELAPSED (WS-RUN-CUR)
                   + WS-TS-SECS - WS-RUN-OPEN-SECS (WS-RUN-CUR)
           END-IF
           MOVE WS-TS-SECS TO WS-RUN-LAST-END (WS-RUN-CUR)
           IF WS-LED-RETURN-CODE NUMERIC
               MOVE WS-LED-RETURN-CODE TO WS-RUN-LAST-RC (WS-RUN-CUR)
           END-IF.

       2200-FIND-RUN-ENTRY.
           MOVE ZERO TO WS-RUN-CUR
           PERFORM 2300-MATCH-ONE-RUN
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
           IF WS-RUN-CUR = ZERO
               IF WS-RUN-COUNT < WS-RUN-MAX
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-RUN-COUNT TO WS-RUN-CUR
                   MOVE WS-LED-PROGRAM TO WS-RUN-PROGRAM (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-RUNS (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-UNENDED (WS-RUN-CUR)
                   MOVE "N" TO WS-RUN-OPEN-SWITCH (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-OPEN-SECS (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-FIRST-START (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-LAST-END (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-ELAPSED (WS-RUN-CUR)
                   MOVE ZERO TO WS-RUN-LAST-RC (WS-RUN-CUR)
               ELSE
                   DISPLAY "TRANSLA: MORE THAN " WS-RUN-MAX
                       " PROGRAMS ON LEDGER AT '" WS-LED-PROGRAM "'"
                   SET WS-ABORT TO TRUE
               END-IF
           END-IF.

       2300-MATCH-ONE-RUN.
           IF WS-RUN-PROGRAM (WS-RUN-IX) = WS-LED-PROGRAM
               MOVE WS-RUN-IX TO WS-RUN-CUR
           END-IF.

      *****************************************************************
      *  ROLLING HISTORY
      *****************************************************************
       2500-LOAD-HISTORY.
      *    No SLAHIST yet means the first night of history.
           OPEN INPUT HISTORY-FILE
           IF WS-HST-OK
               PERFORM 2510-LOAD-ONE-HISTORY UNTIL WS-EOF
               CLOSE HISTORY-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
      *    Nights from WS-HST-KEEP-FROM on stay on SLAHIST (tonight
      *    is the last of HISTORY-NIGHTS); the average is taken
      *    over those from WS-HST-AVG-FROM on.
           COMPUTE WS-HST-KEEP-FROM =
               WS-HST-NIGHTS - WS-HISTORY-NIGHTS + 2
           COMPUTE WS-HST-AVG-FROM =
               WS-HST-NIGHTS - WS-AVERAGE-NIGHTS + 1.

       2510-LOAD-ONE-HISTORY.
           READ HISTORY-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HIST-NIGHT NOT = WS-NIGHT-DATE
                           AND HIST-ELAPSED NUMERIC
                       PERFORM 2520-HOLD-HISTORY-LINE
                   END-IF
           END-READ.

       2520-HOLD-HISTORY-LINE.
           IF WS-HST-COUNT < WS-HST-MAX
               IF HIST-NIGHT NOT = WS-HST-LAST-NIGHT
                   ADD 1 TO WS-HST-NIGHTS
                   MOVE HIST-NIGHT TO WS-HST-LAST-NIGHT
               END-IF
               ADD 1 TO WS-HST-COUNT
               MOVE HIST-NIGHT TO WS-HST-NIGHT (WS-HST-COUNT)
               MOVE HIST-PROGRAM TO WS-HST-PROGRAM (WS-HST-COUNT)
               MOVE HIST-ELAPSED TO WS-HST-ELAPSED (WS-HST-COUNT)
               MOVE HIST-RUNS TO WS-HST-RUNS (WS-HST-COUNT)
               MOVE HIST-LAST-RC TO WS-HST-LAST-RC (WS-HST-COUNT)
               MOVE WS-HST-NIGHTS TO WS-HST-ORDINAL (WS-HST-COUNT)
           ELSE
               DISPLAY "TRANSLA: MORE THAN " WS-HST-MAX
                   " LINES ON SLAHIST - LOWER HISTORY-NIGHTS"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       2600-AVERAGE-PROGRAM.
           MOVE ZERO TO WS-AVG-TOTAL
           MOVE ZERO TO WS-AVG-COUNT
           MOVE ZERO TO WS-AVG-SECS
           PERFORM 2610-ADD-ONE-NIGHT
               VARYING WS-HST-IX FROM 1 BY 1
               UNTIL WS-HST-IX > WS-HST-COUNT
           IF WS-AVG-COUNT > ZERO
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-AVG-TOTAL / WS-AVG-COUNT
           END-IF.

       2610-ADD-ONE-NIGHT.
           IF WS-HST-PROGRAM (WS-HST-IX) = WS-RUN-PROGRAM (WS-RUN-IX)
                   AND WS-HST-ORDINAL (WS-HST-IX) >= WS-HST-AVG-FROM
               ADD WS-HST-ELAPSED (WS-HST-IX) TO WS-AVG-TOTAL
               ADD 1 TO WS-AVG-COUNT
           END-IF.

      *****************************************************************
      *  ONE LINE PER STEP
      *****************************************************************
       3000-WRITE-STEPS.
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "BATCH WINDOW ELAPSED TIME AND SLA - NIGHT OF "
               WS-NIGHT-DATE
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "AVERAGE NIGHTS " WS-AVERAGE-NIGHTS
               "  NEAR PCT OF LIMIT " WS-WARN-PCT
               "  SLOW PCT OVER AVERAGE " WS-VARIANCE-PCT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "PROGRAM  RUN  START    END      ELAPSED  LIMIT    "
               "AVERAGE  %LIM  STATUS"
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE ALL "-" TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           IF WS-ENTRY-COUNT = ZERO
               MOVE "RUN LEDGER EMPTY OR MISSING - NOTHING TO TIME"
                   TO WS-FLAG-TEXT
               PERFORM 3900-WRITE-WARNING
           END-IF
           PERFORM 3100-WRITE-ONE-STEP
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT.

       3100-WRITE-ONE-STEP.
           PERFORM 1400-FIND-LIMIT
           PERFORM 2600-AVERAGE-PROGRAM
           MOVE ZERO TO WS-LIMIT-SECS
           MOVE ZERO TO WS-PCT-OF-LIMIT
           IF WS-SLA-FOUND-IX > ZERO
               MOVE WS-SLA-LIMIT-SECS (WS-SLA-FOUND-IX)
                   TO WS-LIMIT-SECS
           END-IF
           IF WS-LIMIT-SECS > ZERO
               COMPUTE WS-PCT-OF-LIMIT =
                   WS-RUN-ELAPSED (WS-RUN-IX) * 100 / WS-LIMIT-SECS
           END-IF
           MOVE WS-RUN-PROGRAM (WS-RUN-IX) TO WS-DET-PROGRAM
           MOVE WS-RUN-RUNS (WS-RUN-IX) TO WS-DET-RUNS
           MOVE WS-RUN-FIRST-START (WS-RUN-IX) TO WS-HMS-SECS
           PERFORM 8100-FORMAT-TIME-OF-DAY
           MOVE WS-HMS-TEXT TO WS-DET-START
           IF WS-RUN-LAST-END (WS-RUN-IX) = ZERO
               MOVE "NO END" TO WS-DET-END
           ELSE
               MOVE WS-RUN-LAST-END (WS-RUN-IX) TO WS-HMS-SECS
               PERFORM 8100-FORMAT-TIME-OF-DAY
               MOVE WS-HMS-TEXT TO WS-DET-END
           END-IF
           MOVE WS-RUN-ELAPSED (WS-RUN-IX) TO WS-HMS-SECS
           PERFORM 8000-FORMAT-ELAPSED
           MOVE WS-HMS-TEXT TO WS-DET-ELAPSED
           IF WS-LIMIT-SECS > ZERO
               MOVE WS-LIMIT-SECS TO WS-HMS-SECS
               PERFORM 8000-FORMAT-ELAPSED
               MOVE WS-HMS-TEXT TO WS-DET-LIMIT
           ELSE
               MOVE "NONE" TO WS-DET-LIMIT
           END-IF
           IF WS-AVG-COUNT > ZERO
               MOVE WS-AVG-SECS TO WS-HMS-SECS
               PERFORM 8000-FORMAT-ELAPSED
               MOVE WS-HMS-TEXT TO WS-DET-AVERAGE
           ELSE
               MOVE "NO HIST" TO WS-DET-AVERAGE
           END-IF
           MOVE WS-PCT-OF-LIMIT TO WS-DET-PCT
           PERFORM 3200-SET-STEP-STATUS
           MOVE WS-STEP-STATUS TO WS-DET-STATUS
           MOVE SPACES TO SLA-REPORT-LINE
           MOVE WS-DETAIL-LINE TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE.

       3200-SET-STEP-STATUS.
      *    The worst finding names the step. A run still open at
      *    the end of the ledger has no elapsed time to judge.
           EVALUATE TRUE
               WHEN WS-RUN-OPEN (WS-RUN-IX)
                       OR WS-RUN-UNENDED (WS-RUN-IX) > ZERO
                   MOVE "NO END" TO WS-STEP-STATUS
                   ADD 1 TO WS-WARN-COUNT
               WHEN WS-LIMIT-SECS > ZERO
                       AND WS-RUN-ELAPSED (WS-RUN-IX) > WS-LIMIT-SECS
                   MOVE "*OVER*" TO WS-STEP-STATUS
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-LIMIT-SECS > ZERO
                       AND WS-PCT-OF-LIMIT >= WS-WARN-PCT
                   MOVE "NEAR" TO WS-STEP-STATUS
                   ADD 1 TO WS-WARN-COUNT
               WHEN WS-LIMIT-SECS > ZERO
                       AND WS-AVG-COUNT > ZERO
                       AND WS-AVG-SECS * 100
                           >= WS-LIMIT-SECS * WS-WARN-PCT
                   MOVE "TREND" TO WS-STEP-STATUS
                   ADD 1 TO WS-WARN-COUNT
               WHEN WS-AVG-COUNT > ZERO
                       AND WS-RUN-ELAPSED (WS-RUN-IX) * 100
                           > WS-AVG-SECS * (100 + WS-VARIANCE-PCT)
                   MOVE "SLOW" TO WS-STEP-STATUS
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE "OK" TO WS-STEP-STATUS
           END-EVALUATE.

       3900-WRITE-WARNING.
           ADD 1 TO WS-WARN-COUNT
           PERFORM 3950-WRITE-FLAG-LINE.

       3910-WRITE-OVER.
           ADD 1 TO WS-OVER-COUNT
           PERFORM 3950-WRITE-FLAG-LINE.

       3950-WRITE-FLAG-LINE.
           MOVE SPACES TO SLA-REPORT-LINE
           MOVE WS-FLAG-LINE TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           DISPLAY "TRANSLA: " WS-FLAG-TEXT.

      *****************************************************************
      *  CRITICAL PATH AGAINST THE GL LOAD DEADLINE
      *****************************************************************
       4000-CHECK-CRITICAL-PATH.
           MOVE ALL "-" TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           PERFORM 4100-FIND-CRITICAL-END
               VARYING WS-RUN-IX FROM 1 BY 1
               UNTIL WS-RUN-IX > WS-RUN-COUNT
           IF WS-CRIT-END-SECS = ZERO
               MOVE SPACES TO SLA-REPORT-LINE
               MOVE "CRITICAL PATH: NO CRITICAL STEP ENDED ON LEDGER"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           ELSE
               PERFORM 4200-WRITE-CRITICAL-PATH
           END-IF.

       4100-FIND-CRITICAL-END.
           PERFORM 1400-FIND-LIMIT
           IF WS-SLA-CRITICAL-COUNT = ZERO
                   OR (WS-SLA-FOUND-IX > ZERO
                       AND WS-SLA-CRITICAL (WS-SLA-FOUND-IX) = "Y")
               IF WS-RUN-LAST-END (WS-RUN-IX) > WS-CRIT-END-SECS
                   MOVE WS-RUN-LAST-END (WS-RUN-IX)
                       TO WS-CRIT-END-SECS
                   MOVE WS-RUN-PROGRAM (WS-RUN-IX)
                       TO WS-CRIT-END-PROGRAM
               END-IF
           END-IF.

       4200-WRITE-CRITICAL-PATH.
           MOVE SPACES TO SLA-REPORT-LINE
           MOVE WS-NIGHT-START-SECS TO WS-HMS-SECS
           PERFORM 8100-FORMAT-TIME-OF-DAY
           STRING "CRITICAL PATH: FIRST START " WS-HMS-TEXT
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           MOVE WS-CRIT-END-SECS TO WS-HMS-SECS
           PERFORM 8100-FORMAT-TIME-OF-DAY
           MOVE ", LAST END " TO SLA-REPORT-LINE (36:11)
           MOVE WS-HMS-TEXT TO SLA-REPORT-LINE (47:8)
           MOVE " (" TO SLA-REPORT-LINE (55:2)
           MOVE WS-CRIT-END-PROGRAM TO SLA-REPORT-LINE (57:8)
           MOVE ")" TO SLA-REPORT-LINE (65:1)
           WRITE SLA-REPORT-LINE
           IF NOT WS-DEADLINE-SET
               MOVE SPACES TO SLA-REPORT-LINE
               MOVE "GL LOAD DEADLINE: NONE ON SLAPARM - NOT CHECKED"
                   TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           ELSE
               PERFORM 4300-CHECK-DEADLINE
           END-IF.

       4300-CHECK-DEADLINE.
      *    The deadline falls on the night's date, or the morning
      *    after when the clock time is before the first START.
           COMPUTE WS-DEADLINE-SECS =
               WS-NIGHT-START-SECS
               - FUNCTION MOD(WS-NIGHT-START-SECS, 86400)
               + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
           IF WS-DEADLINE-SECS < WS-NIGHT-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           COMPUTE WS-MARGIN-SECS =
               WS-DEADLINE-SECS - WS-CRIT-END-SECS
           COMPUTE WS-MARGIN-MINUTES = WS-MARGIN-SECS / 60
           MOVE SPACES TO SLA-REPORT-LINE
           STRING "GL LOAD DEADLINE " WS-DEADLINE-HH ":"
               WS-DEADLINE-MM
               DELIMITED BY SIZE INTO SLA-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-MARGIN-SECS < ZERO
                   MOVE "- MISSED" TO SLA-REPORT-LINE (24:8)
               WHEN OTHER
                   MOVE "- MET" TO SLA-REPORT-LINE (24:5)
           END-EVALUATE
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
               WHEN WS-MARGIN-SECS < ZERO
                   COMPUTE WS-MARGIN-EDIT = ZERO - WS-MARGIN-MINUTES
                   STRING "*LATE* CRITICAL PATH ENDED "
                       WS-MARGIN-EDIT " MIN AFTER GL LOAD DEADLINE"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   PERFORM 3910-WRITE-OVER
               WHEN WS-MARGIN-MINUTES < WS-DEADLINE-MARGIN
                   MOVE WS-MARGIN-MINUTES TO WS-MARGIN-EDIT
                   STRING "TIGHT - CRITICAL PATH ENDED "
                       WS-MARGIN-EDIT " MIN BEFORE GL LOAD DEADLINE"
                       DELIMITED BY SIZE INTO WS-FLAG-TEXT
                   PERFORM 3900-WRITE-WARNING
               WHEN OTHER
                   MOVE WS-MARGIN-MINUTES TO WS-MARGIN-EDIT
                   MOVE SPACES TO SLA-REPORT-LINE
                   STRING "MARGIN " WS-MARGIN-EDIT " MINUTES"
                       DELIMITED BY SIZE INTO SLA-REPORT-LINE
                   WRITE SLA-REPORT-LINE
           END-EVALUATE.

      *****************************************************************
      *  SLAHIST: KEPT NIGHTS, THEN TONIGHT
      *****************************************************************
       5000-REWRITE-HISTORY.
           IF WS-ENTRY-COUNT > ZERO
               OPEN OUTPUT HISTORY-FILE
               IF WS-HST-OK
                   PERFORM 5100-WRITE-KEPT-LINE
                       VARYING WS-HST-IX FROM 1 BY 1
                       UNTIL WS-HST-IX > WS-HST-COUNT
                   PERFORM 5200-WRITE-TONIGHT-LINE
                       VARYING WS-RUN-IX FROM 1 BY 1
                       UNTIL WS-RUN-IX > WS-RUN-COUNT
                   CLOSE HISTORY-FILE
               ELSE
                   DISPLAY "TRANSLA: UNABLE TO REWRITE SLAHIST, "
                       "STATUS=" WS-HST-STATUS
                   MOVE "SLAHIST NOT UPDATED - TONIGHT NOT IN HISTORY"
                       TO WS-FLAG-TEXT
                   PERFORM 3900-WRITE-WARNING
               END-IF
           END-IF.

       5100-WRITE-KEPT-LINE.
           IF WS-HST-ORDINAL (WS-HST-IX) >= WS-HST-KEEP-FROM
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-HST-NIGHT (WS-HST-IX) TO HIST-NIGHT
               MOVE WS-HST-PROGRAM (WS-HST-IX) TO HIST-PROGRAM
               MOVE WS-HST-ELAPSED (WS-HST-IX) TO HIST-ELAPSED
               MOVE WS-HST-RUNS (WS-HST-IX) TO HIST-RUNS
               MOVE WS-HST-LAST-RC (WS-HST-IX) TO HIST-LAST-RC
               WRITE HISTORY-RECORD
           END-IF.

       5200-WRITE-TONIGHT-LINE.
      *    Only completed runs feed tomorrow's averages.
           IF NOT WS-RUN-OPEN (WS-RUN-IX)
                   AND WS-RUN-UNENDED (WS-RUN-IX) = ZERO
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-NIGHT-DATE TO HIST-NIGHT
               MOVE WS-RUN-PROGRAM (WS-RUN-IX) TO HIST-PROGRAM
               MOVE WS-RUN-ELAPSED (WS-RUN-IX) TO HIST-ELAPSED
               MOVE WS-RUN-RUNS (WS-RUN-IX) TO HIST-RUNS
               MOVE WS-RUN-LAST-RC (WS-RUN-IX) TO HIST-LAST-RC
               WRITE HISTORY-RECORD
           END-IF.

       6000-WRITE-VERDICT.
           MOVE SPACES TO SLA-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 16 TO WS-FINAL-RC
                   MOVE "WORKING TABLE FULL - SLAHIST LEFT AS IT WAS"
                       TO SLA-REPORT-LINE
               WHEN WS-OVER-COUNT > ZERO
                   MOVE 12 TO WS-FINAL-RC
                   STRING WS-OVER-COUNT " STEP(S) OVER SLA OR "
                       "DEADLINE MISSED, " WS-WARN-COUNT
                       " WARNING(S)"
                       DELIMITED BY SIZE INTO SLA-REPORT-LINE
               WHEN WS-WARN-COUNT > ZERO
                   MOVE 4 TO WS-FINAL-RC
                   STRING WS-WARN-COUNT " WARNING(S) - STEPS "
                       "TRENDING TOWARD THEIR LIMITS"
                       DELIMITED BY SIZE INTO SLA-REPORT-LINE
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "WINDOW WITHIN SLA" TO SLA-REPORT-LINE
           END-EVALUATE
           WRITE SLA-REPORT-LINE
           DISPLAY "TRANSLA: " SLA-REPORT-LINE.

       7000-TERMINATE.
           CLOSE SLA-REPORT.

       8000-FORMAT-ELAPSED.
      *    Elapsed times over 99 hours print as 99:59:59.
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HOURS
               REMAINDER WS-HMS-REST
           IF WS-HMS-HOURS > 99
               MOVE 99 TO WS-HMS-HH
               MOVE 59 TO WS-HMS-MM
               MOVE 59 TO WS-HMS-SS
           ELSE
               MOVE WS-HMS-HOURS TO WS-HMS-HH
               DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
                   REMAINDER WS-HMS-SS
           END-IF.

       8100-FORMAT-TIME-OF-DAY.
           DIVIDE WS-HMS-SECS BY 86400 GIVING WS-HMS-DAYS
               REMAINDER WS-HMS-SECS
           PERFORM 8000-FORMAT-ELAPSED.
