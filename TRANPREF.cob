      *  The run mode comes from the run-time PARM or the RUN-MODE=
      *  control card, resolved exactly the way TRANEDIT resolves
      *  it, so what is checked is what the edit will actually open.
      *  A RUN-DATE= control card (a rerun of a past night) is
      *  honored the same way: the EDITRULS and GLACCTS cards are
      *  vetted as they stood in force on that date, and the feed
      *  header must carry that date instead of today's.
      *  The PERIODS control file is vetted the way TRANEDIT loads
      *  it, and a run date that falls in a closed accounting
      *  period is called out with what the CLOSED-PERIOD= rule
      *  will do with the night's activity.
      *  The SITEREG capture-site registry is vetted the way
      *  TRANEDIT loads it - a card it would drop leaves that site
      *  unregistered and its whole batch rejected - and the feed's
      *  leading header is held against it.
      *  The leading header's cycle is held against the CYCLCTL
      *  cycle control file the same way TRANEDIT holds it, so a
      *  replayed transmission, or one that skips a cycle, is held
      *  here instead of being refused by the edit.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-DD-PERIODS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT SITE-REG-FILE ASSIGN DYNAMIC WS-DD-SITEREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.

           SELECT CYCLE-CTL-FILE ASSIGN DYNAMIC WS-DD-CYCLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-DD-TRANCKPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           05  FILLER                        PIC X(01).
           05  RUL-HIGH                      PIC X(05).
           05  FILLER                        PIC X(01).
           05  RUL-TEXT                      PIC X(33).
           05  FILLER                        PIC X(01).
           05  RUL-EFF-FROM                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  RUL-EFF-TO                    PIC X(08).

       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  ACC-DEBIT-ACCT                PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-CREDIT-ACCT               PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-TEXT                      PIC X(41).
           05  FILLER                        PIC X(01).
           05  ACC-EFF-FROM                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-EFF-TO                    PIC X(08).

      *    Same card shape TRANEDIT loads in 1500-LOAD-PERIODS.
       FD  PERIOD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CARD.
           05  PRD-PERIOD                    PIC X(06).
           05  FILLER                        PIC X(01).
           05  PRD-STATUS                    PIC X(01).
               88  PRD-OPEN                  VALUE "O".
               88  PRD-CLOSED                VALUE "C".
           05  FILLER                        PIC X(01).
           05  PRD-CLOSED-STAMP              PIC X(14).
           05  FILLER                        PIC X(01).
           05  PRD-CLOSED-BY                 PIC X(08).
           05  FILLER                        PIC X(48).

      *    Same card shape TRANEDIT loads in 1570-LOAD-SITE-REGISTRY.
       FD  SITE-REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SITE-REG-CARD.
           05  SREG-CODE                     PIC X(03).
           05  FILLER                        PIC X(01).
           05  SREG-NAME                     PIC X(30).
           05  FILLER                        PIC X(01).
           05  SREG-ACTIVE                   PIC X(01).
               88  SREG-ACTIVE-VALID         VALUE "Y" "N".
               88  SREG-IS-ACTIVE            VALUE "Y".
           05  FILLER                        PIC X(01).
           05  SREG-CYCLES                   PIC 9(02).
           05  FILLER                        PIC X(01).
           05  SREG-MIN-VOLUME               PIC 9(07).
           05  FILLER                        PIC X(01).
           05  SREG-MAX-VOLUME               PIC 9(07).
           05  FILLER                        PIC X(25).

      *    Same card shape TRANEDIT loads in 1610-LOAD-CYCLE-CONTROL.
       FD  CYCLE-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CYCLE-CTL-CARD.
           05  CYC-SOURCE                    PIC X(03).
           05  FILLER                        PIC X(01).
           05  CYC-RUN-DATE                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  CYC-LAST-CYCLE                PIC 9(04).
           05  FILLER                        PIC X(01).
           05  CYC-DAY-VOLUME                PIC 9(09).
           05  FILLER                        PIC X(01).
           05  CYC-UPDATED                   PIC X(14).
           05  FILLER                        PIC X(38).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 112 TO 121 CHARACTERS.
       01  CHECKPOINT-RECORD                PIC X(121).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
               10  MST-REC-TYPE              PIC X(02).
               10  MST-FIELD-1               PIC 9(05).
               10  MST-RUN-DATE              PIC X(08).
               10  MST-CYCLE-NO              PIC 9(04).
           05  MST-AREA                      PIC X(100).
           05  MST-STATUS                    PIC X(01).
               88  MST-ACTIVE                VALUE "A".
               88  MST-REVERSED              VALUE "R".
      *    Accounting period fields - see TRANEDIT's MASTER-RECORD.
           05  MST-POST-PERIOD               PIC X(06).
           05  MST-PRIOR-PERIOD-FLAG         PIC X(01).
               88  MST-PRIOR-PERIOD          VALUE "P".
           05  MST-RVSL-PERIOD               PIC X(06).
           05  MST-RVSL-DATE                 PIC X(08).
           05  MST-RVSL-SOURCE               PIC X(03).

       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CKPT-STATUS                   PIC X(02).
           88  WS-CKPT-OK                    VALUE "00".

       01  WS-PRD-STATUS                    PIC X(02).
           88  WS-PRD-OK                     VALUE "00".

       01  WS-SREG-STATUS                   PIC X(02).
           88  WS-SREG-OK                    VALUE "00".

       01  WS-CYC-STATUS                    PIC X(02).
           88  WS-CYC-OK                     VALUE "00".
           88  WS-CYC-MISSING                VALUE "35".

       01  WS-HIST-STATUS                   PIC X(02).
           88  WS-HIST-OK                    VALUE "00".
           88  WS-HIST-MISSING               VALUE "35".
       01  WS-DD-TRANCKPT                   PIC X(08).
       01  WS-DD-TRANHIST                   PIC X(08).
       01  WS-DD-TRANMSTR                   PIC X(08).
       01  WS-DD-PERIODS                    PIC X(08).
       01  WS-DD-SITEREG                    PIC X(08).
       01  WS-DD-CYCLCTL                    PIC X(08).

       01  WS-TODAY-DATE                    PIC X(08).
      *    The night being checked: today, unless RUN-DATE= says
      *    this is a rerun.
       01  WS-RUN-DATE                      PIC X(08).
       01  WS-PARM-DATE                     PIC 9(08) VALUE ZERO.

      *    Effective dates of the card being vetted, tested the way
      *    TRANEDIT's 1415-CHECK-CARD-IN-FORCE tests them.
       01  WS-CARD-EFF-FROM                 PIC X(08).
       01  WS-CARD-EFF-TO                   PIC X(08).
       01  WS-IN-FORCE-SWITCH               PIC X(01).
           88  WS-CARD-IN-FORCE             VALUE "Y".
           88  WS-CARD-NOT-IN-FORCE         VALUE "N".
           88  WS-CARD-BAD-DATE             VALUE "X".

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-RULE-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-RULE-REFUSED                  PIC 9(03) VALUE ZERO.
       01  WS-RULE-NOT-IN-FORCE             PIC 9(03) VALUE ZERO.
       01  WS-NUMERIC-RULE-SW               PIC X(01) VALUE "N".
           88  WS-NUMERIC-RULE-SEEN         VALUE "Y".
       01  WS-RULES-OPEN-SW                 PIC X(01) VALUE "N".
           88  WS-RULES-OPENED              VALUE "Y".

       01  WS-ACCT-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-ACCT-REFUSED                  PIC 9(03) VALUE ZERO.
       01  WS-ACCT-NOT-IN-FORCE             PIC 9(03) VALUE ZERO.
       01  WS-ACCT-01-SW                    PIC X(01) VALUE "N".
           88  WS-ACCT-01-SEEN              VALUE "Y".
       01  WS-ACCT-02-SW                    PIC X(01) VALUE "N".
           88  WS-ACCT-02-SEEN              VALUE "Y".
      *    Two cards in force for one type means TRANEDIT would post
      *    with whichever it met first - an ambiguity, not a choice.
       01  WS-ACCT-01-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-ACCT-02-COUNT                 PIC 9(03) VALUE ZERO.

      *    Period control as TRANEDIT will see it: the CLOSED-PERIOD=
      *    rule in force, how many closed periods it will table
      *    (against the size of its table), and whether the run
      *    date's own period is one of them.
       01  WS-CLOSED-RULE                   PIC X(06) VALUE "POST".
       01  WS-PRD-MAX                       PIC 9(03) VALUE 120.
       01  WS-PRD-CLOSED-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-PRD-REFUSED                   PIC 9(03) VALUE ZERO.
       01  WS-RUN-PERIOD                    PIC X(06).
       01  WS-RUN-PERIOD-SW                 PIC X(01) VALUE "N".
           88  WS-RUN-PERIOD-CLOSED         VALUE "Y".

      *    The registry as TRANEDIT will table it: the codes it
      *    would keep (against the size of its table), so a repeated
      *    code is caught and the feed's header can be held against
      *    it.
       01  WS-SREG-MAX                      PIC 9(02) VALUE 20.
       01  WS-SREG-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-SREG-IX                       PIC 9(03) VALUE ZERO.
       01  WS-SREG-FOUND-IX                 PIC 9(03) VALUE ZERO.
       01  WS-SREG-REFUSED                  PIC 9(03) VALUE ZERO.
       01  WS-SREG-ACTIVE-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-SREG-EXPECTED-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-SREG-WANT-CODE                PIC X(03).
       01  WS-SREG-LOADED-SW                PIC X(01) VALUE "N".
           88  WS-SREG-LOADED               VALUE "Y".
       01  WS-SREG-TABLE.
           05  WS-SREG-ENTRY OCCURS 20 TIMES.
               10  WS-SREG-CODE              PIC X(03).
               10  WS-SREG-ACTIVE-FLAG       PIC X(01).
                   88  WS-SREG-ACTIVE        VALUE "Y".

      *    Cycle control as TRANEDIT will see it for the leading
      *    header's site: the card on file (if any) and the cycle it
      *    says comes next. CYCLE-CHECK=BYPASS on PARMCARD turns the
      *    edit's refusal into a degraded run, so here too it only
      *    warns.
       01  WS-CYCLE-CHECK                   PIC X(06) VALUE "ON".
           88  WS-CYCLE-CHECK-ON            VALUE "ON".
           88  WS-CYCLE-CHECK-BYPASS        VALUE "BYPASS".
       01  WS-CYC-EOF-SWITCH                PIC X(01) VALUE "N".
           88  WS-CYC-EOF                   VALUE "Y".
       01  WS-CYC-FOUND-SWITCH              PIC X(01) VALUE "N".
           88  WS-CYC-FOUND                 VALUE "Y".
       01  WS-CYC-LAST-DATE                 PIC X(08).
       01  WS-CYC-LAST-CYCLE                PIC 9(04).
       01  WS-CYC-EXPECT-CYCLE              PIC 9(04).

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
           PERFORM 2000-CHECK-PARMCARD
           PERFORM 3000-CHECK-EDIT-RULES
           PERFORM 3500-CHECK-GL-ACCOUNTS
           PERFORM 3800-CHECK-PERIODS
           PERFORM 3900-CHECK-SITE-REGISTRY
           PERFORM 4000-CHECK-KEYED-FILES
           PERFORM 5000-CHECK-CHECKPOINT
           PERFORM 6000-CHECK-TRANSIN

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO WS-RUN-DATE
           PERFORM 1100-SET-RUN-MODE
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
               MOVE "TSTCKPT"  TO WS-DD-TRANCKPT
               MOVE "TSTHIST"  TO WS-DD-TRANHIST
               MOVE "TSTMSTR"  TO WS-DD-TRANMSTR
               MOVE "TSTPERD"  TO WS-DD-PERIODS
               MOVE "TSTSITE"  TO WS-DD-SITEREG
               MOVE "TSTCYCL"  TO WS-DD-CYCLCTL
           ELSE
               MOVE "TRANSIN"  TO WS-DD-TRANSIN
               MOVE "EDITRULS" TO WS-DD-EDITRULS
               MOVE "TRANCKPT" TO WS-DD-TRANCKPT
               MOVE "TRANHIST" TO WS-DD-TRANHIST
               MOVE "TRANMSTR" TO WS-DD-TRANMSTR
               MOVE "PERIODS"  TO WS-DD-PERIODS
               MOVE "SITEREG"  TO WS-DD-SITEREG
               MOVE "CYCLCTL"  TO WS-DD-CYCLCTL
           END-IF.

       1200-SCAN-FOR-RUN-MODE.
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7100-RAISE-NOGO
                   END-IF
               WHEN "RUN-DATE"
                   MOVE ZERO TO WS-PARM-DATE
                   IF WS-PARM-VALUE (1:8) NUMERIC
                       MOVE WS-PARM-VALUE (1:8) TO WS-PARM-DATE
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) = ZERO
                       MOVE WS-PARM-VALUE (1:8) TO WS-RUN-DATE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "RERUN FOR RUN DATE " WS-RUN-DATE
                           " - CARDS VETTED AS IN FORCE THEN"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7300-NOTE-INFO
                   ELSE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "RUN-DATE VALUE '" WS-PARM-VALUE
                           "' NOT A VALID YYYYMMDD"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7100-RAISE-NOGO
                   END-IF
               WHEN "CYCLE-CHECK"
                   IF WS-PARM-VALUE = "ON" OR WS-PARM-VALUE = "BYPASS"
                       MOVE WS-PARM-VALUE TO WS-CYCLE-CHECK
                   ELSE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "CYCLE-CHECK VALUE '" WS-PARM-VALUE
                           "' NOT ON OR BYPASS"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7100-RAISE-NOGO
                   END-IF
                   IF WS-CYCLE-CHECK-BYPASS
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "CYCLE-CHECK=BYPASS - A REPLAYED OR "
                           "SKIPPED CYCLE WILL BE POSTED"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7200-RAISE-WARNING
                   END-IF
               WHEN "CLOSED-PERIOD"
                   IF WS-PARM-VALUE = "POST" OR WS-PARM-VALUE =
                           "REJECT"
                       MOVE WS-PARM-VALUE TO WS-CLOSED-RULE
                   ELSE
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "CLOSED-PERIOD VALUE '" WS-PARM-VALUE
                           "' NOT POST OR REJECT"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM 7100-RAISE-NOGO
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "UNKNOWN PARMCARD KEYWORD '"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-RULES-OPENED
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-RULE-COUNT " EDITRULS CARD(S) IN FORCE FOR "
                   WS-RUN-DATE ", " WS-RULE-NOT-IN-FORCE
                   " NOT IN FORCE"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7300-NOTE-INFO
               IF WS-RULE-REFUSED > ZERO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING WS-RULE-REFUSED " EDITRULS CARD(S) WOULD "
           END-IF.

       3100-VET-ONE-RULE.
      *    The same acceptance test 1410-LOAD-ONE-RULE and
      *    1420-STORE-RULE apply, without storing anything: only the
      *    cards in force for the run date count, and a card whose
      *    effective date cannot be read would be refused.
           READ RULES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF RUL-CODE (1:1) NOT = "*" AND RULES-CARD NOT =
                           SPACES
                       MOVE RUL-EFF-FROM TO WS-CARD-EFF-FROM
                       MOVE RUL-EFF-TO TO WS-CARD-EFF-TO
                       PERFORM 3700-CHECK-CARD-IN-FORCE
                       EVALUATE TRUE
                           WHEN WS-CARD-IN-FORCE
                               PERFORM 3150-VET-RULE-IN-FORCE
                           WHEN WS-CARD-NOT-IN-FORCE
                               ADD 1 TO WS-RULE-NOT-IN-FORCE
                           WHEN OTHER
                               ADD 1 TO WS-RULE-REFUSED
                               DISPLAY "TRANPREF: RULE " RUL-CODE
                                   " EFFECTIVE DATE WOULD BE REFUSED"
                       END-EVALUATE
                   END-IF
           END-READ.

       3150-VET-RULE-IN-FORCE.
           ADD 1 TO WS-RULE-COUNT
           IF RUL-KIND = "NUMERIC"
               SET WS-NUMERIC-RULE-SEEN TO TRUE
           END-IF
           IF RUL-KIND NOT = "NUMERIC"
                   AND RUL-KIND NOT = "NONZERO"
                   AND RUL-KIND NOT = "RANGE"
                   AND RUL-KIND NOT = "FLD2ANB"
               ADD 1 TO WS-RULE-REFUSED
               DISPLAY "TRANPREF: RULE " RUL-CODE
                   " KIND '" RUL-KIND "' WOULD BE "
                   "REFUSED"
           END-IF.

       3500-CHECK-GL-ACCOUNTS.
      *    The same prerequisite 1460-LOAD-GL-ACCOUNTS enforces:
      *    both posting types must be coded by a card in force for
      *    the run date or TRANEDIT stops at initialize anyway -
      *    better to know before the window.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-ACCT-OK
               PERFORM 3600-VET-ONE-ACCOUNT UNTIL WS-EOF
               CLOSE GL-ACCOUNT-FILE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-ACCT-COUNT " GLACCTS CARD(S) IN FORCE FOR "
                   WS-RUN-DATE ", " WS-ACCT-NOT-IN-FORCE
                   " NOT IN FORCE"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7300-NOTE-INFO
               IF WS-ACCT-REFUSED > ZERO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING WS-ACCT-REFUSED " GLACCTS CARD(S) WOULD "
                       "BE REFUSED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF NOT WS-ACCT-01-SEEN
                   MOVE "NO GLACCTS CARD IN FORCE FOR RECORD TYPE 01"
                       TO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF NOT WS-ACCT-02-SEEN
                   MOVE "NO GLACCTS CARD IN FORCE FOR RECORD TYPE 02"
                       TO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF WS-ACCT-01-COUNT > 1
                   MOVE "MORE THAN ONE GLACCTS CARD IN FORCE, TYPE 01"
                       TO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF WS-ACCT-02-COUNT > 1
                   MOVE "MORE THAN ONE GLACCTS CARD IN FORCE, TYPE 02"
                       TO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               NOT AT END
                   IF ACC-REC-TYPE (1:1) NOT = "*" AND ACCT-CARD
                           NOT = SPACES
                       MOVE ACC-EFF-FROM TO WS-CARD-EFF-FROM
                       MOVE ACC-EFF-TO TO WS-CARD-EFF-TO
                       PERFORM 3700-CHECK-CARD-IN-FORCE
                       EVALUATE TRUE
                           WHEN WS-CARD-NOT-IN-FORCE
                               ADD 1 TO WS-ACCT-NOT-IN-FORCE
                           WHEN WS-CARD-BAD-DATE
                               ADD 1 TO WS-ACCT-REFUSED
                               DISPLAY "TRANPREF: GLACCTS TYPE "
                                   ACC-REC-TYPE " EFFECTIVE DATE "
                                   "WOULD BE REFUSED"
                           WHEN ACC-DEBIT-ACCT NOT NUMERIC
                               OR ACC-CREDIT-ACCT NOT NUMERIC
                               ADD 1 TO WS-ACCT-REFUSED
                               DISPLAY "TRANPREF: GLACCTS TYPE "
                                   ACC-REC-TYPE " NON-NUMERIC ACCOUNT "
                                   "WOULD BE REFUSED"
                           WHEN OTHER
                               PERFORM 3650-COUNT-ACCOUNT-IN-FORCE
                       END-EVALUATE
                   END-IF
           END-READ.

       3650-COUNT-ACCOUNT-IN-FORCE.
           ADD 1 TO WS-ACCT-COUNT
           IF ACC-REC-TYPE = "01"
               SET WS-ACCT-01-SEEN TO TRUE
               ADD 1 TO WS-ACCT-01-COUNT
           END-IF
           IF ACC-REC-TYPE = "02"
               SET WS-ACCT-02-SEEN TO TRUE
               ADD 1 TO WS-ACCT-02-COUNT
           END-IF.

       3700-CHECK-CARD-IN-FORCE.
      *    Inclusive FROM/TO against the run date; blank FROM has
      *    always been in force, blank TO is open-ended, anything
      *    else non-numeric cannot be placed in time.
           SET WS-CARD-IN-FORCE TO TRUE
           IF (WS-CARD-EFF-FROM NOT = SPACES
                   AND WS-CARD-EFF-FROM NOT NUMERIC)
               OR (WS-CARD-EFF-TO NOT = SPACES
                   AND WS-CARD-EFF-TO NOT NUMERIC)
               SET WS-CARD-BAD-DATE TO TRUE
           ELSE
               IF WS-CARD-EFF-FROM NOT = SPACES
                   AND WS-CARD-EFF-FROM > WS-RUN-DATE
                   SET WS-CARD-NOT-IN-FORCE TO TRUE
               END-IF
               IF WS-CARD-EFF-TO NOT = SPACES
                   AND WS-CARD-EFF-TO < WS-RUN-DATE
                   SET WS-CARD-NOT-IN-FORCE TO TRUE
               END-IF
           END-IF.

       3800-CHECK-PERIODS.
      *    No PERIODS file is legitimate - nothing has been closed
      *    yet and every period is open - but worth a line. A card
      *    TRANEDIT would ignore is a NO-GO: an ignored closed period
      *    reopens a month accounting has signed off.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-PERIOD
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-OK
               PERFORM 3850-VET-ONE-PERIOD UNTIL WS-EOF
               CLOSE PERIOD-FILE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-PRD-CLOSED-COUNT " CLOSED PERIOD(S) ON "
                   WS-DD-PERIODS ", CLOSED-PERIOD RULE "
                   WS-CLOSED-RULE
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7300-NOTE-INFO
               IF WS-PRD-REFUSED > ZERO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING WS-PRD-REFUSED " PERIODS CARD(S) WOULD "
                       "BE IGNORED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF WS-PRD-CLOSED-COUNT > WS-PRD-MAX
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "MORE THAN " WS-PRD-MAX " CLOSED PERIODS - "
                       "TRANEDIT WOULD STOP"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF WS-RUN-PERIOD-CLOSED
                   MOVE SPACES TO WS-FINDING-TEXT
                   IF WS-CLOSED-RULE = "REJECT"
                       STRING "RUN DATE PERIOD " WS-RUN-PERIOD
                           " IS CLOSED - ACTIVITY WILL BE REJECTED"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   ELSE
                       STRING "RUN DATE PERIOD " WS-RUN-PERIOD
                           " IS CLOSED - ACTIVITY POSTS AS PRIOR-"
                           "PERIOD"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-IF
                   PERFORM 7200-RAISE-WARNING
               END-IF
           ELSE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "NO " WS-DD-PERIODS " - ALL PERIODS OPEN"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7300-NOTE-INFO
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3850-VET-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PRD-PERIOD (1:1) NOT = "*" AND PERIOD-CARD
                           NOT = SPACES
                       EVALUATE TRUE
                           WHEN PRD-PERIOD NOT NUMERIC
                               ADD 1 TO WS-PRD-REFUSED
                               DISPLAY "TRANPREF: PERIODS CARD '"
                                   PRD-PERIOD "' NOT A YYYYMM PERIOD"
                           WHEN PRD-OPEN
                               CONTINUE
                           WHEN PRD-CLOSED
                               ADD 1 TO WS-PRD-CLOSED-COUNT
                               IF PRD-PERIOD = WS-RUN-PERIOD
                                   SET WS-RUN-PERIOD-CLOSED TO TRUE
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-PRD-REFUSED
                               DISPLAY "TRANPREF: PERIOD " PRD-PERIOD
                                   " STATUS '" PRD-STATUS
                                   "' NOT O OR C"
                       END-EVALUATE
                   END-IF
           END-READ.

       3900-CHECK-SITE-REGISTRY.
      *    No SITEREG runs the night with site control off - every
      *    source code accepted, no site expected - which is a
      *    warning, not a NO-GO. A card TRANEDIT would drop is a
      *    NO-GO: that site's whole batch would be rejected.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SITE-REG-FILE
           IF WS-SREG-OK
               SET WS-SREG-LOADED TO TRUE
               PERFORM 3950-VET-ONE-SITE UNTIL WS-EOF
               CLOSE SITE-REG-FILE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING WS-SREG-COUNT " SITE(S) ON " WS-DD-SITEREG ", "
                   WS-SREG-ACTIVE-COUNT " ACTIVE, "
                   WS-SREG-EXPECTED-COUNT " EXPECTED EACH NIGHT"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7300-NOTE-INFO
               IF WS-SREG-REFUSED > ZERO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING WS-SREG-REFUSED " SITEREG CARD(S) WOULD "
                       "BE IGNORED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF WS-SREG-COUNT > WS-SREG-MAX
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "MORE THAN " WS-SREG-MAX " SITES - "
                       "TRANEDIT WOULD STOP"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
               IF WS-SREG-ACTIVE-COUNT = ZERO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "NO ACTIVE SITE ON " WS-DD-SITEREG
                       " - EVERY BATCH WOULD BE REJECTED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
           ELSE
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "NO " WS-DD-SITEREG " - SITE CONTROL OFF, "
                   "ANY SOURCE CODE ACCEPTED"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 7200-RAISE-WARNING
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3950-VET-ONE-SITE.
           READ SITE-REG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SREG-CODE (1:1) NOT = "*"
                           AND SITE-REG-CARD NOT = SPACES
                       MOVE SREG-CODE TO WS-SREG-WANT-CODE
                       PERFORM 3960-FIND-SITE
                       EVALUATE TRUE
                           WHEN WS-SREG-FOUND-IX > ZERO
                               ADD 1 TO WS-SREG-REFUSED
                               DISPLAY "TRANPREF: SITEREG CARD '"
                                   SREG-CODE "' REPEATS A SITE"
                           WHEN NOT SREG-ACTIVE-VALID
                               ADD 1 TO WS-SREG-REFUSED
                               DISPLAY "TRANPREF: SITEREG CARD '"
                                   SREG-CODE "' ACTIVE FLAG NOT Y OR N"
                           WHEN SREG-CYCLES NOT NUMERIC
                               OR SREG-MIN-VOLUME NOT NUMERIC
                               OR SREG-MAX-VOLUME NOT NUMERIC
                               ADD 1 TO WS-SREG-REFUSED
                               DISPLAY "TRANPREF: SITEREG CARD '"
                                   SREG-CODE "' CYCLES OR VOLUME NOT "
                                   "NUMERIC"
                           WHEN SREG-MAX-VOLUME > ZERO
                               AND SREG-MIN-VOLUME > SREG-MAX-VOLUME
                               ADD 1 TO WS-SREG-REFUSED
                               DISPLAY "TRANPREF: SITEREG CARD '"
                                   SREG-CODE "' VOLUME LOW ABOVE HIGH"
                           WHEN OTHER
                               PERFORM 3970-TABLE-SITE
                       END-EVALUATE
                   END-IF
           END-READ.

       3960-FIND-SITE.
           MOVE ZERO TO WS-SREG-FOUND-IX
           PERFORM 3965-MATCH-ONE-SITE
               VARYING WS-SREG-IX FROM 1 BY 1
               UNTIL WS-SREG-IX > WS-SREG-COUNT
                   OR WS-SREG-IX > WS-SREG-MAX.

       3965-MATCH-ONE-SITE.
           IF WS-SREG-CODE (WS-SREG-IX) = WS-SREG-WANT-CODE
               MOVE WS-SREG-IX TO WS-SREG-FOUND-IX
           END-IF.

       3970-TABLE-SITE.
      *    Counted past the table size so the overflow is reported,
      *    but only the first WS-SREG-MAX are tabled.
           ADD 1 TO WS-SREG-COUNT
           IF SREG-IS-ACTIVE
               ADD 1 TO WS-SREG-ACTIVE-COUNT
               IF SREG-CYCLES > ZERO
                   ADD 1 TO WS-SREG-EXPECTED-COUNT
               END-IF
           END-IF
           IF WS-SREG-COUNT NOT > WS-SREG-MAX
               MOVE SREG-CODE TO WS-SREG-CODE (WS-SREG-COUNT)
               MOVE SREG-ACTIVE TO WS-SREG-ACTIVE-FLAG (WS-SREG-COUNT)
           END-IF.

       4000-CHECK-KEYED-FILES.
      *    A history or master that will not open is what turns a
      *    night into a degraded run; status 35 is the benign

       6000-CHECK-TRANSIN.
      *    The feed itself: it must open, and if it leads with an
      *    HD header that header must carry the run date (today, or
      *    the RUN-DATE= night being rerun) - a leftover file stops
      *    the job here instead of failing the batch mid-run.
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               MOVE SPACES TO WS-FINDING-TEXT
                       PERFORM 7100-RAISE-NOGO
                   NOT AT END
                       IF WS-REC-TYPE = "HD"
                           IF WS-HDR-RUN-DATE NOT = WS-RUN-DATE
                               MOVE SPACES TO WS-FINDING-TEXT
                               STRING "HEADER RUN DATE "
                                   WS-HDR-RUN-DATE " IS NOT RUN DATE "
                                   WS-RUN-DATE " - STALE FEED"
                                   DELIMITED BY SIZE
                                   INTO WS-FINDING-TEXT
                               PERFORM 7100-RAISE-NOGO
                           END-IF
                           PERFORM 6100-CHECK-HEADER-SITE
                           PERFORM 6200-CHECK-HEADER-CYCLE
                       ELSE
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING WS-DD-TRANSIN " HAS NO HD HEADER "
               CLOSE TRANS-FILE
           END-IF.

       6100-CHECK-HEADER-SITE.
      *    TRANEDIT would run, but reject this site's whole batch.
           IF WS-SREG-LOADED
               MOVE WS-HDR-SOURCE-CODE TO WS-SREG-WANT-CODE
               PERFORM 3960-FIND-SITE
               IF WS-SREG-FOUND-IX = ZERO
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "HEADER SITE '" WS-HDR-SOURCE-CODE
                       "' NOT REGISTERED - BATCH WOULD BE REJECTED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7200-RAISE-WARNING
               ELSE
               IF NOT WS-SREG-ACTIVE (WS-SREG-FOUND-IX)
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "HEADER SITE '" WS-HDR-SOURCE-CODE
                       "' INACTIVE - BATCH WOULD BE REJECTED"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7200-RAISE-WARNING
               END-IF
               END-IF
           END-IF.

       6200-CHECK-HEADER-CYCLE.
      *    The rule TRANEDIT's 1630-CHECK-HEADER-CYCLE applies:
      *    within a run date a site's cycles run 1, 2, 3 ... with
      *    none repeated and none skipped, a new run date starts at
      *    cycle 1, and an older run date is out of sequence.
           IF WS-HDR-CYCLE-NO NOT NUMERIC OR WS-HDR-CYCLE-NO = ZERO
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "HEADER CYCLE '" WS-AREA-1 (11:4)
                   "' IS NOT A CYCLE NUMBER - FEED WOULD BE REFUSED"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM 6290-RAISE-CYCLE-FINDING
           ELSE
               PERFORM 6210-FIND-CYCLE-CARD
               IF WS-CYC-FOUND
                   MOVE 1 TO WS-CYC-EXPECT-CYCLE
                   IF WS-HDR-RUN-DATE = WS-CYC-LAST-DATE
                       COMPUTE WS-CYC-EXPECT-CYCLE =
                           WS-CYC-LAST-CYCLE + 1
                   END-IF
                   MOVE SPACES TO WS-FINDING-TEXT
                   EVALUATE TRUE
                       WHEN WS-HDR-RUN-DATE < WS-CYC-LAST-DATE
                           STRING "HEADER RUN DATE " WS-HDR-RUN-DATE
                               " OLDER THAN CYCLCTL'S "
                               WS-CYC-LAST-DATE " FOR SITE "
                               WS-HDR-SOURCE-CODE
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 6290-RAISE-CYCLE-FINDING
                       WHEN WS-HDR-CYCLE-NO < WS-CYC-EXPECT-CYCLE
                           STRING "HEADER CYCLE " WS-HDR-CYCLE-NO
                               " FOR SITE " WS-HDR-SOURCE-CODE
                               " ALREADY PROCESSED - REPLAYED FEED"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 6290-RAISE-CYCLE-FINDING
                       WHEN WS-HDR-CYCLE-NO > WS-CYC-EXPECT-CYCLE
                           STRING "HEADER CYCLE " WS-HDR-CYCLE-NO
                               " FOR SITE " WS-HDR-SOURCE-CODE
                               " SKIPS - CYCLE " WS-CYC-EXPECT-CYCLE
                               " NOT YET RECEIVED"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 6290-RAISE-CYCLE-FINDING
                   END-EVALUATE
               END-IF
           END-IF.

       6210-FIND-CYCLE-CARD.
      *    A missing CYCLCTL is how control starts; a CYCLCTL that
      *    will not open stops the edit, so it stops the job here.
           MOVE "N" TO WS-CYC-FOUND-SWITCH
           MOVE "N" TO WS-CYC-EOF-SWITCH
           OPEN INPUT CYCLE-CTL-FILE
           IF WS-CYC-OK
               PERFORM 6220-READ-ONE-CYCLE-CARD
                   UNTIL WS-CYC-EOF OR WS-CYC-FOUND
               CLOSE CYCLE-CTL-FILE
           ELSE
               MOVE SPACES TO WS-FINDING-TEXT
               IF WS-CYC-MISSING
                   STRING "NO " WS-DD-CYCLCTL " FILE - CYCLE CONTROL "
                       "STARTS WITH THIS RUN"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7300-NOTE-INFO
               ELSE
                   STRING "UNABLE TO OPEN " WS-DD-CYCLCTL ", STATUS="
                       WS-CYC-STATUS
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM 7100-RAISE-NOGO
               END-IF
           END-IF.

       6220-READ-ONE-CYCLE-CARD.
           READ CYCLE-CTL-FILE
               AT END
                   SET WS-CYC-EOF TO TRUE
               NOT AT END
                   IF CYC-SOURCE = WS-HDR-SOURCE-CODE
                       IF CYC-LAST-CYCLE NUMERIC
                           AND CYC-RUN-DATE NUMERIC
                           SET WS-CYC-FOUND TO TRUE
                           MOVE CYC-RUN-DATE TO WS-CYC-LAST-DATE
                           MOVE CYC-LAST-CYCLE TO WS-CYC-LAST-CYCLE
                       ELSE
                           MOVE SPACES TO WS-FINDING-TEXT
                           STRING WS-DD-CYCLCTL " CARD FOR SITE "
                               CYC-SOURCE " DATE OR CYCLE NOT "
                               "NUMERIC"
                               DELIMITED BY SIZE INTO WS-FINDING-TEXT
                           PERFORM 7100-RAISE-NOGO
                           SET WS-CYC-EOF TO TRUE
                       END-IF
                   END-IF
           END-READ.

       6290-RAISE-CYCLE-FINDING.
           IF WS-CYCLE-CHECK-BYPASS
               PERFORM 7200-RAISE-WARNING
           ELSE
               PERFORM 7100-RAISE-NOGO
           END-IF.

       7000-WRITE-VERDICT.
           MOVE ALL "-" TO PREFLIGHT-REPORT-LINE
           WRITE PREFLIGHT-REPORT-LINE
