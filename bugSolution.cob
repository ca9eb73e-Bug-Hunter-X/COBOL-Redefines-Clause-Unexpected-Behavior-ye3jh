      *  TRANEDIT reads the daily transaction extract and proves out
      *  the WS-FIELD-1/WS-FIELD-2 overlay of WS-AREA-1 against real
      *  records instead of the hardcoded "Test Data" literal.
      *
      *  The edit runs several cycles a day, one transmission per
      *  run. Each site's batch header numbers its cycle, and the
      *  cycle control file CYCLCTL (TSTCYCL in TEST) records the
      *  last cycle processed per site: a replayed, skipped or
      *  out-of-sequence cycle refuses the whole transmission
      *  before record one. Postings, acknowledgments, GLCTL and
      *  TRANSTAT all carry the cycle number, so each cycle's
      *  figures stay apart and still roll up to the day.
      *
      *  JOB-STREAM ORDER: every cycle runs the whole chain -
      *  TRANEDIT, GLRECON and the GL load, TRANRCYC, then the
      *  TRANARCH ARCHIVE sweep - before the next cycle's TRANEDIT:
      *  each run starts its outputs fresh.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-HIST-STATUS.

      *    Keyed master of every accepted record - record type plus
      *    WS-FIELD-1 plus run date plus cycle - so the business
      *    question "did transaction nnnnn come through on such-and-
      *    such day" is a lookup in the inquiry program instead of a
      *    grep through held SYSOUT, and a second cycle carrying the
      *    same reference the same day posts beside the first.
      *    Alternate paths by WS-FIELD-1 and by run date, because the
      *    primary key leads with record type: the inquiry program
      *    positions straight to its matches instead of scanning the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

      *    Accounting period control, maintained by the month-end
      *    close (TRANCLOS): one card per period the ledger knows
      *    about, open or closed. A period with no card is open.
           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-DD-PERIODS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      *    High-value hold limits, same card style as EDITRULS: one
      *    card per record type or per capture site, giving the
      *    largest amount that posts without a supervisor's
      *    approval.
           SELECT HV-LIMIT-FILE ASSIGN DYNAMIC WS-DD-HVLIMITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HVL-STATUS.

      *    High-value suspense: otherwise good transactions over
      *    their limit, held for the morning approval run (TRANHVAP)
      *    instead of posting.
           SELECT HV-SUSPENSE-FILE ASSIGN DYNAMIC WS-DD-HVSUSP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HVS-STATUS.

      *    Held transactions a supervisor has approved, written by
      *    TRANHVAP as it feeds them back in through NEXTIN. A match
      *    here lets the transaction post instead of being held a
      *    second time; a run that reaches the GL rewrites the file
      *    without the approvals it used.
           SELECT HV-RELEASE-FILE ASSIGN DYNAMIC WS-DD-HVREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HVR-STATUS.

      *    Capture-site registry: the only sites whose batches may
      *    post, and what each is expected to send. Loaded whole at
      *    initialize and held against every header, trailer and
      *    detail; 3050-CHECK-SITE-EXPECTATIONS holds the night's
      *    transmissions against it at end of run.
           SELECT SITE-REG-FILE ASSIGN DYNAMIC WS-DD-SITEREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.

      *    Cycle sequence control: the run date and number of the
      *    last cycle processed for each site. Every header on the
      *    transmission is held against it before record one is
      *    edited; a run that reaches the GL rewrites it.
           SELECT CYCLE-CTL-FILE ASSIGN DYNAMIC WS-DD-CYCLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

      *    Machine-readable twin of the figures TRANRPT prints, cut
      *    at end of run for the GL reconciliation step: the GL load
      *    must not trust the binary extract on faith.
       01  REJECT-RECORD                    PIC X(165).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 115 TO 121 CHARACTERS.
       01  CHECKPOINT-RECORD.
      *    Carries every control-total counter needed to resume a
      *    restarted run without corrupting the end-of-run report or
           05  CKPT-DEBIT-AMOUNT             PIC S9(13)V99.
           05  CKPT-CREDIT-AMOUNT            PIC S9(13)V99.
           05  CKPT-INPUT-AMOUNT             PIC 9(13)V99.
           05  CKPT-RECORDS-HELD             PIC 9(9).

      *    One of these follows the control record per capture site
      *    seen so far, so a restart resumes the per-source balancing
      *    Binary content, so this is a physical-sequential file, not
      *    line sequential - a packed byte can legally contain a
      *    newline value and must not be treated as a delimiter.
      *    GLX-PERIOD is the accounting period (yyyymm) the entry
      *    books to; GLX-PRIOR-PERIOD is "P" when the activity
      *    belongs to a period the ledger had already closed and was
      *    carried into the open one instead.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  GL-EXTRACT-RECORD.
           05  GLX-REC-TYPE                  PIC X(02).
           05  GLX-FIELD-1                   PIC S9(5) COMP-3.
           05  GLX-DEBIT-ACCT                PIC 9(08).
           05  GLX-CREDIT-ACCT               PIC 9(08).
           05  GLX-SOURCE                    PIC X(03).
           05  GLX-PERIOD                    PIC X(06).
           05  GLX-PRIOR-PERIOD              PIC X(01).

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
      *    The accounting period the posting booked to, flagged "P"
      *    when it was late-dated activity carried out of a closed
      *    period, and the period its reversal booked to. Postings
      *    made before period control carry spaces here: their
      *    run-date month is their period.
           05  MST-POST-PERIOD               PIC X(06).
           05  MST-PRIOR-PERIOD-FLAG         PIC X(01).
               88  MST-PRIOR-PERIOD          VALUE "P".
           05  MST-RVSL-PERIOD               PIC X(06).
      *    The run date of the night that reversed the posting and
      *    the site the reversal came from - the night whose
      *    control totals the reversal was taken out of. Spaces on
      *    postings reversed before these were kept.
           05  MST-RVSL-DATE                 PIC X(08).
           05  MST-RVSL-SOURCE               PIC X(03).

       FD  DUP-FILE
           RECORD CONTAINS 165 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
      *    One business edit per card: reason code, the record type
      *    it applies to ("**" = every type), the rule kind, the
      *    low/high values for RANGE rules, the text data entry
      *    sees when the rule fails, and the effective dates the
      *    card is in force for (TRANRMNT maintains them). "*" in
      *    column one is a comment.
       01  RULES-CARD.
           05  RUL-CODE                      PIC X(04).
           05  FILLER                        PIC X(01).
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
      *    One GL coding per card: the record type it applies to,
      *    the debit and credit account numbers its postings carry
      *    into the extract, and the effective dates in the same
      *    columns EDITRULS carries them. "*" in column one is a
      *    comment.
       01  ACCT-CARD.
           05  ACC-REC-TYPE                  PIC X(02).
           05  FILLER                        PIC X(01).
           05  FILLER                        PIC X(01).
           05  ACC-CREDIT-ACCT               PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-TEXT                      PIC X(41).
           05  FILLER                        PIC X(01).
           05  ACC-EFF-FROM                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-EFF-TO                    PIC X(08).

      *    One record per capture site plus an "ALL" grand-total
      *    record, so the reconciliation step can tell which site's
      *    extract is short instead of only that the file is. Each
      *    record names the cycle its figures belong to.
       FD  GL-CONTROL-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  GL-CONTROL-RECORD.
           05  GLC-RUN-DATE                  PIC X(08).
           05  GLC-SOURCE                    PIC X(03).
           05  GLC-HASH-TOTAL                PIC S9(11).
           05  GLC-DEBIT-AMOUNT              PIC S9(13)V99.
           05  GLC-CREDIT-AMOUNT             PIC S9(13)V99.
           05  GLC-CYCLE-NO                  PIC 9(04).

       FD  ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
      *    WS-FIELD-1 (carried as raw bytes - a reject's field-1 may
      *    be exactly the garbage being acknowledged). Dispositions:
      *    A accepted, R rejected (reason codes follow), D held as
      *    duplicate, V reversed, U reversal not applied, H held for
      *    approval (high value).
       01  ACK-RECORD.
           05  ACK-REC-TYPE                  PIC X(02).
           05  ACK-FIELD-1                   PIC X(05).
           05  ACK-TRL-HASH                  PIC 9(11).
           05  FILLER                        PIC X(58).

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

      *    One limit per card: T(ype) or S(ite), the record type or
      *    source code it applies to, the limit in dollars and cents,
      *    a description, and effective dates in the same columns
      *    EDITRULS carries them. "*" in column one is a comment.
       FD  HV-LIMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HV-LIMIT-CARD.
           05  HVL-KIND                      PIC X(01).
               88  HVL-BY-TYPE               VALUE "T".
               88  HVL-BY-SITE               VALUE "S".
           05  FILLER                        PIC X(01).
           05  HVL-CODE                      PIC X(03).
           05  FILLER                        PIC X(01).
           05  HVL-LIMIT                     PIC 9(09)V99.
           05  FILLER                        PIC X(01).
           05  HVL-TEXT                      PIC X(44).
           05  FILLER                        PIC X(01).
           05  HVL-EFF-FROM                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  HVL-EFF-TO                    PIC X(08).

       FD  HV-SUSPENSE-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  HV-SUSPENSE-RECORD               PIC X(165).

      *    Keyed the way TRANHIST is - record type, WS-FIELD-1 and
      *    the TRANCKV content check value - so an approval releases
      *    exactly the transaction that was held and nothing else.
       FD  HV-RELEASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HV-RELEASE-RECORD.
           05  HVR-REC-TYPE                  PIC X(02).
           05  HVR-FIELD-1                   PIC 9(05).
           05  HVR-CHECK-VALUE               PIC 9(08).
           05  FILLER                        PIC X(01).
           05  HVR-APPROVED-BY               PIC X(08).
           05  FILLER                        PIC X(01).
           05  HVR-APPROVED-DATE             PIC X(08).
           05  FILLER                        PIC X(01).
           05  HVR-AMOUNT                    PIC 9(09)V99.
           05  FILLER                        PIC X(35).

      *    One site per card: source code, name, active flag (Y/N),
      *    the number of cycles it sends each day, and its expected
      *    daily volume of detail records, low and high (a zero high
      *    means no upper limit). A blank code is the legacy
      *    single-site feed. "*" in column one is a comment.
       FD  SITE-REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SITE-REG-CARD.
           05  SREG-CODE                     PIC X(03).
           05  FILLER                        PIC X(01).
           05  SREG-NAME                     PIC X(30).
           05  FILLER                        PIC X(01).
           05  SREG-ACTIVE                   PIC X(01).
               88  SREG-ACTIVE-VALID         VALUE "Y" "N".
           05  FILLER                        PIC X(01).
           05  SREG-CYCLES                   PIC 9(02).
           05  FILLER                        PIC X(01).
           05  SREG-MIN-VOLUME               PIC 9(07).
           05  FILLER                        PIC X(01).
           05  SREG-MAX-VOLUME               PIC 9(07).
           05  FILLER                        PIC X(25).

      *    One site per card: source code, the run date and number
      *    of the last cycle processed, the detail records the site
      *    has sent across that day's cycles, and when the card was
      *    last written. A blank code is the legacy single-site
      *    feed. Operations may correct a card by hand - to write
      *    off a cycle that will never arrive, say - but TRANEDIT
      *    rewrites the file whole, so comment cards do not survive.
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

       FD  CONTROL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD                     PIC X(80).

       01  WS-ACCT-STATUS                   PIC X(02).
           88  WS-ACCT-OK                    VALUE "00".
       01  WS-DD-PERIODS                    PIC X(08).
       01  WS-PRD-STATUS                    PIC X(02).
           88  WS-PRD-OK                     VALUE "00".
       01  WS-DD-HVLIMITS                   PIC X(08).
       01  WS-DD-HVSUSP                     PIC X(08).
       01  WS-DD-HVREL                      PIC X(08).
       01  WS-HVL-STATUS                    PIC X(02).
           88  WS-HVL-OK                     VALUE "00".
       01  WS-HVS-STATUS                    PIC X(02).
           88  WS-HVS-OK                     VALUE "00".
       01  WS-HVR-STATUS                    PIC X(02).
           88  WS-HVR-OK                     VALUE "00".
       01  WS-DD-SITEREG                    PIC X(08).
       01  WS-SREG-STATUS                   PIC X(02).
           88  WS-SREG-OK                    VALUE "00".
       01  WS-DD-CYCLCTL                    PIC X(08).
       01  WS-CYC-STATUS                    PIC X(02).
           88  WS-CYC-OK                     VALUE "00".
           88  WS-CYC-MISSING                VALUE "35".
       01  WS-DD-TRANHIST                   PIC X(08).
       01  WS-DD-TRANMSTR                   PIC X(08).
       01  WS-DD-TRANDUP                    PIC X(08).
       01  WS-MST-AVAIL-SWITCH              PIC X(01) VALUE "N".
           88  WS-MST-AVAILABLE             VALUE "Y".

      *    The posting 2650 tried to add, parked while the posting
      *    already on file under its key is read for comparison.
       01  WS-MST-HOLD-RECORD.
           05  FILLER                        PIC X(19).
           05  WS-MST-HOLD-AREA              PIC X(100).
           05  FILLER                        PIC X(25).

      *    A reversed posting moved off its key by 2657, and the
      *    cycle it is being set aside under.
       01  WS-MST-ASIDE-RECORD              PIC X(144).
       01  WS-MST-ASIDE-CYCLE               PIC 9(04) VALUE ZERO.

       01  WS-HIST-STATUS                   PIC X(02).
           88  WS-HIST-OK                    VALUE "00".
           88  WS-HIST-NOT-FOUND             VALUE "23".
       01  WS-INPUT-AMOUNT-TOTAL            PIC 9(13)V99 VALUE ZERO.

       01  WS-CYCLE-NO                      PIC 9(4) VALUE ZERO.
      *    The cycle the record in the buffer belongs to: its site's
      *    header cycle, or the run's when the site table overflowed.
       01  WS-REC-CYCLE-NO                  PIC 9(4) VALUE ZERO.
       01  WS-TRAILER-COUNT                 PIC 9(9) VALUE ZERO.
       01  WS-TRAILER-HASH                  PIC 9(11) VALUE ZERO.
       01  WS-TRAILER-AMOUNT                PIC 9(13)V99 VALUE ZERO.

           COPY SRCTAB.

      *    Capture-site registry - see SITEREG. WS-SITE-CUR holds the
      *    registry entry for the site of the record in the buffer;
      *    zero means the site is not registered. With no registry
      *    loaded every site is accepted, as before the registry.
      *    WS-SITE-PRIOR-VOLUME is what the site sent in the day's
      *    earlier cycles (from CYCLCTL), so the registered daily
      *    range is held against the whole day, not one cycle.
       01  WS-SITE-MAX                      PIC 9(02) VALUE 20.
       01  WS-SITE-COUNT                    PIC 9(02) VALUE ZERO.
       01  WS-SITE-IX                       PIC 9(02) VALUE ZERO.
       01  WS-SITE-CUR                      PIC 9(02) VALUE ZERO.
       01  WS-SITE-REG-SWITCH               PIC X(01) VALUE "N".
           88  WS-SITE-REGISTRY-LOADED      VALUE "Y".
       01  WS-SITE-CHECK-SWITCH             PIC X(01) VALUE "A".
           88  WS-SITE-ACCEPTED             VALUE "A".
           88  WS-SITE-UNREGISTERED         VALUE "U".
           88  WS-SITE-INACTIVE             VALUE "I".
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 20 TIMES.
               10  WS-SITE-CODE              PIC X(03).
               10  WS-SITE-NAME              PIC X(30).
               10  WS-SITE-ACTIVE-FLAG       PIC X(01).
                   88  WS-SITE-ACTIVE        VALUE "Y".
               10  WS-SITE-CYCLES            PIC 9(02).
               10  WS-SITE-MIN-VOLUME        PIC 9(07).
               10  WS-SITE-MAX-VOLUME        PIC 9(07).
               10  WS-SITE-HDR-SWITCH        PIC X(01).
                   88  WS-SITE-HDR-SEEN      VALUE "Y".
               10  WS-SITE-VOLUME            PIC 9(09).
               10  WS-SITE-PRIOR-VOLUME      PIC 9(09).

      *    The cycle the registry's expected-cycles count is held
      *    against: the header's cycle number, or 1 when the feed
      *    carried none.
       01  WS-EXPECT-CYCLE                  PIC 9(04) VALUE ZERO.
       01  WS-SITE-DAY-VOLUME               PIC 9(09) VALUE ZERO.

      *    Registry exceptions for the control report - see SITEEXC.
       01  WS-SXC-MAX                       PIC 9(02) VALUE 20.
       01  WS-SXC-IX                        PIC 9(02) VALUE ZERO.
       01  WS-SXC-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-SXC-WANT-KIND                 PIC X(01).

           COPY SITEEXC.

      *    Cycle sequence control from CYCLCTL - one entry per site
      *    that has sent a numbered cycle. The scan of the headers
      *    ahead of record one moves each entry on as its headers
      *    pass, so two cycles from one site in a single file chain
      *    correctly; the file itself is rewritten only by a run
      *    that reaches the GL, so a failed run is rerun against the
      *    same control. CYCLE-CHECK=BYPASS on PARMCARD lets a
      *    deliberate rerun through with the break reported, and
      *    never moves a site's control backward.
       01  WS-CYC-MAX                       PIC 9(02) VALUE 20.
       01  WS-CYC-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-CYC-IX                        PIC 9(02) VALUE ZERO.
       01  WS-CYC-CUR                       PIC 9(02) VALUE ZERO.
       01  WS-CYC-TABLE.
           05  WS-CYC-ENTRY OCCURS 20 TIMES.
               10  WS-CYC-SOURCE             PIC X(03).
               10  WS-CYC-RUN-DATE           PIC X(08).
               10  WS-CYC-LAST-CYCLE         PIC 9(04).
               10  WS-CYC-DAY-VOLUME         PIC 9(09).
               10  WS-CYC-UPDATED            PIC X(14).
               10  WS-CYC-SEEN-SWITCH        PIC X(01).
                   88  WS-CYC-SEEN           VALUE "Y".
       01  WS-CYCLE-CHECK                   PIC X(06) VALUE "ON".
           88  WS-CYCLE-CHECK-ON            VALUE "ON".
           88  WS-CYCLE-CHECK-BYPASS        VALUE "BYPASS".
       01  WS-SEQ-REFUSED-SWITCH            PIC X(01) VALUE "N".
           88  WS-SEQ-REFUSED               VALUE "Y".
       01  WS-SEQ-EXPECT-CYCLE              PIC 9(04) VALUE ZERO.
       01  WS-SEQ-MISSING-TO                PIC 9(04) VALUE ZERO.
       01  WS-SEQ-LAST-DATE                 PIC X(08).
       01  WS-SEQ-SXC-BEFORE                PIC 9(02) VALUE ZERO.
       01  WS-CYC-STAMP                     PIC X(14).
       01  WS-CYC-ADVANCE-SWITCH            PIC X(01) VALUE "N".
           88  WS-CYC-ADVANCED              VALUE "Y".

       01  WS-HEADER-SWITCH                 PIC X(01) VALUE "N".
           88  WS-HEADER-SEEN               VALUE "Y".

      *    NEXTIN goes in ahead of the extract, so a released manual
      *    journal batch can lead the file. Its header numbers the
      *    manual source's own cycles, not the run's: the run takes
      *    its cycle from the first capture-site header on the file,
      *    or from the manual header when nothing else came in. Both
      *    are picked up by the cycle-control scan, before record one
      *    is posted.
       01  WS-CAPTURE-CYCLE-NO              PIC 9(4) VALUE ZERO.
       01  WS-MANUAL-CYCLE-NO               PIC 9(4) VALUE ZERO.
       01  WS-DAY-LAST-CYCLE                PIC 9(4) VALUE ZERO.

       01  WS-TRAILER-SWITCH                PIC X(01) VALUE "N".
           88  WS-TRAILER-SEEN              VALUE "Y".

           05  WS-REJECT-MM                  PIC 9(2).
           05  WS-REJECT-DD                  PIC 9(2).

      *    RUN-DATE=yyyymmdd on PARMCARD reruns a past night: the
      *    run date then stands in for today everywhere - the header
      *    check, the postings, the duplicate window and, above all,
      *    which EDITRULS and GLACCTS cards are in force - so a rerun
      *    of last Tuesday edits the way last Tuesday did.
       01  WS-RUN-DATE-OVERRIDE             PIC X(08) VALUE SPACES.
       01  WS-PARM-DATE                     PIC 9(08) VALUE ZERO.

      *    Effective dates of the card being loaded, and whether it
      *    is in force for the run date (1415-CHECK-CARD-IN-FORCE).
       01  WS-CARD-EFF-FROM                 PIC X(08).
       01  WS-CARD-EFF-TO                   PIC X(08).
       01  WS-IN-FORCE-SWITCH               PIC X(01).
           88  WS-CARD-IN-FORCE             VALUE "Y".
           88  WS-CARD-NOT-IN-FORCE         VALUE "N".
           88  WS-CARD-BAD-DATE             VALUE "X".
       01  WS-RULES-NOT-IN-FORCE            PIC 9(03) VALUE ZERO.
       01  WS-ACCTS-NOT-IN-FORCE            PIC 9(03) VALUE ZERO.

      *    Closed accounting periods from the PERIODS file. What the
      *    edit does with activity that belongs to one of them - a
      *    run whose date falls in a closed month, or a reversal of a
      *    posting booked to one - is the CLOSED-PERIOD= rule:
      *    POST books it to the next open period flagged prior-
      *    period, REJECT turns it away (P001 late-dated activity,
      *    P002 late reversal).
       01  WS-CLOSED-RULE                   PIC X(06) VALUE "POST".
           88  WS-CLOSED-RULE-POST          VALUE "POST".
           88  WS-CLOSED-RULE-REJECT        VALUE "REJECT".
       01  WS-PRD-MAX                       PIC 9(03) VALUE 120.
       01  WS-PRD-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-PRD-IX                        PIC 9(03) VALUE ZERO.
       01  WS-PRD-FOUND-IX                  PIC 9(03) VALUE ZERO.
       01  WS-PRD-WANT-PERIOD               PIC X(06).
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 120 TIMES.
               10  WS-PRD-PERIOD             PIC X(06).
       01  WS-PRD-STEP.
           05  WS-PRD-STEP-YYYY              PIC 9(04).
           05  WS-PRD-STEP-MM                PIC 9(02).
      *    The run date's own period, and the period tonight's
      *    activity books to: the same month unless the run date's
      *    month is closed and the POST rule carries it forward.
       01  WS-RUN-PERIOD                    PIC X(06).
       01  WS-POST-PERIOD                   PIC X(06).
       01  WS-LATE-DATED-SWITCH             PIC X(01) VALUE "N".
           88  WS-RUN-LATE-DATED            VALUE "Y".
       01  WS-ORIG-PERIOD                   PIC X(06).
       01  WS-GLX-PRIOR-FLAG                PIC X(01) VALUE SPACE.
       01  WS-RECORDS-PRIOR-PERIOD          PIC 9(09) VALUE ZERO.

      *    High-value limits from HVLIMITS that are in force for the
      *    run date. A transaction over its type's limit or over its
      *    site's limit is held; with no card for either it posts
      *    as it always has. A dropped card would let a large item
      *    through unheld, so a full table stops the run.
       01  WS-HVL-MAX                       PIC 9(02) VALUE 30.
       01  WS-HVL-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-HVL-IX                        PIC 9(02) VALUE ZERO.
       01  WS-HVL-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-HVL-WANT-KIND                 PIC X(01).
       01  WS-HVL-WANT-CODE                 PIC X(03).
       01  WS-HVL-NOT-IN-FORCE              PIC 9(03) VALUE ZERO.
       01  WS-HVL-TABLE.
           05  WS-HVL-ENTRY OCCURS 30 TIMES.
               10  WS-HVL-KIND               PIC X(01).
               10  WS-HVL-CODE               PIC X(03).
               10  WS-HVL-LIMIT              PIC 9(09)V99.

      *    Approvals waiting on HVREL for their transaction to come
      *    back through NEXTIN. Each is used once; the unused ones
      *    are written back at end of run. A full table stops the
      *    run - the rewrite would otherwise lose the overflow.
       01  WS-HVR-MAX                       PIC 9(03) VALUE 500.
       01  WS-HVR-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-HVR-IX                        PIC 9(03) VALUE ZERO.
       01  WS-HVR-FOUND-IX                  PIC 9(03) VALUE ZERO.
       01  WS-HVR-TABLE.
           05  WS-HVR-ENTRY OCCURS 500 TIMES.
               10  WS-HVR-IMAGE              PIC X(80).
               10  WS-HVR-USED-SWITCH        PIC X(01).
                   88  WS-HVR-USED           VALUE "Y".

       01  WS-HV-HOLD-SWITCH                PIC X(01) VALUE "N".
           88  WS-HV-HOLD                   VALUE "Y".
       01  WS-HV-APPROVED-SWITCH            PIC X(01) VALUE "N".
           88  WS-HV-APPROVED               VALUE "Y".
       01  WS-HV-REASON                     PIC X(54).
       01  WS-HV-APPROVED-BY                PIC X(08).
       01  WS-HVR-LOOK.
           05  WS-HVR-LOOK-TYPE              PIC X(02).
           05  WS-HVR-LOOK-FIELD-1           PIC 9(05).
           05  WS-HVR-LOOK-CHECK             PIC 9(08).
           05  FILLER                        PIC X(01).
           05  WS-HVR-LOOK-APPROVER          PIC X(08).
           05  FILLER                        PIC X(56).
       01  WS-RECORDS-HELD                  PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-HV-APPROVED           PIC 9(09) VALUE ZERO.
       01  WS-ACK-PTR                       PIC 9(02).

           COPY REJLINE.

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
       01  WS-RVSL-WANT-TYPE                PIC X(02).
       01  WS-RVSL-WANT-FIELD-1             PIC 9(05).
       01  WS-RVSL-MATCH-DATE               PIC X(08).
       01  WS-RVSL-MATCH-CYCLE              PIC 9(04).

      *    The matched posting's amount fields, decoded from the
      *    100-byte MST-AREA image through the shared WSAREA overlay:
               SET WS-EOF TO TRUE
           END-IF
           PERFORM 2000-PROCESS-RECORD UNTIL WS-EOF
           IF WS-SEQ-REFUSED
               PERFORM 3250-REPORT-REFUSAL
           ELSE
               PERFORM 3000-TERMINATE
           END-IF
           PERFORM 3300-SET-RETURN-CODE
           STOP RUN.

               MOVE "TSTHIST"  TO WS-DD-TRANHIST
               MOVE "TSTMSTR"  TO WS-DD-TRANMSTR
               MOVE "TSTDUP"   TO WS-DD-TRANDUP
               MOVE "TSTPERD"  TO WS-DD-PERIODS
               MOVE "TSTHVL"   TO WS-DD-HVLIMITS
               MOVE "TSTHVS"   TO WS-DD-HVSUSP
               MOVE "TSTHVR"   TO WS-DD-HVREL
               MOVE "TSTSITE"  TO WS-DD-SITEREG
               MOVE "TSTCYCL"  TO WS-DD-CYCLCTL
           ELSE
               DISPLAY "TRANEDIT: RUNNING IN PRODUCTION MODE"
               MOVE "TRANSIN"  TO WS-DD-TRANSIN
               MOVE "TRANHIST" TO WS-DD-TRANHIST
               MOVE "TRANMSTR" TO WS-DD-TRANMSTR
               MOVE "TRANDUP"  TO WS-DD-TRANDUP
               MOVE "PERIODS"  TO WS-DD-PERIODS
               MOVE "HVLIMITS" TO WS-DD-HVLIMITS
               MOVE "HVSUSP"   TO WS-DD-HVSUSP
               MOVE "HVREL"    TO WS-DD-HVREL
               MOVE "SITEREG"  TO WS-DD-SITEREG
               MOVE "CYCLCTL"  TO WS-DD-CYCLCTL
           END-IF.

       0950-READ-CONTROL-CARDS.
      *    PARMCARD carries one KEYWORD=VALUE card per line:
      *    RUN-MODE= (a fallback - a run-time PARM still wins),
      *    DUP-WINDOW-DAYS= for the duplicate check,
      *    REJECT-LIMIT-PCT= for the reject-rate breaker,
      *    RUN-DATE= to rerun a past night, CLOSED-PERIOD=
      *    POST or REJECT for activity against a closed period, and
      *    CYCLE-CHECK=BYPASS to let a deliberate rerun of a cycle
      *    already processed through cycle control.
      *    Unknown keywords are reported so a typo does not silently
      *    leave a control at its default.
           MOVE "N" TO WS-PARM-EOF-SWITCH
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-PARM-OK
                           WS-PARM-VALUE "' NOT NUMERIC - DEFAULT "
                           "IN FORCE"
                   END-IF
               WHEN "RUN-DATE"
                   MOVE ZERO TO WS-PARM-DATE
                   IF WS-PARM-VALUE (1:8) NUMERIC
                       MOVE WS-PARM-VALUE (1:8) TO WS-PARM-DATE
                   END-IF
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) = ZERO
                       MOVE WS-PARM-VALUE (1:8)
                           TO WS-RUN-DATE-OVERRIDE
                   ELSE
      *                A rerun against the wrong night's cards is
      *                worse than no run at all.
                       DISPLAY "TRANEDIT: RUN-DATE VALUE '"
                           WS-PARM-VALUE "' NOT A VALID YYYYMMDD - "
                           "RUN STOPPED"
                       SET WS-FILE-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
               WHEN "CLOSED-PERIOD"
                   IF WS-PARM-VALUE = "POST" OR WS-PARM-VALUE =
                           "REJECT"
                       MOVE WS-PARM-VALUE TO WS-CLOSED-RULE
                   ELSE
      *                Guessing the cutoff rule for accounting is not
      *                ours to do.
                       DISPLAY "TRANEDIT: CLOSED-PERIOD VALUE '"
                           WS-PARM-VALUE "' NOT POST OR REJECT - "
                           "RUN STOPPED"
                       SET WS-FILE-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
               WHEN "CYCLE-CHECK"
                   IF WS-PARM-VALUE = "ON" OR WS-PARM-VALUE = "BYPASS"
                       MOVE WS-PARM-VALUE TO WS-CYCLE-CHECK
                   ELSE
      *                Sequence control stays on unless it is turned
      *                off on purpose.
                       DISPLAY "TRANEDIT: CYCLE-CHECK VALUE '"
                           WS-PARM-VALUE "' NOT ON OR BYPASS - "
                           "CYCLE CONTROL ON"
                   END-IF
               WHEN OTHER
                   DISPLAY "TRANEDIT: UNKNOWN CONTROL CARD KEYWORD '"
                       WS-PARM-KEYWORD "' IGNORED"
           END-EVALUATE.

       1000-INITIALIZE.
      *    SRCTAB and SITEEXC carry no VALUE clauses (TRANRPT
      *    copies them into LINKAGE), so the counts are zeroed here.
           MOVE ZERO TO WS-SRC-COUNT
           MOVE ZERO TO WS-SXC-COUNT
           ACCEPT WS-REJECT-DATE FROM DATE YYYYMMDD
           MOVE WS-REJECT-DATE TO WS-TODAY-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               TO WS-TODAY-INT
           PERFORM 0900-SET-RUN-MODE
           IF WS-RUN-DATE-OVERRIDE NOT = SPACES
               MOVE WS-RUN-DATE-OVERRIDE TO WS-REJECT-DATE
               MOVE WS-REJECT-DATE TO WS-TODAY-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   TO WS-TODAY-INT
               DISPLAY "TRANEDIT: RERUN FOR RUN DATE " WS-REJECT-DATE
           END-IF
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           MOVE WS-RUN-MODE TO WS-LEDGER-NOTE
           PERFORM 3400-WRITE-RUN-LEDGER
           PERFORM 1400-LOAD-EDIT-RULES
           PERFORM 1460-LOAD-GL-ACCOUNTS
           PERFORM 1500-LOAD-PERIODS
           PERFORM 1540-LOAD-HV-LIMITS
           PERFORM 1560-LOAD-HV-RELEASES
           PERFORM 1570-LOAD-SITE-REGISTRY
           PERFORM 1100-READ-CHECKPOINT
           PERFORM 1590-SEED-SITE-VOLUMES
           PERFORM 1600-CHECK-CYCLE-SEQUENCE
      *    A refused transmission is turned away whole before any
      *    data output is opened: the cycle it replays keeps its
      *    own outputs, and a pending checkpoint stays as it was.
           IF WS-SEQ-REFUSED
               SET WS-EOF TO TRUE
           ELSE
               OPEN INPUT TRANS-FILE
               IF NOT WS-TRANS-OK
                   DISPLAY "TRANEDIT: UNABLE TO OPEN TRANSIN, STATUS="
                       WS-TRANS-STATUS
                   SET WS-FILE-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
               PERFORM 1050-OPEN-OUTPUT-FILES
               PERFORM 1300-CHECK-HEADER
               PERFORM 1200-REPOSITION-INPUT
           END-IF.

       1050-OPEN-OUTPUT-FILES.
      *    A checkpoint restart must not truncate the reject, audit,
               SET WS-EOF TO TRUE
           END-IF

           IF WS-RESTART-COUNT > ZERO
               OPEN EXTEND HV-SUSPENSE-FILE
               IF NOT WS-HVS-OK
                   OPEN OUTPUT HV-SUSPENSE-FILE
               END-IF
           ELSE
               OPEN OUTPUT HV-SUSPENSE-FILE
           END-IF
           IF NOT WS-HVS-OK
               DISPLAY "TRANEDIT: UNABLE TO OPEN HVSUSP, STATUS="
                   WS-HVS-STATUS
               SET WS-FILE-ERROR TO TRUE
               SET WS-EOF TO TRUE
           END-IF

           IF WS-RESTART-COUNT > ZERO
               OPEN EXTEND ACK-FILE
               IF NOT WS-ACK-OK
                       ELSE
                           MOVE ZERO TO WS-INPUT-AMOUNT-TOTAL
                       END-IF
                       IF CKPT-RECORDS-HELD NUMERIC
                           MOVE CKPT-RECORDS-HELD TO WS-RECORDS-HELD
                       ELSE
                           MOVE ZERO TO WS-RECORDS-HELD
                       END-IF
                       DISPLAY "TRANEDIT: RESTARTING AFTER RECORD "
                           WS-RESTART-COUNT
      *                The control record is followed by one record
                           AND WS-SRC-COUNT < WS-SRC-MAX
                       ADD 1 TO WS-SRC-COUNT
                       MOVE CKPS-CODE TO WS-SRC-CODE (WS-SRC-COUNT)
      *                The cycle comes back from the site's header
      *                as the reposition reads past it.
                       MOVE ZERO TO WS-SRC-CYCLE-NO (WS-SRC-COUNT)
                       MOVE CKPS-READ TO WS-SRC-READ (WS-SRC-COUNT)
                       MOVE CKPS-PASSED
                           TO WS-SRC-PASSED (WS-SRC-COUNT)
                       PERFORM 2050-WRITE-AUDIT-LINE
                       IF WS-REC-TYPE = "HD"
                           SET WS-HEADER-SEEN TO TRUE
                           MOVE WS-HDR-SOURCE-CODE
                               TO WS-SRC-WANT-CODE
                           PERFORM 2172-REGISTER-SOURCE
                           PERFORM 2955-SET-SOURCE-CYCLE
                           PERFORM 2965-CHECK-HEADER-SITE
                           IF WS-HDR-RUN-DATE NOT = WS-REJECT-DATE
                               DISPLAY "TRANEDIT: HEADER RUN DATE "
                                   WS-HDR-RUN-DATE " DOES NOT MATCH "

       1400-LOAD-EDIT-RULES.
      *    The business edits live in the EDITRULS parameter file so
      *    the rules desk changes them without a program change. Only
      *    the cards in force for the run date are loaded. A missing
      *    or empty file leaves the single built-in numeric edit in
      *    force, which is exactly what this program enforced before
      *    the rules file existed.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT RULES-FILE
           IF WS-RULES-OK
           ELSE
               DISPLAY "TRANEDIT: " WS-RULE-COUNT " EDIT RULES LOADED"
           END-IF
           IF WS-RULES-NOT-IN-FORCE > ZERO
               DISPLAY "TRANEDIT: " WS-RULES-NOT-IN-FORCE
                   " EDIT RULE CARDS NOT IN FORCE FOR "
                   WS-REJECT-DATE
           END-IF
           PERFORM 1440-ENSURE-NUMERIC-RULE.

       1410-LOAD-ONE-RULE.
               NOT AT END
                   IF RUL-CODE (1:1) NOT = "*" AND RULES-CARD NOT =
                           SPACES
                       MOVE RUL-EFF-FROM TO WS-CARD-EFF-FROM
                       MOVE RUL-EFF-TO TO WS-CARD-EFF-TO
                       PERFORM 1415-CHECK-CARD-IN-FORCE
                       EVALUATE TRUE
                           WHEN WS-CARD-IN-FORCE
                               PERFORM 1420-STORE-RULE
                           WHEN WS-CARD-NOT-IN-FORCE
                               ADD 1 TO WS-RULES-NOT-IN-FORCE
                           WHEN OTHER
                               DISPLAY "TRANEDIT: RULE " RUL-CODE
                                   " HAS A BAD EFFECTIVE DATE - "
                                   "CARD IGNORED"
                       END-EVALUATE
                   END-IF
           END-READ.

       1415-CHECK-CARD-IN-FORCE.
      *    A card is in force for the run date when it took effect on
      *    or before that date and was not retired before it; both
      *    dates are inclusive. A blank FROM is a card cut before
      *    effective dating and has always been in force; a blank TO
      *    is open-ended. A date that is neither blank nor numeric
      *    cannot be placed in time, so the card is refused.
           SET WS-CARD-IN-FORCE TO TRUE
           IF (WS-CARD-EFF-FROM NOT = SPACES
                   AND WS-CARD-EFF-FROM NOT NUMERIC)
               OR (WS-CARD-EFF-TO NOT = SPACES
                   AND WS-CARD-EFF-TO NOT NUMERIC)
               SET WS-CARD-BAD-DATE TO TRUE
           ELSE
               IF WS-CARD-EFF-FROM NOT = SPACES
                   AND WS-CARD-EFF-FROM > WS-REJECT-DATE
                   SET WS-CARD-NOT-IN-FORCE TO TRUE
               END-IF
               IF WS-CARD-EFF-TO NOT = SPACES
                   AND WS-CARD-EFF-TO < WS-REJECT-DATE
                   SET WS-CARD-NOT-IN-FORCE TO TRUE
               END-IF
           END-IF.

       1420-STORE-RULE.
      *    A bad kind is refused here, once, where the rules desk is
      *    looking - not discovered record by record in the edit loop.
      *    The GL account codings are a hard prerequisite, unlike the
      *    edit rules: there is no sensible built-in fallback for
      *    "which ledger account does this post to", so a missing
      *    file or a missing card in force for a type we post stops
      *    the run here, before the batch window opens.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-ACCT-OK
           MOVE "N" TO WS-EOF-SWITCH
           DISPLAY "TRANEDIT: " WS-ACCT-COUNT
               " GL ACCOUNT CODINGS LOADED"
           IF WS-ACCTS-NOT-IN-FORCE > ZERO
               DISPLAY "TRANEDIT: " WS-ACCTS-NOT-IN-FORCE
                   " GL ACCOUNT CARDS NOT IN FORCE FOR "
                   WS-REJECT-DATE
           END-IF
           MOVE "01" TO WS-ACCT-WANT-TYPE
           PERFORM 1490-REQUIRE-ACCOUNT-CARD
           MOVE "02" TO WS-ACCT-WANT-TYPE
               NOT AT END
                   IF ACC-REC-TYPE (1:1) NOT = "*" AND ACCT-CARD
                           NOT = SPACES
                       MOVE ACC-EFF-FROM TO WS-CARD-EFF-FROM
                       MOVE ACC-EFF-TO TO WS-CARD-EFF-TO
                       PERFORM 1415-CHECK-CARD-IN-FORCE
                       EVALUATE TRUE
                           WHEN WS-CARD-IN-FORCE
                               PERFORM 1480-STORE-ACCOUNT-CARD
                           WHEN WS-CARD-NOT-IN-FORCE
                               ADD 1 TO WS-ACCTS-NOT-IN-FORCE
                           WHEN OTHER
                               DISPLAY "TRANEDIT: GLACCTS CARD FOR "
                                   "TYPE '" ACC-REC-TYPE "' HAS A BAD "
                                   "EFFECTIVE DATE - CARD IGNORED"
                       END-EVALUATE
                   END-IF
           END-READ.

       1490-REQUIRE-ACCOUNT-CARD.
           PERFORM 2670-FIND-GL-ACCOUNTS
           IF WS-ACCT-FOUND-IX = ZERO
               DISPLAY "TRANEDIT: NO GLACCTS CARD IN FORCE FOR RECORD "
                   "TYPE '" WS-ACCT-WANT-TYPE "' - RUN STOPPED"
               SET WS-FILE-ERROR TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       1500-LOAD-PERIODS.
      *    No PERIODS file means no period has been closed yet, so
      *    every period is open - exactly how the suite ran before
      *    period control. Only the closed periods are tabled; the
      *    run date's month decides whether tonight is late-dated
      *    activity against a closed period.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-OK
               PERFORM 1510-LOAD-ONE-PERIOD UNTIL WS-EOF
               CLOSE PERIOD-FILE
           ELSE
               DISPLAY "TRANEDIT: NO PERIODS FILE, STATUS="
                   WS-PRD-STATUS " - ALL PERIODS TREATED AS OPEN"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-FILE-ERROR
               SET WS-EOF TO TRUE
           END-IF
           DISPLAY "TRANEDIT: " WS-PRD-COUNT " CLOSED PERIODS LOADED, "
               "CLOSED-PERIOD RULE " WS-CLOSED-RULE
           MOVE WS-REJECT-DATE (1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-PERIOD TO WS-POST-PERIOD
           MOVE WS-RUN-PERIOD TO WS-PRD-WANT-PERIOD
           PERFORM 1520-FIND-CLOSED-PERIOD
           IF WS-PRD-FOUND-IX > ZERO
               SET WS-RUN-LATE-DATED TO TRUE
               IF WS-CLOSED-RULE-POST
                   PERFORM 1530-STEP-POST-PERIOD
                       UNTIL WS-PRD-FOUND-IX = ZERO
                   DISPLAY "TRANEDIT: RUN DATE " WS-REJECT-DATE
                       " IS IN CLOSED PERIOD " WS-RUN-PERIOD
                       " - ACTIVITY POSTS TO " WS-POST-PERIOD
                       " AS PRIOR-PERIOD"
               ELSE
                   DISPLAY "TRANEDIT: RUN DATE " WS-REJECT-DATE
                       " IS IN CLOSED PERIOD " WS-RUN-PERIOD
                       " - ACTIVITY WILL BE REJECTED"
               END-IF
           END-IF.

       1510-LOAD-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PRD-PERIOD (1:1) NOT = "*" AND PERIOD-CARD
                           NOT = SPACES
                       EVALUATE TRUE
                           WHEN PRD-PERIOD NOT NUMERIC
                               DISPLAY "TRANEDIT: PERIODS CARD '"
                                   PRD-PERIOD "' NOT A YYYYMM PERIOD "
                                   "- CARD IGNORED"
                           WHEN PRD-OPEN
                               CONTINUE
                           WHEN PRD-CLOSED
                               PERFORM 1515-STORE-CLOSED-PERIOD
                           WHEN OTHER
                               DISPLAY "TRANEDIT: PERIOD " PRD-PERIOD
                                   " STATUS '" PRD-STATUS
                                   "' NOT O OR C - CARD IGNORED"
                       END-EVALUATE
                   END-IF
           END-READ.

       1515-STORE-CLOSED-PERIOD.
      *    Dropping a closed period would let activity back into a
      *    month accounting has signed off, so a full table stops
      *    the run rather than carrying on short.
           IF WS-PRD-COUNT >= WS-PRD-MAX
               DISPLAY "TRANEDIT: CLOSED PERIOD TABLE FULL AT "
                   PRD-PERIOD " - RUN STOPPED"
               SET WS-FILE-ERROR TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-PRD-COUNT
               MOVE PRD-PERIOD TO WS-PRD-PERIOD (WS-PRD-COUNT)
           END-IF.

       1520-FIND-CLOSED-PERIOD.
           MOVE ZERO TO WS-PRD-FOUND-IX
           PERFORM 1525-MATCH-ONE-PERIOD
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL WS-PRD-IX > WS-PRD-COUNT.

       1525-MATCH-ONE-PERIOD.
           IF WS-PRD-PERIOD (WS-PRD-IX) = WS-PRD-WANT-PERIOD
               MOVE WS-PRD-IX TO WS-PRD-FOUND-IX
           END-IF.

       1530-STEP-POST-PERIOD.
      *    The next calendar month after the posting period; the
      *    caller steps until it lands on one that is not closed.
           MOVE WS-POST-PERIOD TO WS-PRD-STEP
           IF WS-PRD-STEP-MM >= 12
               ADD 1 TO WS-PRD-STEP-YYYY
               MOVE 1 TO WS-PRD-STEP-MM
           ELSE
               ADD 1 TO WS-PRD-STEP-MM
           END-IF
           MOVE WS-PRD-STEP TO WS-POST-PERIOD
           MOVE WS-POST-PERIOD TO WS-PRD-WANT-PERIOD
           PERFORM 1520-FIND-CLOSED-PERIOD.

       1540-LOAD-HV-LIMITS.
      *    No HVLIMITS file means no limits: every good transaction
      *    posts, as it did before the hold existed. The file is
      *    optional the way EDITRULS is, not required the way
      *    GLACCTS is.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HV-LIMIT-FILE
           IF WS-HVL-OK
               PERFORM 1545-LOAD-ONE-LIMIT UNTIL WS-EOF
               CLOSE HV-LIMIT-FILE
           ELSE
               DISPLAY "TRANEDIT: NO HVLIMITS FILE, STATUS="
                   WS-HVL-STATUS " - NO HIGH-VALUE HOLD"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-FILE-ERROR
               SET WS-EOF TO TRUE
           END-IF
           DISPLAY "TRANEDIT: " WS-HVL-COUNT
               " HIGH-VALUE LIMITS LOADED"
           IF WS-HVL-NOT-IN-FORCE > ZERO
               DISPLAY "TRANEDIT: " WS-HVL-NOT-IN-FORCE
                   " HIGH-VALUE LIMIT CARDS NOT IN FORCE FOR "
                   WS-REJECT-DATE
           END-IF.

       1545-LOAD-ONE-LIMIT.
           READ HV-LIMIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HVL-KIND NOT = "*" AND HV-LIMIT-CARD
                           NOT = SPACES
                       MOVE HVL-EFF-FROM TO WS-CARD-EFF-FROM
                       MOVE HVL-EFF-TO TO WS-CARD-EFF-TO
                       PERFORM 1415-CHECK-CARD-IN-FORCE
                       EVALUATE TRUE
                           WHEN WS-CARD-IN-FORCE
                               PERFORM 1550-STORE-LIMIT-CARD
                           WHEN WS-CARD-NOT-IN-FORCE
                               ADD 1 TO WS-HVL-NOT-IN-FORCE
                           WHEN OTHER
                               DISPLAY "TRANEDIT: HVLIMITS CARD "
                                   HVL-KIND " '" HVL-CODE "' HAS A "
                                   "BAD EFFECTIVE DATE - CARD IGNORED"
                       END-EVALUATE
                   END-IF
           END-READ.

       1550-STORE-LIMIT-CARD.
           EVALUATE TRUE
               WHEN NOT HVL-BY-TYPE AND NOT HVL-BY-SITE
                   DISPLAY "TRANEDIT: HVLIMITS CARD KIND '" HVL-KIND
                       "' NOT T OR S - CARD IGNORED"
               WHEN HVL-LIMIT NOT NUMERIC
                   DISPLAY "TRANEDIT: HVLIMITS CARD " HVL-KIND " '"
                       HVL-CODE "' LIMIT NOT NUMERIC - CARD IGNORED"
               WHEN WS-HVL-COUNT >= WS-HVL-MAX
                   DISPLAY "TRANEDIT: HIGH-VALUE LIMIT TABLE FULL AT "
                       HVL-KIND " '" HVL-CODE "' - RUN STOPPED"
                   SET WS-FILE-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-HVL-COUNT
                   MOVE HVL-KIND TO WS-HVL-KIND (WS-HVL-COUNT)
                   MOVE HVL-CODE TO WS-HVL-CODE (WS-HVL-COUNT)
                   MOVE HVL-LIMIT TO WS-HVL-LIMIT (WS-HVL-COUNT)
           END-EVALUATE.

       1560-LOAD-HV-RELEASES.
      *    No HVREL file simply means nothing has been approved yet.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HV-RELEASE-FILE
           IF WS-HVR-OK
               PERFORM 1565-LOAD-ONE-RELEASE UNTIL WS-EOF
               CLOSE HV-RELEASE-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-FILE-ERROR
               SET WS-EOF TO TRUE
           END-IF
           IF WS-HVR-COUNT > ZERO
               DISPLAY "TRANEDIT: " WS-HVR-COUNT
                   " HIGH-VALUE APPROVALS AWAITING RELEASE"
           END-IF.

       1565-LOAD-ONE-RELEASE.
           READ HV-RELEASE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HVR-COUNT >= WS-HVR-MAX
                       DISPLAY "TRANEDIT: HIGH-VALUE APPROVAL TABLE "
                           "FULL - RUN STOPPED"
                       SET WS-FILE-ERROR TO TRUE
                       SET WS-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-HVR-COUNT
                       MOVE HV-RELEASE-RECORD
                           TO WS-HVR-IMAGE (WS-HVR-COUNT)
                       MOVE "N" TO WS-HVR-USED-SWITCH (WS-HVR-COUNT)
                   END-IF
           END-READ.

       1570-LOAD-SITE-REGISTRY.
      *    No SITEREG file means no site control: every source code
      *    is accepted and nothing is expected, as before the
      *    registry existed. TRANPREF calls a missing registry out
      *    before the window opens.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SITE-REG-FILE
           IF WS-SREG-OK
               SET WS-SITE-REGISTRY-LOADED TO TRUE
               PERFORM 1575-LOAD-ONE-SITE UNTIL WS-EOF
               CLOSE SITE-REG-FILE
               DISPLAY "TRANEDIT: " WS-SITE-COUNT
                   " CAPTURE SITES REGISTERED"
           ELSE
               DISPLAY "TRANEDIT: NO SITEREG FILE, STATUS="
                   WS-SREG-STATUS " - SITE CONTROL OFF"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-FILE-ERROR
               SET WS-EOF TO TRUE
           END-IF.

       1575-LOAD-ONE-SITE.
           READ SITE-REG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF SREG-CODE (1:1) NOT = "*"
                           AND SITE-REG-CARD NOT = SPACES
                       PERFORM 1580-STORE-SITE-CARD
                   END-IF
           END-READ.

       1580-STORE-SITE-CARD.
      *    A card that cannot be trusted is dropped and named, which
      *    leaves its site unregistered - its batch is rejected
      *    tonight rather than posted against figures nobody set.
           MOVE SREG-CODE TO WS-SRC-WANT-CODE
           PERFORM 2182-FIND-SITE-ENTRY
           EVALUATE TRUE
               WHEN WS-SITE-CUR > ZERO
                   DISPLAY "TRANEDIT: SITEREG CARD '" SREG-CODE
                       "' REPEATS A SITE - CARD IGNORED"
               WHEN NOT SREG-ACTIVE-VALID
                   DISPLAY "TRANEDIT: SITEREG CARD '" SREG-CODE
                       "' ACTIVE FLAG NOT Y OR N - CARD IGNORED"
               WHEN SREG-CYCLES NOT NUMERIC
                   OR SREG-MIN-VOLUME NOT NUMERIC
                   OR SREG-MAX-VOLUME NOT NUMERIC
                   DISPLAY "TRANEDIT: SITEREG CARD '" SREG-CODE
                       "' CYCLES OR VOLUME NOT NUMERIC - CARD IGNORED"
               WHEN SREG-MAX-VOLUME > ZERO
                   AND SREG-MIN-VOLUME > SREG-MAX-VOLUME
                   DISPLAY "TRANEDIT: SITEREG CARD '" SREG-CODE
                       "' VOLUME LOW ABOVE HIGH - CARD IGNORED"
               WHEN WS-SITE-COUNT >= WS-SITE-MAX
                   DISPLAY "TRANEDIT: SITE REGISTRY TABLE FULL AT '"
                       SREG-CODE "' - RUN STOPPED"
                   SET WS-FILE-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-SITE-COUNT
                   MOVE SREG-CODE TO WS-SITE-CODE (WS-SITE-COUNT)
                   MOVE SREG-NAME TO WS-SITE-NAME (WS-SITE-COUNT)
                   MOVE SREG-ACTIVE
                       TO WS-SITE-ACTIVE-FLAG (WS-SITE-COUNT)
                   MOVE SREG-CYCLES TO WS-SITE-CYCLES (WS-SITE-COUNT)
                   MOVE SREG-MIN-VOLUME
                       TO WS-SITE-MIN-VOLUME (WS-SITE-COUNT)
                   MOVE SREG-MAX-VOLUME
                       TO WS-SITE-MAX-VOLUME (WS-SITE-COUNT)
                   MOVE "N" TO WS-SITE-HDR-SWITCH (WS-SITE-COUNT)
                   MOVE ZERO TO WS-SITE-VOLUME (WS-SITE-COUNT)
                   MOVE ZERO TO WS-SITE-PRIOR-VOLUME (WS-SITE-COUNT)
           END-EVALUATE.

       1590-SEED-SITE-VOLUMES.
      *    On a restart the details ahead of the checkpoint are not
      *    read again, so each site's volume so far comes from the
      *    per-source counts the checkpoint restored. Headers inside
      *    that span are re-captured by the reposition as it reads
      *    past them.
           IF WS-SITE-REGISTRY-LOADED
               PERFORM 1595-SEED-ONE-SITE
                   VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
           END-IF.

       1595-SEED-ONE-SITE.
           MOVE WS-SRC-CODE (WS-SRC-IX) TO WS-SRC-WANT-CODE
           PERFORM 2182-FIND-SITE-ENTRY
           IF WS-SITE-CUR > ZERO
               MOVE WS-SRC-READ (WS-SRC-IX)
                   TO WS-SITE-VOLUME (WS-SITE-CUR)
           END-IF.

       1600-CHECK-CYCLE-SEQUENCE.
      *    Every batch header on the transmission is held against
      *    cycle control before record one is edited, so a replayed,
      *    skipped or out-of-sequence cycle is refused whole - one
      *    bad site header stops the file, since its batch cannot be
      *    pulled out of a consolidated feed. A feed with no headers
      *    numbers no cycles and is not controlled. A restart passes
      *    cleanly: the abended run never advanced the control.
           PERFORM 1610-LOAD-CYCLE-CONTROL
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-OK
               PERFORM 1620-SCAN-ONE-RECORD UNTIL WS-EOF
               CLOSE TRANS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-SEQ-REFUSED
               DISPLAY "TRANEDIT: TRANSMISSION REFUSED BY CYCLE "
                   "CONTROL - NOTHING PROCESSED"
           ELSE
               PERFORM 1680-SET-RUN-CYCLE
               IF WS-SITE-REGISTRY-LOADED
                   PERFORM 1690-SEED-PRIOR-VOLUME
                       VARYING WS-CYC-IX FROM 1 BY 1
                       UNTIL WS-CYC-IX > WS-CYC-COUNT
               END-IF
           END-IF
           IF WS-FILE-ERROR
               SET WS-EOF TO TRUE
           END-IF.

       1610-LOAD-CYCLE-CONTROL.
      *    No CYCLCTL yet means no site has a cycle on record: each
      *    site's first numbered cycle starts its control. A file
      *    that is there but cannot be read would let a replay
      *    through, so that stops the run.
           MOVE ZERO TO WS-CYC-COUNT
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CYCLE-CTL-FILE
           IF WS-CYC-OK
               PERFORM 1615-LOAD-ONE-CYCLE-CARD UNTIL WS-EOF
               CLOSE CYCLE-CTL-FILE
           ELSE
               IF WS-CYC-MISSING
                   DISPLAY "TRANEDIT: NO CYCLCTL FILE - CYCLE "
                       "CONTROL STARTS WITH THIS RUN"
               ELSE
                   DISPLAY "TRANEDIT: UNABLE TO OPEN CYCLCTL, STATUS="
                       WS-CYC-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1615-LOAD-ONE-CYCLE-CARD.
           READ CYCLE-CTL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CYC-SOURCE (1:1) NOT = "*"
                           AND CYCLE-CTL-CARD NOT = SPACES
                       PERFORM 1618-STORE-CYCLE-CARD
                   END-IF
           END-READ.

       1618-STORE-CYCLE-CARD.
      *    A card whose cycle cannot be read, or a second card for
      *    one site, leaves the site's sequence unknown - the run
      *    stops rather than guess which cycle comes next.
           MOVE CYC-SOURCE TO WS-SRC-WANT-CODE
           PERFORM 1640-FIND-CYCLE-ENTRY
           EVALUATE TRUE
               WHEN WS-CYC-CUR > ZERO
                   DISPLAY "TRANEDIT: CYCLCTL CARD '" CYC-SOURCE
                       "' REPEATS A SITE - RUN STOPPED"
                   SET WS-FILE-ERROR TO TRUE
               WHEN CYC-LAST-CYCLE NOT NUMERIC
                   OR CYC-RUN-DATE NOT NUMERIC
                   DISPLAY "TRANEDIT: CYCLCTL CARD '" CYC-SOURCE
                       "' DATE OR CYCLE NOT NUMERIC - RUN STOPPED"
                   SET WS-FILE-ERROR TO TRUE
               WHEN WS-CYC-COUNT >= WS-CYC-MAX
                   DISPLAY "TRANEDIT: CYCLE CONTROL TABLE FULL AT '"
                       CYC-SOURCE "' - RUN STOPPED"
                   SET WS-FILE-ERROR TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-CYC-COUNT
                   MOVE CYC-SOURCE TO WS-CYC-SOURCE (WS-CYC-COUNT)
                   MOVE CYC-RUN-DATE TO WS-CYC-RUN-DATE (WS-CYC-COUNT)
                   MOVE CYC-LAST-CYCLE
                       TO WS-CYC-LAST-CYCLE (WS-CYC-COUNT)
      *            The day's volume only feeds the registry's range
      *            check; a hand-edited card may leave it blank.
                   IF CYC-DAY-VOLUME NUMERIC
                       MOVE CYC-DAY-VOLUME
                           TO WS-CYC-DAY-VOLUME (WS-CYC-COUNT)
                   ELSE
                       MOVE ZERO TO WS-CYC-DAY-VOLUME (WS-CYC-COUNT)
                   END-IF
                   MOVE CYC-UPDATED TO WS-CYC-UPDATED (WS-CYC-COUNT)
                   MOVE "N" TO WS-CYC-SEEN-SWITCH (WS-CYC-COUNT)
           END-EVALUATE.

       1620-SCAN-ONE-RECORD.
           READ TRANS-FILE INTO WS-AREA-1
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-REC-TYPE = "HD"
                       PERFORM 1630-CHECK-HEADER-CYCLE
                       PERFORM 1635-NOTE-RUN-CYCLE
                   END-IF
           END-READ.

       1630-CHECK-HEADER-CYCLE.
      *    Within a run date a site's cycles must arrive 1, 2, 3 ...
      *    with none repeated and none skipped; a new run date
      *    starts again at cycle 1; a run date older than the last
      *    one processed is out of sequence. A site with nothing on
      *    record starts its control with whatever cycle it sends.
           MOVE WS-HDR-SOURCE-CODE TO WS-SRC-WANT-CODE
           MOVE SPACE TO WS-SXC-WANT-KIND
           MOVE 1 TO WS-SEQ-EXPECT-CYCLE
           MOVE SPACES TO WS-SEQ-LAST-DATE
           PERFORM 1640-FIND-CYCLE-ENTRY
           IF WS-CYC-CUR > ZERO
               MOVE WS-CYC-RUN-DATE (WS-CYC-CUR) TO WS-SEQ-LAST-DATE
               IF WS-HDR-RUN-DATE = WS-SEQ-LAST-DATE
                   COMPUTE WS-SEQ-EXPECT-CYCLE =
                       WS-CYC-LAST-CYCLE (WS-CYC-CUR) + 1
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-HDR-CYCLE-NO NOT NUMERIC
                   MOVE "O" TO WS-SXC-WANT-KIND
               WHEN WS-HDR-CYCLE-NO = ZERO
                   MOVE "O" TO WS-SXC-WANT-KIND
               WHEN WS-CYC-CUR = ZERO
                   CONTINUE
               WHEN WS-HDR-RUN-DATE < WS-SEQ-LAST-DATE
                   MOVE "O" TO WS-SXC-WANT-KIND
               WHEN WS-HDR-CYCLE-NO < WS-SEQ-EXPECT-CYCLE
                   MOVE "R" TO WS-SXC-WANT-KIND
               WHEN WS-HDR-CYCLE-NO > WS-SEQ-EXPECT-CYCLE
                   MOVE "G" TO WS-SXC-WANT-KIND
           END-EVALUATE
           IF WS-SXC-WANT-KIND = SPACE
               PERFORM 1650-ADVANCE-CYCLE-ENTRY
           ELSE
               PERFORM 1660-REPORT-SEQUENCE-BREAK
           END-IF.

       1635-NOTE-RUN-CYCLE.
      *    Keeps the first usable cycle sent by a capture site and
      *    the first sent by the manual journal source.
           IF WS-HDR-CYCLE-NO NUMERIC AND WS-HDR-CYCLE-NO > ZERO
               IF WS-HDR-MANUAL-SOURCE
                   IF WS-MANUAL-CYCLE-NO = ZERO
                       MOVE WS-HDR-CYCLE-NO TO WS-MANUAL-CYCLE-NO
                   END-IF
               ELSE
                   IF WS-CAPTURE-CYCLE-NO = ZERO
                       MOVE WS-HDR-CYCLE-NO TO WS-CAPTURE-CYCLE-NO
                   END-IF
               END-IF
           END-IF.

       1640-FIND-CYCLE-ENTRY.
           MOVE ZERO TO WS-CYC-CUR
           PERFORM 1645-MATCH-ONE-CYCLE-ENTRY
               VARYING WS-CYC-IX FROM 1 BY 1
               UNTIL WS-CYC-IX > WS-CYC-COUNT.

       1645-MATCH-ONE-CYCLE-ENTRY.
           IF WS-CYC-SOURCE (WS-CYC-IX) = WS-SRC-WANT-CODE
               MOVE WS-CYC-IX TO WS-CYC-CUR
           END-IF.

       1650-ADVANCE-CYCLE-ENTRY.
      *    Moves the site's entry on to the header's cycle; a new
      *    run date starts the day's volume again.
           IF WS-CYC-CUR = ZERO
               IF WS-CYC-COUNT < WS-CYC-MAX
                   ADD 1 TO WS-CYC-COUNT
                   MOVE WS-SRC-WANT-CODE
                       TO WS-CYC-SOURCE (WS-CYC-COUNT)
                   MOVE SPACES TO WS-CYC-RUN-DATE (WS-CYC-COUNT)
                   MOVE ZERO TO WS-CYC-LAST-CYCLE (WS-CYC-COUNT)
                   MOVE ZERO TO WS-CYC-DAY-VOLUME (WS-CYC-COUNT)
                   MOVE SPACES TO WS-CYC-UPDATED (WS-CYC-COUNT)
                   MOVE "N" TO WS-CYC-SEEN-SWITCH (WS-CYC-COUNT)
                   MOVE WS-CYC-COUNT TO WS-CYC-CUR
               ELSE
                   DISPLAY "TRANEDIT: CYCLE CONTROL TABLE FULL AT '"
                       WS-SRC-WANT-CODE "' - RUN STOPPED"
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF
           IF WS-CYC-CUR > ZERO
               IF WS-HDR-RUN-DATE NOT = WS-CYC-RUN-DATE (WS-CYC-CUR)
                   MOVE ZERO TO WS-CYC-DAY-VOLUME (WS-CYC-CUR)
               END-IF
               MOVE WS-HDR-RUN-DATE TO WS-CYC-RUN-DATE (WS-CYC-CUR)
               MOVE WS-HDR-CYCLE-NO TO WS-CYC-LAST-CYCLE (WS-CYC-CUR)
               SET WS-CYC-SEEN (WS-CYC-CUR) TO TRUE
               SET WS-CYC-ADVANCED TO TRUE
           END-IF.

       1660-REPORT-SEQUENCE-BREAK.
      *    The break is named on SYSOUT with the cycles involved and
      *    noted for the control report. Under CYCLE-CHECK=BYPASS
      *    the file goes through degraded instead, and only a gap
      *    moves the site's control - forward, to the cycle sent.
           EVALUATE TRUE
               WHEN WS-HDR-CYCLE-NO NOT NUMERIC
                   OR WS-HDR-CYCLE-NO = ZERO
                   DISPLAY "TRANEDIT: HEADER FOR SOURCE '"
                       WS-SRC-WANT-CODE "' CARRIES NO USABLE CYCLE "
                       "NUMBER"
               WHEN WS-SXC-WANT-KIND = "O"
                   DISPLAY "TRANEDIT: SOURCE '" WS-SRC-WANT-CODE
                       "' CYCLE " WS-HDR-CYCLE-NO " OF "
                       WS-HDR-RUN-DATE " IS OLDER THAN CYCLE "
                       WS-CYC-LAST-CYCLE (WS-CYC-CUR) " OF "
                       WS-SEQ-LAST-DATE " ALREADY PROCESSED"
               WHEN WS-SXC-WANT-KIND = "R"
                   DISPLAY "TRANEDIT: SOURCE '" WS-SRC-WANT-CODE
                       "' CYCLE " WS-HDR-CYCLE-NO " OF "
                       WS-HDR-RUN-DATE " ALREADY PROCESSED - "
                       "REPLAYED TRANSMISSION"
               WHEN OTHER
                   COMPUTE WS-SEQ-MISSING-TO = WS-HDR-CYCLE-NO - 1
                   DISPLAY "TRANEDIT: SOURCE '" WS-SRC-WANT-CODE
                       "' CYCLE " WS-HDR-CYCLE-NO " OF "
                       WS-HDR-RUN-DATE " RECEIVED - CYCLES "
                       WS-SEQ-EXPECT-CYCLE " THRU " WS-SEQ-MISSING-TO
                       " NOT RECEIVED"
           END-EVALUATE
           IF WS-CYCLE-CHECK-BYPASS
               DISPLAY "TRANEDIT: CYCLE-CHECK=BYPASS - SOURCE '"
                   WS-SRC-WANT-CODE "' ACCEPTED OUT OF SEQUENCE"
               SET WS-RUN-DEGRADED TO TRUE
               IF WS-SXC-WANT-KIND = "G"
                   PERFORM 1650-ADVANCE-CYCLE-ENTRY
               END-IF
           ELSE
               SET WS-SEQ-REFUSED TO TRUE
               MOVE ZERO TO WS-SITE-CUR
               MOVE WS-SXC-COUNT TO WS-SEQ-SXC-BEFORE
               PERFORM 2186-NOTE-SITE-EXCEPTION
               IF WS-SXC-COUNT > WS-SEQ-SXC-BEFORE
                   IF WS-HDR-CYCLE-NO NUMERIC
                       MOVE WS-HDR-CYCLE-NO
                           TO WS-SXC-CYCLE (WS-SXC-COUNT)
                   END-IF
                   MOVE WS-SEQ-EXPECT-CYCLE
                       TO WS-SXC-EXPECT-CYCLE (WS-SXC-COUNT)
                   MOVE WS-SEQ-LAST-DATE
                       TO WS-SXC-LAST-DATE (WS-SXC-COUNT)
               END-IF
           END-IF.

       1680-SET-RUN-CYCLE.
      *    The run's cycle numbers GLCTL, the acknowledgments and
      *    every posting on TRANMSTR, so it is settled before record
      *    one is read. A file with no usable header - a NEXTIN of
      *    carried-forward items alone, or the legacy headerless
      *    feed - takes the cycle after the last one cycle control
      *    holds for the run date (cycle 1 on a new day), so its
      *    postings can still be backed out by cycle.
           EVALUATE TRUE
               WHEN WS-CAPTURE-CYCLE-NO > ZERO
                   MOVE WS-CAPTURE-CYCLE-NO TO WS-CYCLE-NO
               WHEN WS-MANUAL-CYCLE-NO > ZERO
                   MOVE WS-MANUAL-CYCLE-NO TO WS-CYCLE-NO
               WHEN OTHER
                   MOVE ZERO TO WS-DAY-LAST-CYCLE
                   PERFORM 1685-CHECK-DAY-CYCLE
                       VARYING WS-CYC-IX FROM 1 BY 1
                       UNTIL WS-CYC-IX > WS-CYC-COUNT
                   COMPUTE WS-CYCLE-NO = WS-DAY-LAST-CYCLE + 1
                   DISPLAY "TRANEDIT: NO BATCH HEADER ON TRANSIN - RUN "
                       "TAKES CYCLE " WS-CYCLE-NO
           END-EVALUATE.

       1685-CHECK-DAY-CYCLE.
           IF WS-CYC-RUN-DATE (WS-CYC-IX) = WS-REJECT-DATE
               AND WS-CYC-LAST-CYCLE (WS-CYC-IX) > WS-DAY-LAST-CYCLE
               MOVE WS-CYC-LAST-CYCLE (WS-CYC-IX) TO WS-DAY-LAST-CYCLE
           END-IF.

       1690-SEED-PRIOR-VOLUME.
      *    What each registered site sent in today's earlier cycles,
      *    so the registry's daily range sees the whole day.
           IF WS-CYC-RUN-DATE (WS-CYC-IX) = WS-REJECT-DATE
               MOVE WS-CYC-SOURCE (WS-CYC-IX) TO WS-SRC-WANT-CODE
               PERFORM 2182-FIND-SITE-ENTRY
               IF WS-SITE-CUR > ZERO
                   MOVE WS-CYC-DAY-VOLUME (WS-CYC-IX)
                       TO WS-SITE-PRIOR-VOLUME (WS-SITE-CUR)
               END-IF
           END-IF.

       2000-PROCESS-RECORD.
           PERFORM 2200-VALIDATE-FIELD-1
           IF WS-RECORD-VALID
               PERFORM 2500-CHECK-DUPLICATE
               MOVE "N" TO WS-HV-HOLD-SWITCH
               MOVE "N" TO WS-HV-APPROVED-SWITCH
               IF NOT WS-DUPLICATE-FOUND
                   PERFORM 2800-CHECK-HIGH-VALUE
               END-IF
               IF WS-DUPLICATE-FOUND
                   ADD 1 TO WS-RECORDS-DUPLICATE
                   IF WS-SRC-CUR > ZERO
                       HIST-ACCEPT-DATE
                       DELIMITED BY SIZE INTO WS-ACK-REASONS
                   PERFORM 2860-WRITE-ACK
               ELSE
               IF WS-HV-HOLD
                   PERFORM 2840-HOLD-HIGH-VALUE
               ELSE
                   ADD 1 TO WS-RECORDS-PASSED
                   ADD WS-FIELD-1 TO WS-HASH-TOTAL
                   PERFORM 2650-POST-MASTER
                   MOVE "A" TO WS-ACK-DISP
                   MOVE SPACES TO WS-ACK-REASONS
                   MOVE 1 TO WS-ACK-PTR
      *            A high-value item posting on its supervisor's
      *            approval says whose, for the capture side's file.
                   IF WS-HV-APPROVED
                       STRING "H002 " WS-HV-APPROVED-BY " "
                           DELIMITED BY SIZE INTO WS-ACK-REASONS
                           WITH POINTER WS-ACK-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
      *            Accepted, but not into the month its date says:
      *            the capture side is told where it went.
                   IF WS-RUN-LATE-DATED
                       ADD 1 TO WS-RECORDS-PRIOR-PERIOD
                       STRING "P003 PRIOR PERIOD - POSTED TO "
                           WS-POST-PERIOD
                           DELIMITED BY SIZE INTO WS-ACK-REASONS
                           WITH POINTER WS-ACK-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   PERFORM 2860-WRITE-ACK
               END-IF
               END-IF
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               IF WS-SRC-CUR > ZERO
      *    the buffer names its own site; spaces are the legacy
      *    single-site feed and land in one unnamed bucket.
           MOVE WS-SOURCE-CODE TO WS-SRC-WANT-CODE
           PERFORM 2172-REGISTER-SOURCE
           IF WS-SRC-CUR > ZERO
               MOVE WS-SRC-CYCLE-NO (WS-SRC-CUR) TO WS-REC-CYCLE-NO
           ELSE
               MOVE WS-CYCLE-NO TO WS-REC-CYCLE-NO
           END-IF
           PERFORM 2180-CHECK-SITE
           IF WS-SITE-CUR > ZERO
               ADD 1 TO WS-SITE-VOLUME (WS-SITE-CUR)
           END-IF.

       2172-REGISTER-SOURCE.
           PERFORM 2175-FIND-SOURCE-ENTRY
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-WANT-CODE
                       TO WS-SRC-CODE (WS-SRC-COUNT)
                   MOVE WS-CYCLE-NO TO WS-SRC-CYCLE-NO (WS-SRC-COUNT)
                   MOVE ZERO TO WS-SRC-READ (WS-SRC-COUNT)
                   MOVE ZERO TO WS-SRC-PASSED (WS-SRC-COUNT)
                   MOVE ZERO TO WS-SRC-REJECTED (WS-SRC-COUNT)
               MOVE WS-SRC-IX TO WS-SRC-CUR
           END-IF.

       2180-CHECK-SITE.
      *    The site named in WS-SRC-WANT-CODE is held against the
      *    registry before anything it sent is accepted: an unknown
      *    or mistyped code is no longer taken as a new site, and a
      *    site retired on the registry cannot post. Either is noted
      *    once for the control report.
           SET WS-SITE-ACCEPTED TO TRUE
           MOVE ZERO TO WS-SITE-CUR
           IF WS-SITE-REGISTRY-LOADED
               PERFORM 2182-FIND-SITE-ENTRY
               EVALUATE TRUE
                   WHEN WS-SITE-CUR = ZERO
                       SET WS-SITE-UNREGISTERED TO TRUE
                       MOVE "U" TO WS-SXC-WANT-KIND
                       PERFORM 2186-NOTE-SITE-EXCEPTION
                   WHEN NOT WS-SITE-ACTIVE (WS-SITE-CUR)
                       SET WS-SITE-INACTIVE TO TRUE
                       MOVE "I" TO WS-SXC-WANT-KIND
                       PERFORM 2186-NOTE-SITE-EXCEPTION
               END-EVALUATE
           END-IF.

       2182-FIND-SITE-ENTRY.
           MOVE ZERO TO WS-SITE-CUR
           PERFORM 2184-MATCH-ONE-SITE
               VARYING WS-SITE-IX FROM 1 BY 1
               UNTIL WS-SITE-IX > WS-SITE-COUNT.

       2184-MATCH-ONE-SITE.
           IF WS-SITE-CODE (WS-SITE-IX) = WS-SRC-WANT-CODE
               MOVE WS-SITE-IX TO WS-SITE-CUR
           END-IF.

       2186-NOTE-SITE-EXCEPTION.
      *    One entry per site and kind, however many of the site's
      *    records tripped it. WS-SITE-CUR, when set, supplies the
      *    registered range and the day's volume counted so far.
           MOVE ZERO TO WS-SXC-FOUND-IX
           PERFORM 2188-MATCH-ONE-EXCEPTION
               VARYING WS-SXC-IX FROM 1 BY 1
               UNTIL WS-SXC-IX > WS-SXC-COUNT
           IF WS-SXC-FOUND-IX = ZERO
               IF WS-SXC-COUNT < WS-SXC-MAX
                   ADD 1 TO WS-SXC-COUNT
                   MOVE WS-SRC-WANT-CODE TO WS-SXC-CODE (WS-SXC-COUNT)
                   MOVE WS-SXC-WANT-KIND TO WS-SXC-KIND (WS-SXC-COUNT)
                   MOVE ZERO TO WS-SXC-VOLUME (WS-SXC-COUNT)
                   MOVE ZERO TO WS-SXC-MIN-VOLUME (WS-SXC-COUNT)
                   MOVE ZERO TO WS-SXC-MAX-VOLUME (WS-SXC-COUNT)
                   MOVE ZERO TO WS-SXC-CYCLE (WS-SXC-COUNT)
                   MOVE ZERO TO WS-SXC-EXPECT-CYCLE (WS-SXC-COUNT)
                   MOVE SPACES TO WS-SXC-LAST-DATE (WS-SXC-COUNT)
                   IF WS-SITE-CUR > ZERO
                       COMPUTE WS-SXC-VOLUME (WS-SXC-COUNT) =
                           WS-SITE-VOLUME (WS-SITE-CUR)
                               + WS-SITE-PRIOR-VOLUME (WS-SITE-CUR)
                       MOVE WS-SITE-MIN-VOLUME (WS-SITE-CUR)
                           TO WS-SXC-MIN-VOLUME (WS-SXC-COUNT)
                       MOVE WS-SITE-MAX-VOLUME (WS-SITE-CUR)
                           TO WS-SXC-MAX-VOLUME (WS-SXC-COUNT)
                   END-IF
               ELSE
      *            The return code still carries the warning; only
      *            the report line is lost.
                   DISPLAY "TRANEDIT: MORE THAN " WS-SXC-MAX
                       " SITE EXCEPTIONS - SITE '" WS-SRC-WANT-CODE
                       "' KIND " WS-SXC-WANT-KIND " NOT ON CTLRPT"
               END-IF
           END-IF.

       2188-MATCH-ONE-EXCEPTION.
           IF WS-SXC-CODE (WS-SXC-IX) = WS-SRC-WANT-CODE
               AND WS-SXC-KIND (WS-SXC-IX) = WS-SXC-WANT-KIND
               MOVE WS-SXC-IX TO WS-SXC-FOUND-IX
           END-IF.

       2200-VALIDATE-FIELD-1.
      *    WS-AREA-1/WS-AREA-2 is a REDEFINES overlay: any move into
      *    WS-AREA-1 can leave WS-FIELD-1 holding bytes that are not
               VARYING WS-RULE-IX FROM 1 BY 1
               UNTIL WS-RULE-IX > WS-RULE-COUNT
           PERFORM 2230-VALIDATE-AMOUNT
           PERFORM 2240-CHECK-PERIOD-OPEN
           PERFORM 2250-CHECK-SITE-ACCEPTED
           IF WS-FAIL-COUNT > ZERO
               SET WS-RECORD-INVALID TO TRUE
      *        Built-in amount failures carry their text in the
               END-STRING
           END-IF.

       2240-CHECK-PERIOD-OPEN.
      *    Late-dated activity under the REJECT rule: the run date's
      *    period is closed, so nothing dated in it may post. Carried
      *    as a reason code alongside any other failures, so a
      *    record that also fails its edits is fixed in one pass.
           IF WS-RUN-LATE-DATED AND WS-CLOSED-RULE-REJECT
               ADD 1 TO WS-FAIL-COUNT
               STRING "P001 " DELIMITED BY SIZE
                   INTO WS-REASON-WORK
                   WITH POINTER WS-REASON-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       2250-CHECK-SITE-ACCEPTED.
      *    A detail from a site the registry does not accept is
      *    rejected with the rest of its batch, carried like the
      *    amount edits so any other failure is fixed in the same
      *    pass once the site is registered.
           IF WS-SITE-UNREGISTERED
               ADD 1 TO WS-FAIL-COUNT
               STRING "S001 " DELIMITED BY SIZE
                   INTO WS-REASON-WORK
                   WITH POINTER WS-REASON-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF
           IF WS-SITE-INACTIVE
               ADD 1 TO WS-FAIL-COUNT
               STRING "S002 " DELIMITED BY SIZE
                   INTO WS-REASON-WORK
                   WITH POINTER WS-REASON-PTR
                   ON OVERFLOW CONTINUE
               END-STRING
           END-IF.

       2260-SET-SITE-REASON.
      *    Full-text reason for a record turned away on its site
      *    alone - a reversal or a header or trailer.
           MOVE SPACES TO WS-REASON-WORK
           IF WS-SITE-UNREGISTERED
               STRING "S001 SITE '" WS-SRC-WANT-CODE
                   "' NOT REGISTERED"
                   DELIMITED BY SIZE INTO WS-REASON-WORK
           ELSE
               STRING "S002 SITE '" WS-SRC-WANT-CODE
                   "' INACTIVE ON REGISTRY"
                   DELIMITED BY SIZE INTO WS-REASON-WORK
           END-IF.

       2300-WRITE-REJECT.
      *    Bad records are captured, not dropped, so data-entry can
      *    review and re-key them the next morning.
               MOVE WS-DEBIT-AMOUNT-TOTAL TO CKPT-DEBIT-AMOUNT
               MOVE WS-CREDIT-AMOUNT-TOTAL TO CKPT-CREDIT-AMOUNT
               MOVE WS-INPUT-AMOUNT-TOTAL TO CKPT-INPUT-AMOUNT
               MOVE WS-RECORDS-HELD TO CKPT-RECORDS-HELD
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CKPT-OK
                   WRITE CHECKPOINT-RECORD
           MOVE WS-DR-CR-CODE TO GLX-DR-CR
           MOVE WS-AMOUNT TO GLX-AMOUNT
           MOVE WS-SOURCE-CODE TO GLX-SOURCE
           MOVE WS-POST-PERIOD TO GLX-PERIOD
           IF WS-RUN-LATE-DATED
               MOVE "P" TO GLX-PRIOR-PERIOD
           ELSE
               MOVE SPACE TO GLX-PRIOR-PERIOD
           END-IF
           MOVE WS-REC-TYPE TO WS-ACCT-WANT-TYPE
           PERFORM 2660-SET-GL-ACCOUNTS
           WRITE GL-EXTRACT-RECORD

       2650-POST-MASTER.
      *    Every accepted record lands on the transaction master
      *    under record type, WS-FIELD-1, today's run date and its
      *    cycle, with the full 100-byte area, so the inquiry
      *    program can answer for it tomorrow. A key already on file
      *    is sorted out by 2655.
           IF WS-MST-AVAILABLE
               MOVE WS-REC-TYPE TO MST-REC-TYPE
               MOVE WS-FIELD-1 TO MST-FIELD-1
               MOVE WS-REJECT-DATE TO MST-RUN-DATE
               MOVE WS-REC-CYCLE-NO TO MST-CYCLE-NO
               MOVE WS-AREA-1 TO MST-AREA
               SET MST-ACTIVE TO TRUE
               MOVE WS-POST-PERIOD TO MST-POST-PERIOD
               IF WS-RUN-LATE-DATED
                   SET MST-PRIOR-PERIOD TO TRUE
               ELSE
                   MOVE SPACE TO MST-PRIOR-PERIOD-FLAG
               END-IF
               MOVE SPACES TO MST-RVSL-PERIOD
               MOVE SPACES TO MST-RVSL-DATE
               MOVE SPACES TO MST-RVSL-SOURCE
               WRITE MASTER-RECORD
               IF WS-MST-STATUS = "22"
                   PERFORM 2655-RESOLVE-MASTER-KEY
               END-IF
               IF NOT WS-MST-OK
                   DISPLAY "TRANEDIT: TRANMSTR WRITE FAILED, STATUS="
               END-IF
           END-IF.

       2655-RESOLVE-MASTER-KEY.
      *    A checkpoint-restarted rerun of the same record lands on
      *    its own earlier posting, and the REWRITE keeps that path
      *    quiet. Anything else is a second transaction carrying the
      *    same reference inside one cycle: the first posting
      *    stands, and the second is named for operations instead of
      *    silently overwriting it. A posting on file that has been
      *    reversed is never overwritten, however alike the two are:
      *    a rerun of a cycle TRANBACK backed out runs into it, and
      *    it is set aside by 2657 with its reversal intact while
      *    tonight's takes its key.
           MOVE MASTER-RECORD TO WS-MST-HOLD-RECORD
           READ MASTER-FILE
           IF WS-MST-OK
               IF MST-REVERSED
                   PERFORM 2657-SET-ASIDE-REVERSED
               ELSE
                   IF MST-AREA = WS-MST-HOLD-AREA
                       MOVE WS-MST-HOLD-RECORD TO MASTER-RECORD
                       REWRITE MASTER-RECORD
                   ELSE
                       DISPLAY "TRANEDIT: TRANMSTR ALREADY HOLDS "
                           MST-REC-TYPE "/" MST-FIELD-1 " FOR "
                           MST-RUN-DATE " CYCLE " MST-CYCLE-NO
                           " - SECOND POSTING NOT ON MASTER"
                       SET WS-RUN-DEGRADED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2657-SET-ASIDE-REVERSED.
      *    The reversed posting keeps its run date - the night it
      *    was made still owns its figures - and moves to the first
      *    free cycle from 9000 up, a range no capture site sends.
      *    Should none be free it goes back under its own key and
      *    tonight's posting is reported as 2655 always has.
           MOVE MASTER-RECORD TO WS-MST-ASIDE-RECORD
           DELETE MASTER-FILE
           IF WS-MST-OK
               MOVE 9000 TO WS-MST-ASIDE-CYCLE
               MOVE "22" TO WS-MST-STATUS
               PERFORM 2658-WRITE-ASIDE-POSTING
                   UNTIL WS-MST-STATUS NOT = "22"
                   OR WS-MST-ASIDE-CYCLE > 9998
               IF WS-MST-OK
                   DISPLAY "TRANEDIT: REVERSED POSTING "
                       MST-REC-TYPE "/" MST-FIELD-1 " FOR "
                       MST-RUN-DATE " SET ASIDE AS CYCLE "
                       MST-CYCLE-NO
                   MOVE WS-MST-HOLD-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
               ELSE
                   MOVE WS-MST-ASIDE-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
                   DISPLAY "TRANEDIT: TRANMSTR ALREADY HOLDS "
                       MST-REC-TYPE "/" MST-FIELD-1 " FOR "
                       MST-RUN-DATE " CYCLE " MST-CYCLE-NO
                       " - SECOND POSTING NOT ON MASTER"
                   SET WS-RUN-DEGRADED TO TRUE
               END-IF
           END-IF.

       2658-WRITE-ASIDE-POSTING.
           MOVE WS-MST-ASIDE-RECORD TO MASTER-RECORD
           MOVE WS-MST-ASIDE-CYCLE TO MST-CYCLE-NO
           WRITE MASTER-RECORD
           ADD 1 TO WS-MST-ASIDE-CYCLE.

       2700-PROCESS-REVERSAL.
      *    A reversal names the transaction it backs out: the record
      *    type in WS-RVSL-ORIG-TYPE and the WS-FIELD-1 value at the
      *    extract. Anything that cannot be matched goes to TRANREJ
      *    with its own reason - an off-system correction is exactly
      *    what the auditors write us up for.
      *    A reversal is activity like any other: under the REJECT
      *    rule it is turned away on a late-dated night (P001), and
      *    when the posting it names booked to a closed period it is
      *    a late reversal (P002). Under the POST rule both go
      *    through, with the offset booked to the open period and
      *    flagged prior-period.
      *    A reversal from a site the registry does not accept is
      *    turned away before it can touch the master.
           MOVE SPACES TO WS-REASON-WORK
           IF NOT WS-SITE-ACCEPTED
               PERFORM 2260-SET-SITE-REASON
               PERFORM 2740-REJECT-REVERSAL
           ELSE
           IF WS-FIELD-1 NOT NUMERIC
               MOVE "R001 REVERSAL FIELD-1 NOT NUMERIC"
                   TO WS-REASON-WORK
               PERFORM 2740-REJECT-REVERSAL
           ELSE
               IF WS-RUN-LATE-DATED AND WS-CLOSED-RULE-REJECT
                   STRING "P001 RUN DATE IN CLOSED PERIOD "
                       WS-RUN-PERIOD
                       DELIMITED BY SIZE INTO WS-REASON-WORK
                   PERFORM 2740-REJECT-REVERSAL
               ELSE
               IF NOT WS-MST-AVAILABLE
                   MOVE "R002 MASTER UNAVAILABLE - NOT MATCHED"
                       TO WS-REASON-WORK
               ELSE
                   PERFORM 2710-MATCH-REVERSAL
                   IF WS-RVSL-MATCHED
                       PERFORM 2705-CHECK-ORIG-PERIOD
                       IF WS-PRD-FOUND-IX > ZERO
                           AND WS-CLOSED-RULE-REJECT
                           STRING "P002 ORIGINAL IN CLOSED PERIOD "
                               WS-ORIG-PERIOD
                               DELIMITED BY SIZE INTO WS-REASON-WORK
                           PERFORM 2740-REJECT-REVERSAL
                       ELSE
                           PERFORM 2720-APPLY-REVERSAL
                       END-IF
                   ELSE
                       MOVE "R003 UNMATCHED REVERSAL"
                           TO WS-REASON-WORK
                       PERFORM 2740-REJECT-REVERSAL
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2705-CHECK-ORIG-PERIOD.
      *    The matched posting is in the master buffer. Its period is
      *    the one it booked to, or its run-date month when it was
      *    posted before period control. The offset is prior-period
      *    when that period is closed or tonight is late-dated.
           IF MST-POST-PERIOD = SPACES
               MOVE MST-RUN-DATE (1:6) TO WS-ORIG-PERIOD
           ELSE
               MOVE MST-POST-PERIOD TO WS-ORIG-PERIOD
           END-IF
           MOVE WS-ORIG-PERIOD TO WS-PRD-WANT-PERIOD
           PERFORM 1520-FIND-CLOSED-PERIOD
           IF WS-PRD-FOUND-IX > ZERO OR WS-RUN-LATE-DATED
               MOVE "P" TO WS-GLX-PRIOR-FLAG
           ELSE
               MOVE SPACE TO WS-GLX-PRIOR-FLAG
           END-IF.

       2710-MATCH-REVERSAL.
      *    The master key is type + field-1 + run date + cycle, so
      *    every posting of the named transaction sits in one key
      *    range.
      *    The scan keeps the last still-active posting it sees -
      *    the most recent one - as the match, and leaves its record
      *    in the buffer for 2720's REWRITE.
           MOVE WS-RVSL-WANT-TYPE TO MST-REC-TYPE
           MOVE WS-RVSL-WANT-FIELD-1 TO MST-FIELD-1
           MOVE LOW-VALUES TO MST-RUN-DATE
           MOVE ZERO TO MST-CYCLE-NO
           START MASTER-FILE KEY >= MST-KEY
               INVALID KEY
                   SET WS-RVSL-SCAN-DONE TO TRUE
               MOVE WS-RVSL-WANT-TYPE TO MST-REC-TYPE
               MOVE WS-RVSL-WANT-FIELD-1 TO MST-FIELD-1
               MOVE WS-RVSL-MATCH-DATE TO MST-RUN-DATE
               MOVE WS-RVSL-MATCH-CYCLE TO MST-CYCLE-NO
               READ MASTER-FILE
               IF NOT WS-MST-OK
                   MOVE "N" TO WS-RVSL-MATCH-SWITCH
                       IF MST-ACTIVE
                           SET WS-RVSL-MATCHED TO TRUE
                           MOVE MST-RUN-DATE TO WS-RVSL-MATCH-DATE
                           MOVE MST-CYCLE-NO TO WS-RVSL-MATCH-CYCLE
                       END-IF
                   ELSE
                       SET WS-RVSL-SCAN-DONE TO TRUE
           END-IF
           PERFORM 2730-WRITE-GL-OFFSET
           SET MST-REVERSED TO TRUE
           MOVE WS-POST-PERIOD TO MST-RVSL-PERIOD
           MOVE WS-REJECT-DATE TO MST-RVSL-DATE
           MOVE WS-SOURCE-CODE TO MST-RVSL-SOURCE
           REWRITE MASTER-RECORD
           IF NOT WS-MST-OK
               DISPLAY "TRANEDIT: TRANMSTR REWRITE FAILED, STATUS="
           END-IF
           MOVE "V" TO WS-ACK-DISP
           MOVE SPACES TO WS-ACK-REASONS
           IF WS-GLX-PRIOR-FLAG = "P"
               ADD 1 TO WS-RECORDS-PRIOR-PERIOD
               STRING "P003 PRIOR PERIOD - POSTED TO "
                   WS-POST-PERIOD
                   DELIMITED BY SIZE INTO WS-ACK-REASONS
           END-IF
           PERFORM 2860-WRITE-ACK.

       2730-WRITE-GL-OFFSET.
      *    reversing site's own source code - matching the side the
      *    per-source control totals charged the back-out to.
           MOVE WS-SOURCE-CODE TO GLX-SOURCE
           MOVE WS-POST-PERIOD TO GLX-PERIOD
           MOVE WS-GLX-PRIOR-FLAG TO GLX-PRIOR-PERIOD
      *    The offset carries the same accounts the original posting
      *    was coded to, so the back-out lands where the posting did.
           MOVE WS-RVSL-WANT-TYPE TO WS-ACCT-WANT-TYPE
           PERFORM 2860-WRITE-ACK
           PERFORM 2350-CHECK-REJECT-LIMIT.

       2800-CHECK-HIGH-VALUE.
      *    An otherwise good transaction over the limit for its
      *    record type, or over the limit for its capture site, is
      *    held for a supervisor instead of posting - unless a
      *    supervisor has already approved this very transaction
      *    (TRANHVAP), in which case it posts and the approval is
      *    used up. WS-AMOUNT is numeric: A001 passed.
           MOVE SPACES TO WS-HV-REASON
           IF WS-HVL-COUNT > ZERO
               MOVE "T" TO WS-HVL-WANT-KIND
               MOVE WS-REC-TYPE TO WS-HVL-WANT-CODE
               PERFORM 2805-FIND-HV-LIMIT
               IF WS-HVL-FOUND-IX > ZERO
                   AND WS-AMOUNT > WS-HVL-LIMIT (WS-HVL-FOUND-IX)
                   SET WS-HV-HOLD TO TRUE
                   STRING "H001 HELD FOR APPROVAL - OVER TYPE "
                       WS-REC-TYPE " LIMIT"
                       DELIMITED BY SIZE INTO WS-HV-REASON
               ELSE
                   MOVE "S" TO WS-HVL-WANT-KIND
                   MOVE WS-SOURCE-CODE TO WS-HVL-WANT-CODE
                   PERFORM 2805-FIND-HV-LIMIT
                   IF WS-HVL-FOUND-IX > ZERO
                       AND WS-AMOUNT > WS-HVL-LIMIT (WS-HVL-FOUND-IX)
                       SET WS-HV-HOLD TO TRUE
                       STRING "H001 HELD FOR APPROVAL - OVER SITE "
                           WS-SOURCE-CODE " LIMIT"
                           DELIMITED BY SIZE INTO WS-HV-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HV-HOLD AND WS-HVR-COUNT > ZERO
               PERFORM 2450-COMPUTE-CHECK-VALUE
               PERFORM 2810-FIND-HV-APPROVAL
               IF WS-HVR-FOUND-IX > ZERO
                   MOVE "N" TO WS-HV-HOLD-SWITCH
                   SET WS-HV-APPROVED TO TRUE
                   SET WS-HVR-USED (WS-HVR-FOUND-IX) TO TRUE
                   MOVE WS-HVR-IMAGE (WS-HVR-FOUND-IX) TO WS-HVR-LOOK
                   MOVE WS-HVR-LOOK-APPROVER TO WS-HV-APPROVED-BY
                   ADD 1 TO WS-RECORDS-HV-APPROVED
               END-IF
           END-IF.

       2805-FIND-HV-LIMIT.
           MOVE ZERO TO WS-HVL-FOUND-IX
           PERFORM 2808-MATCH-ONE-LIMIT
               VARYING WS-HVL-IX FROM 1 BY 1
               UNTIL WS-HVL-IX > WS-HVL-COUNT.

       2808-MATCH-ONE-LIMIT.
           IF WS-HVL-KIND (WS-HVL-IX) = WS-HVL-WANT-KIND
               AND WS-HVL-CODE (WS-HVL-IX) = WS-HVL-WANT-CODE
               MOVE WS-HVL-IX TO WS-HVL-FOUND-IX
           END-IF.

       2810-FIND-HV-APPROVAL.
      *    The first unused approval for the same type, field-1 and
      *    content check value - the same signature TRANHIST keys
      *    on, so an approval cannot release a different item that
      *    happens to share a reference number.
           MOVE ZERO TO WS-HVR-FOUND-IX
           PERFORM 2815-MATCH-ONE-APPROVAL
               VARYING WS-HVR-IX FROM 1 BY 1
               UNTIL WS-HVR-IX > WS-HVR-COUNT.

       2815-MATCH-ONE-APPROVAL.
           IF WS-HVR-FOUND-IX = ZERO
                   AND NOT WS-HVR-USED (WS-HVR-IX)
               MOVE WS-HVR-IMAGE (WS-HVR-IX) TO WS-HVR-LOOK
               IF WS-HVR-LOOK-TYPE = WS-REC-TYPE
                   AND WS-HVR-LOOK-FIELD-1 = WS-FIELD-1
                   AND WS-HVR-LOOK-CHECK = WS-CHECK-VALUE
                   MOVE WS-HVR-IX TO WS-HVR-FOUND-IX
               END-IF
           END-IF.

       2840-HOLD-HIGH-VALUE.
      *    Held lines use the reject-line shape, like the duplicate
      *    suspense, so the morning approval run reads them with the
      *    same layout. Nothing is posted, extracted or recorded in
      *    history: the item is not accepted until it is approved.
           ADD 1 TO WS-RECORDS-HELD
           MOVE WS-AREA-1 TO WS-REJECT-AREA
           MOVE WS-HV-REASON TO WS-REJECT-REASON
           STRING WS-REJECT-MM "/" WS-REJECT-DD "/" WS-REJECT-YYYY
               DELIMITED BY SIZE INTO WS-REJECT-DATE-OUT
           MOVE WS-REJECT-LINE TO HV-SUSPENSE-RECORD
           WRITE HV-SUSPENSE-RECORD
           IF NOT WS-HVS-OK
               DISPLAY "TRANEDIT: HVSUSP WRITE FAILED, STATUS="
                   WS-HVS-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF
           MOVE "H" TO WS-ACK-DISP
           MOVE WS-HV-REASON TO WS-ACK-REASONS
           PERFORM 2860-WRITE-ACK.

       2860-WRITE-ACK.
      *    Disposition and reasons were set by the caller; the rest
      *    comes off the record in the buffer and the run controls.
           MOVE WS-ACK-DISP TO ACK-DISPOSITION
           MOVE WS-ACK-REASONS TO ACK-REASONS
           MOVE WS-REJECT-DATE TO ACK-RUN-DATE
           MOVE WS-REC-CYCLE-NO TO ACK-CYCLE-NO
           MOVE WS-SOURCE-CODE TO ACK-SOURCE
           WRITE ACK-RECORD
           IF NOT WS-ACK-OK
               END-IF
               MOVE WS-TRL-SOURCE-CODE TO WS-SRC-WANT-CODE
               PERFORM 2172-REGISTER-SOURCE
      *        A trailer from a site the registry turns away is
      *        rejected with its batch, but its figures still prove
      *        the transmission arrived whole.
               PERFORM 2180-CHECK-SITE
               IF NOT WS-SITE-ACCEPTED
                   PERFORM 2960-REJECT-CONTROL-RECORD
               END-IF
               IF WS-SRC-CUR > ZERO
                   SET WS-SRC-TRL-SEEN (WS-SRC-CUR) TO TRUE
                   MOVE WS-TRL-RECORD-COUNT
      *    The next site's batch header on the consolidated feed:
      *    register the site and hold its run date to the same
      *    standard the first header met. The cycle number kept for
      *    the run remains the first capture-site header's; the
      *    site's own figures and postings carry the cycle its
      *    header names.
           SET WS-HEADER-SEEN TO TRUE
           MOVE WS-HDR-SOURCE-CODE TO WS-SRC-WANT-CODE
           PERFORM 2172-REGISTER-SOURCE
           PERFORM 2955-SET-SOURCE-CYCLE
           PERFORM 2965-CHECK-HEADER-SITE
           IF WS-HDR-RUN-DATE NOT = WS-REJECT-DATE
               DISPLAY "TRANEDIT: HEADER RUN DATE " WS-HDR-RUN-DATE
                   " FOR SOURCE '" WS-HDR-SOURCE-CODE
               SET WS-BATCH-OUT-OF-BALANCE TO TRUE
           END-IF.

       2955-SET-SOURCE-CYCLE.
           IF WS-SRC-CUR > ZERO AND WS-HDR-CYCLE-NO NUMERIC
               MOVE WS-HDR-CYCLE-NO TO WS-SRC-CYCLE-NO (WS-SRC-CUR)
           END-IF.

       2960-REJECT-CONTROL-RECORD.
      *    A header or trailer is not a transaction - it is not
      *    counted as read or rejected and gets no acknowledgment -
      *    but it goes to TRANREJ with its site's details so data
      *    entry sees the whole batch that was turned away. On a
      *    restart the control records ahead of the checkpoint were
      *    written by the run that abended and are not written twice.
           PERFORM 2260-SET-SITE-REASON
           IF WS-RESTART-COUNT = ZERO
               OR WS-REPOSITION-COUNT >= WS-RESTART-COUNT
               DISPLAY "TRANEDIT: " WS-REC-TYPE " RECORD REJECTED - "
                   WS-REASON-WORK
               PERFORM 2300-WRITE-REJECT
           END-IF.

       2965-CHECK-HEADER-SITE.
      *    Marks a registered site's header as received for the
      *    end-of-run expected-site check, or rejects the header.
           PERFORM 2180-CHECK-SITE
           IF WS-SITE-ACCEPTED
               IF WS-SITE-CUR > ZERO
                   SET WS-SITE-HDR-SEEN (WS-SITE-CUR) TO TRUE
               END-IF
           ELSE
               PERFORM 2960-REJECT-CONTROL-RECORD
           END-IF.

       3000-TERMINATE.
           PERFORM 3100-BALANCE-BATCH
           PERFORM 3050-CHECK-SITE-EXPECTATIONS
           IF WS-RECORDS-PRIOR-PERIOD > ZERO
               DISPLAY "TRANEDIT: " WS-RECORDS-PRIOR-PERIOD
                   " PRIOR-PERIOD ITEMS POSTED TO " WS-POST-PERIOD
           END-IF
           PERFORM 2870-WRITE-ACK-TRAILER
           CLOSE TRANS-FILE
           CLOSE REJECT-FILE
           CLOSE GL-EXTRACT-FILE
           CLOSE ACK-FILE
           CLOSE DUP-FILE
           CLOSE HV-SUSPENSE-FILE
           IF WS-RECORDS-HELD > ZERO
               DISPLAY "TRANEDIT: " WS-RECORDS-HELD
                   " HIGH-VALUE ITEMS HELD FOR APPROVAL"
           END-IF
           IF WS-RECORDS-HV-APPROVED > ZERO
               DISPLAY "TRANEDIT: " WS-RECORDS-HV-APPROVED
                   " APPROVED HIGH-VALUE ITEMS POSTED"
           END-IF
           IF WS-HIST-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF
               AND NOT WS-FILE-ERROR
               AND WS-RECORDS-READ > ZERO
               PERFORM 3150-WRITE-GL-CONTROL
      *        Approvals are used up only by a run whose postings
      *        reach the GL; a failed night is rerun with them.
               IF WS-RECORDS-HV-APPROVED > ZERO
                   PERFORM 3170-REWRITE-HV-RELEASES
               END-IF
      *        Likewise the cycles: only a run that reaches the GL
      *        counts them as processed.
               IF WS-CYC-ADVANCED
                   PERFORM 3180-REWRITE-CYCLE-CONTROL
               END-IF
           END-IF
           PERFORM 3200-CALL-TRANRPT.

       3050-CHECK-SITE-EXPECTATIONS.
      *    The night held against the registry: every active site
      *    due to send this cycle must have sent its header, and
      *    every active site that was due or did send must fall
      *    inside its expected volume. The volume range is daily,
      *    so it is held against the day's total once the site's
      *    last registered cycle is in. A tripped breaker abandoned
      *    the file mid-read, so its volumes prove nothing.
           IF WS-SITE-REGISTRY-LOADED AND NOT WS-BREAKER-TRIPPED
               MOVE WS-CYCLE-NO TO WS-EXPECT-CYCLE
               PERFORM 3060-CHECK-ONE-SITE
                   VARYING WS-SITE-IX FROM 1 BY 1
                   UNTIL WS-SITE-IX > WS-SITE-COUNT
               IF WS-SXC-COUNT > ZERO
                   DISPLAY "TRANEDIT: " WS-SXC-COUNT
                       " CAPTURE-SITE EXCEPTIONS - SEE CTLRPT"
               END-IF
           END-IF.

       3060-CHECK-ONE-SITE.
           IF WS-SITE-ACTIVE (WS-SITE-IX)
               MOVE WS-SITE-IX TO WS-SITE-CUR
               MOVE WS-SITE-CODE (WS-SITE-IX) TO WS-SRC-WANT-CODE
               COMPUTE WS-SITE-DAY-VOLUME =
                   WS-SITE-VOLUME (WS-SITE-IX)
                       + WS-SITE-PRIOR-VOLUME (WS-SITE-IX)
               IF WS-SITE-CYCLES (WS-SITE-IX) >= WS-EXPECT-CYCLE
                   AND NOT WS-SITE-HDR-SEEN (WS-SITE-IX)
                   DISPLAY "TRANEDIT: SITE '" WS-SITE-CODE (WS-SITE-IX)
                       "' EXPECTED BUT SENT NO HEADER"
                   MOVE "M" TO WS-SXC-WANT-KIND
                   PERFORM 2186-NOTE-SITE-EXCEPTION
               ELSE
               IF (WS-SITE-CYCLES (WS-SITE-IX) >= WS-EXPECT-CYCLE
                   OR WS-SITE-HDR-SEEN (WS-SITE-IX)
                   OR WS-SITE-VOLUME (WS-SITE-IX) > ZERO)
                   AND WS-EXPECT-CYCLE >= WS-SITE-CYCLES (WS-SITE-IX)
                   IF WS-SITE-DAY-VOLUME
                           < WS-SITE-MIN-VOLUME (WS-SITE-IX)
                       DISPLAY "TRANEDIT: SITE '"
                           WS-SITE-CODE (WS-SITE-IX) "' DAY VOLUME "
                           WS-SITE-DAY-VOLUME " BELOW "
                           WS-SITE-MIN-VOLUME (WS-SITE-IX)
                       MOVE "L" TO WS-SXC-WANT-KIND
                       PERFORM 2186-NOTE-SITE-EXCEPTION
                   END-IF
                   IF WS-SITE-MAX-VOLUME (WS-SITE-IX) > ZERO
                       AND WS-SITE-DAY-VOLUME
                           > WS-SITE-MAX-VOLUME (WS-SITE-IX)
                       DISPLAY "TRANEDIT: SITE '"
                           WS-SITE-CODE (WS-SITE-IX) "' DAY VOLUME "
                           WS-SITE-DAY-VOLUME " ABOVE "
                           WS-SITE-MAX-VOLUME (WS-SITE-IX)
                       MOVE "H" TO WS-SXC-WANT-KIND
                       PERFORM 2186-NOTE-SITE-EXCEPTION
                   END-IF
               END-IF
               END-IF
           END-IF.

       3100-BALANCE-BATCH.
      *    When the sender supplied a trailer, the run may only
      *    finish clean if our own read count and input hash prove
               MOVE WS-HASH-TOTAL TO GLC-HASH-TOTAL
               MOVE WS-DEBIT-AMOUNT-TOTAL TO GLC-DEBIT-AMOUNT
               MOVE WS-CREDIT-AMOUNT-TOTAL TO GLC-CREDIT-AMOUNT
               MOVE WS-CYCLE-NO TO GLC-CYCLE-NO
               WRITE GL-CONTROL-RECORD
               IF NOT WS-GLC-OK
                   DISPLAY "TRANEDIT: GLCTL WRITE FAILED, STATUS="
           MOVE WS-SRC-DEBIT-AMOUNT (WS-SRC-IX) TO GLC-DEBIT-AMOUNT
           MOVE WS-SRC-CREDIT-AMOUNT (WS-SRC-IX)
               TO GLC-CREDIT-AMOUNT
           MOVE WS-SRC-CYCLE-NO (WS-SRC-IX) TO GLC-CYCLE-NO
           WRITE GL-CONTROL-RECORD
           IF NOT WS-GLC-OK
               DISPLAY "TRANEDIT: GLCTL WRITE FAILED, STATUS="
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       3170-REWRITE-HV-RELEASES.
      *    Whatever was not used tonight stays on file for the night
      *    its transaction does come back through.
           OPEN OUTPUT HV-RELEASE-FILE
           IF WS-HVR-OK
               PERFORM 3175-WRITE-ONE-RELEASE
                   VARYING WS-HVR-IX FROM 1 BY 1
                   UNTIL WS-HVR-IX > WS-HVR-COUNT
               CLOSE HV-RELEASE-FILE
           ELSE
               DISPLAY "TRANEDIT: UNABLE TO REWRITE HVREL, STATUS="
                   WS-HVR-STATUS " - USED APPROVALS STILL ON FILE"
               SET WS-RUN-DEGRADED TO TRUE
           END-IF.

       3175-WRITE-ONE-RELEASE.
           IF NOT WS-HVR-USED (WS-HVR-IX)
               MOVE WS-HVR-IMAGE (WS-HVR-IX) TO HV-RELEASE-RECORD
               WRITE HV-RELEASE-RECORD
               IF NOT WS-HVR-OK
                   DISPLAY "TRANEDIT: HVREL WRITE FAILED, STATUS="
                       WS-HVR-STATUS
                   SET WS-RUN-DEGRADED TO TRUE
               END-IF
           END-IF.

       3180-REWRITE-CYCLE-CONTROL.
      *    Each site whose header went through tonight is stamped
      *    with its cycle and this run's detail count added to its
      *    day's volume; the others are written back as they were.
      *    A control that cannot be written leaves the cycles just
      *    posted looking unprocessed - the next cycle would then be
      *    refused as a gap, so operations must correct the file.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CYC-STAMP
           OPEN OUTPUT CYCLE-CTL-FILE
           IF WS-CYC-OK
               PERFORM 3185-WRITE-ONE-CYCLE-CARD
                   VARYING WS-CYC-IX FROM 1 BY 1
                   UNTIL WS-CYC-IX > WS-CYC-COUNT
               CLOSE CYCLE-CTL-FILE
           ELSE
               DISPLAY "TRANEDIT: UNABLE TO REWRITE CYCLCTL, STATUS="
                   WS-CYC-STATUS " - CORRECT IT BEFORE THE NEXT CYCLE"
               SET WS-RUN-DEGRADED TO TRUE
           END-IF.

       3185-WRITE-ONE-CYCLE-CARD.
           IF WS-CYC-SEEN (WS-CYC-IX)
               MOVE WS-CYC-SOURCE (WS-CYC-IX) TO WS-SRC-WANT-CODE
               PERFORM 2175-FIND-SOURCE-ENTRY
               IF WS-SRC-CUR > ZERO
                   ADD WS-SRC-READ (WS-SRC-CUR)
                       TO WS-CYC-DAY-VOLUME (WS-CYC-IX)
               END-IF
               MOVE WS-CYC-STAMP TO WS-CYC-UPDATED (WS-CYC-IX)
           END-IF
           MOVE SPACES TO CYCLE-CTL-CARD
           MOVE WS-CYC-SOURCE (WS-CYC-IX) TO CYC-SOURCE
           MOVE WS-CYC-RUN-DATE (WS-CYC-IX) TO CYC-RUN-DATE
           MOVE WS-CYC-LAST-CYCLE (WS-CYC-IX) TO CYC-LAST-CYCLE
           MOVE WS-CYC-DAY-VOLUME (WS-CYC-IX) TO CYC-DAY-VOLUME
           MOVE WS-CYC-UPDATED (WS-CYC-IX) TO CYC-UPDATED
           WRITE CYCLE-CTL-CARD
           IF NOT WS-CYC-OK
               DISPLAY "TRANEDIT: CYCLCTL WRITE FAILED, STATUS="
                   WS-CYC-STATUS " - CORRECT IT BEFORE THE NEXT CYCLE"
               SET WS-RUN-DEGRADED TO TRUE
           END-IF.

       3200-CALL-TRANRPT.
           CALL "TRANRPT" USING WS-DD-CTLRPT
                                 WS-DD-RUNSTAT
                                 WS-REJECT-DATE
                                 WS-CYCLE-NO
                                 WS-RECORDS-READ
                                 WS-RECORDS-PASSED
                                 WS-RECORDS-REJECTED
                                 WS-RECORDS-DUPLICATE
                                 WS-RECORDS-REVERSED
                                 WS-RECORDS-HELD
                                 WS-HASH-TOTAL
                                 WS-DEBIT-AMOUNT-TOTAL
                                 WS-CREDIT-AMOUNT-TOTAL
                                 WS-SRC-COUNT
                                 WS-SRC-TABLE
                                 WS-SXC-COUNT
                                 WS-SXC-TABLE
           END-CALL.

       3250-REPORT-REFUSAL.
      *    Nothing was opened and nothing read. The control report
      *    names the refusal; the checkpoint, the data outputs and
      *    cycle control stay exactly as the last good run left
      *    them.
           PERFORM 3200-CALL-TRANRPT.

       3300-SET-RETURN-CODE.
      *    Worst condition wins: 16 abend (reject-rate breaker), 12
      *    error (file failure, nothing processed, transmission
      *    refused by cycle control, batch out of balance), 4
      *    warning (any reject, any duplicate held, any high-value
      *    item held, any prior-period item, any capture-site
      *    exception, or a degraded run), 0 clean.
           EVALUATE TRUE
               WHEN WS-BREAKER-TRIPPED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FILE-ERROR
                   OR WS-SEQ-REFUSED
                   OR WS-RECORDS-READ = ZERO
                   OR WS-BATCH-OUT-OF-BALANCE
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RECORDS-REJECTED > ZERO
                   OR WS-RECORDS-DUPLICATE > ZERO
                   OR WS-RECORDS-HELD > ZERO
                   OR WS-RECORDS-PRIOR-PERIOD > ZERO
                   OR WS-SXC-COUNT > ZERO
                   OR WS-RUN-DEGRADED
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
