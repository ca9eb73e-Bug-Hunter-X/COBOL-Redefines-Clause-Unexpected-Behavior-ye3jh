       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANBACK.
      *
      *  TRANBACK backs out a whole run that should never have been
      *  processed - yesterday's TRANSIN sent again, a test file fed
      *  to production - where the only tool used to be one type-09
      *  reversal per transaction, keyed by hand. Named by run date,
      *  and optionally by cycle and capture site, every posting the
      *  run left on TRANMSTR is:
      *
      *    - marked reversed, stamped with today as its reversal
      *      night, the open period the offset books to, and its own
      *      site as the reversing site;
      *    - taken off TRANHIST, so the corrected file can be run
      *      through again without every record held as a duplicate;
      *    - offset on a fresh GLEXTR - one record per posting, the
      *      same negated shape TRANEDIT's 2730-WRITE-GL-OFFSET cuts
      *      for a single reversal, to the accounts the posting was
      *      coded to - with a matching GLCTL for GLRECON to prove.
      *
      *  The backout's figures are filed on TRANSTAT under today's
      *  date and a backout cycle counted down from 9999, one line
      *  per site plus the "ALL" line, exactly as a night that
      *  applied the same reversals would have filed them, so
      *  TRANINTG still proves the master. A
      *  BKOUT entry naming the run goes on RUNLEDG, and BACKRPT
      *  lists every posting touched.
      *
      *  The backout is refused - nothing changed, RC 12 - when any
      *  posting of the run has already been reversed (back those
      *  out through their own offsets first, or name the cycle and
      *  site more narrowly), when any posting of the run has been
      *  aged off to TRANARCT (or a generation that could hold one
      *  is purged or unreadable), when a posting has no GLACCTS
      *  card in force on its run date, or when the run left
      *  nothing on the master.
      *
      *  Reversals the run itself applied are not undone: the
      *  postings they took out stay reversed and are re-entered
      *  through data entry if they should stand.
      *
      *  BACKPARM control cards, KEYWORD=VALUE:
      *    RUN-DATE=yyyymmdd  the run to back out (required)
      *    CYCLE=nnnn         that cycle only (default, or ALL,
      *                       every cycle)
      *    SOURCE=xxx         that capture site only (default, or ALL,
      *                       every site; UNK names the legacy
      *                       unnamed feed)
      *    MODE=SIMULATE|APPLY  SIMULATE (the default) reports what
      *                       would be backed out and changes
      *                       nothing
      *    OPERATOR=xxxxxxxx  who ordered the backout (required)
      *
      *    RC 00  backed out, or simulated with nothing in the way
      *    RC 04  backed out, but TRANHIST could not be opened - run
      *           TRANHREB before the next TRANEDIT
      *    RC 12  refused, or a file failed mid-backout
      *    RC 16  a working table overflowed - nothing changed
      *
      *  The run mode comes from the run-time PARM the way TRANEDIT
      *  resolves it: TEST backs out of TSTMSTR/TSTHIST into
      *  TSTGLX/TSTGLC/TSTSTAT, and the archive is not consulted -
      *  AGEOFF only sweeps TRANMSTR.
      *
      *  JOB-STREAM ORDER: GLEXTR and GLCTL are cut afresh, so run
      *  this between cycles, after the GL load has taken the last
      *  cycle's extract; then GLRECON and the GL load for the
      *  backout, then the corrected file through TRANEDIT with
      *  CYCLE-CHECK=BYPASS if it carries the cycle backed out.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same declaration TRANEDIT builds the master with; the
      *    run is found through the run-date path.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-DD-TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-FIELD-1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-DD-TRANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN DYNAMIC WS-DD-GLEXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN DYNAMIC WS-DD-GLCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.

           SELECT STATS-FILE ASSIGN DYNAMIC WS-DD-RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN DYNAMIC WS-DD-GLACCTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-DD-PERIODS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TRANARCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT GEN-MST-IN ASSIGN DYNAMIC WS-DD-MST-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT BACK-CARD-FILE ASSIGN TO "BACKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT BACK-REPORT ASSIGN TO "BACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MST-KEY.
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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-KEY.
               10  HIST-REC-TYPE             PIC X(02).
               10  HIST-FIELD-1              PIC 9(05).
               10  HIST-CHECK-VALUE          PIC 9(08).
           05  HIST-ACCEPT-DATE              PIC X(08).

      *    Same layout TRANEDIT writes in 2600-WRITE-GL-EXTRACT.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  GL-EXTRACT-RECORD.
           05  GLX-REC-TYPE                  PIC X(02).
           05  GLX-FIELD-1                   PIC S9(5) COMP-3.
           05  GLX-DR-CR                     PIC X(01).
           05  GLX-AMOUNT                    PIC S9(9)V99 COMP-3.
           05  GLX-DEBIT-ACCT                PIC 9(08).
           05  GLX-CREDIT-ACCT               PIC 9(08).
           05  GLX-SOURCE                    PIC X(03).
           05  GLX-PERIOD                    PIC X(06).
           05  GLX-PRIOR-PERIOD              PIC X(01).

      *    Same layout TRANEDIT cuts in 3150-WRITE-GL-CONTROL.
       FD  GL-CONTROL-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  GL-CONTROL-RECORD.
           05  GLC-RUN-DATE                  PIC X(08).
           05  GLC-SOURCE                    PIC X(03).
           05  GLC-RECORD-COUNT              PIC 9(09).
           05  GLC-HASH-TOTAL                PIC S9(11).
           05  GLC-DEBIT-AMOUNT              PIC S9(13)V99.
           05  GLC-CREDIT-AMOUNT             PIC S9(13)V99.
           05  GLC-CYCLE-NO                  PIC 9(04).

      *    Same layout TRANRPT files in 2000-APPEND-RUN-STATS.
       FD  STATS-FILE
           RECORD CONTAINS 97 TO 101 CHARACTERS.
       01  STATS-RECORD.
           05  STAT-RUN-DATE                 PIC X(08).
           05  STAT-RECORDS-READ             PIC 9(09).
           05  STAT-RECORDS-PASSED           PIC 9(09).
           05  STAT-RECORDS-REJECTED         PIC 9(09).
           05  STAT-RECORDS-DUPLICATE        PIC 9(09).
           05  STAT-RECORDS-REVERSED         PIC 9(09).
           05  STAT-HASH-TOTAL               PIC S9(11).
           05  STAT-DEBIT-AMOUNT             PIC S9(13)V99.
           05  STAT-CREDIT-AMOUNT            PIC S9(13)V99.
           05  STAT-SOURCE                   PIC X(03).
           05  STAT-CYCLE-NO                 PIC 9(04).

      *    Same card shape TRANEDIT loads in 1460-LOAD-GL-ACCOUNTS.
       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-CARD.
           05  ACC-REC-TYPE                  PIC X(02).
           05  FILLER                        PIC X(01).
           05  ACC-DEBIT-ACCT                PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-CREDIT-ACCT               PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-TEXT                      PIC X(41).
           05  FILLER                        PIC X(01).
           05  ACC-EFF-FROM                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  ACC-EFF-TO                    PIC X(08).

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

       FD  CATALOG-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  CATALOG-RECORD.
           05  CAT-KIND                      PIC X(03).
           05  CAT-LEVEL                     PIC X(01).
           05  CAT-DATE                      PIC X(08).
           05  CAT-DDNAME                    PIC X(08).
           05  CAT-STATUS                    PIC X(01).

      *    Same layout as TRANARCH's GEN-MST-IN.
       FD  GEN-MST-IN
           RECORD CONTAINS 144 CHARACTERS.
       01  GEN-MST-IN-RECORD.
           05  GMI-REC-TYPE                  PIC X(02).
           05  GMI-FIELD-1                   PIC X(05).
           05  GMI-RUN-DATE                  PIC X(08).
           05  GMI-AREA                      PIC X(100).
           05  GMI-STATUS                    PIC X(01).
           05  GMI-POST-PERIOD               PIC X(06).
           05  GMI-PRIOR-PERIOD-FLAG         PIC X(01).
           05  GMI-RVSL-PERIOD               PIC X(06).
           05  GMI-CYCLE-NO                  PIC X(04).
           05  GMI-RVSL-DATE                 PIC X(08).
           05  GMI-RVSL-SOURCE               PIC X(03).

       FD  BACK-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BACK-CARD                        PIC X(80).

       FD  BACK-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  BACK-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                    PIC X(02).
           88  WS-MST-OK                     VALUE "00".

       01  WS-HIST-STATUS                   PIC X(02).
           88  WS-HIST-OK                    VALUE "00".

       01  WS-GLX-STATUS                    PIC X(02).
           88  WS-GLX-OK                     VALUE "00".

       01  WS-GLC-STATUS                    PIC X(02).
           88  WS-GLC-OK                     VALUE "00".

       01  WS-STAT-STATUS                   PIC X(02).
           88  WS-STAT-OK                    VALUE "00".

       01  WS-ACCT-STATUS                   PIC X(02).
           88  WS-ACCT-OK                    VALUE "00".

       01  WS-PRD-STATUS                    PIC X(02).
           88  WS-PRD-OK                     VALUE "00".

       01  WS-CAT-STATUS                    PIC X(02).
           88  WS-CAT-OK                     VALUE "00".

       01  WS-GEN-STATUS                    PIC X(02).
           88  WS-GEN-OK                     VALUE "00".

       01  WS-CARD-STATUS                   PIC X(02).
           88  WS-CARD-OK                    VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-MODE                 PIC X(10) VALUE "PRODUCTION".
           88  WS-MODE-TEST               VALUE "TEST".
           88  WS-MODE-PRODUCTION         VALUE "PRODUCTION".

       01  WS-DD-TRANMSTR                   PIC X(08).
       01  WS-DD-TRANHIST                   PIC X(08).
       01  WS-DD-GLEXTR                     PIC X(08).
       01  WS-DD-GLCTL                      PIC X(08).
       01  WS-DD-RUNSTAT                    PIC X(08).
       01  WS-DD-GLACCTS                    PIC X(08).
       01  WS-DD-PERIODS                    PIC X(08).
       01  WS-DD-MST-IN                     PIC X(08).

       01  WS-TODAY-DATE                    PIC X(08).
       01  WS-DATE-NUM                      PIC 9(08) VALUE ZERO.

      *    The cycle the backout's GLCTL and TRANSTAT figures are
      *    filed under - beyond any cycle a capture site sends, so a
      *    backout never supersedes a real cycle's line. The first
      *    backout of a day files as 9999, a second as 9998, and so
      *    down to the floor, so no backout's line replaces another.
       01  WS-BACKOUT-CYCLE                 PIC 9(04) VALUE 9999.
       01  WS-BACKOUT-CYCLE-FLOOR           PIC 9(04) VALUE 9900.
       01  WS-STAT-CYCLE                    PIC 9(04) VALUE ZERO.
      *    Postings a rerun set aside from 9000 up (TRANEDIT's 2657)
      *    were reversed before they were moved; they belong to no
      *    run of their own and are never selected.
       01  WS-ASIDE-CYCLE-FLOOR             PIC 9(04) VALUE 9000.

       01  WS-CARD-KEYWORD                  PIC X(20).
       01  WS-CARD-VALUE                    PIC X(20).

      *    What the BACKPARM cards asked for.
       01  WS-BACK-DATE                     PIC X(08) VALUE SPACES.
       01  WS-BACK-CYCLE-TEXT               PIC X(04) VALUE "ALL".
       01  WS-BACK-CYCLE                    PIC 9(04) VALUE ZERO.
       01  WS-BACK-CYCLE-SWITCH             PIC X(01) VALUE "N".
           88  WS-ONE-CYCLE                 VALUE "Y".
       01  WS-BACK-SOURCE                   PIC X(03) VALUE "ALL".
       01  WS-BACK-SOURCE-SWITCH            PIC X(01) VALUE "N".
           88  WS-ONE-SOURCE                VALUE "Y".
       01  WS-BACK-MODE                     PIC X(08) VALUE "SIMULATE".
           88  WS-SIMULATE                  VALUE "SIMULATE".
           88  WS-APPLY                     VALUE "APPLY".
       01  WS-OPERATOR                      PIC X(08) VALUE SPACES.

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

      *    Refused: the backout must not happen, nothing is changed.
       01  WS-REFUSE-SWITCH                 PIC X(01) VALUE "N".
           88  WS-BACKOUT-REFUSED           VALUE "Y".
       01  WS-REFUSE-REASON                 PIC X(60) VALUE SPACES.

      *    Set when a working table overflows, before anything is
      *    changed.
       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

       01  WS-FILE-ERROR-SWITCH             PIC X(01) VALUE "N".
           88  WS-FILE-ERROR                VALUE "Y".

       01  WS-MST-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-MST-OPENED                VALUE "Y".

       01  WS-HIST-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-HIST-OPENED               VALUE "Y".

      *    "V" while the run is vetted, "B" while it is backed out.
       01  WS-PASS-SWITCH                   PIC X(01) VALUE "V".
           88  WS-VET-PASS                  VALUE "V".
           88  WS-BACKOUT-PASS              VALUE "B".

      *    Closed accounting periods, as TRANEDIT tables them.
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

      *    The open period the offsets book to: today's month, or
      *    the next one not closed when today's is.
       01  WS-RUN-PERIOD                    PIC X(06).
       01  WS-POST-PERIOD                   PIC X(06).
       01  WS-LATE-SWITCH                   PIC X(01) VALUE "N".
           88  WS-RUN-LATE-DATED            VALUE "Y".
       01  WS-ORIG-PERIOD                   PIC X(06).
       01  WS-GLX-PRIOR-FLAG                PIC X(01) VALUE SPACE.

      *    Every GLACCTS card with its effective dates, so each
      *    offset goes to the accounts its posting was coded to on
      *    its own run date.
       01  WS-GLA-MAX                       PIC 9(02) VALUE 50.
       01  WS-GLA-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-GLA-IX                        PIC 9(02) VALUE ZERO.
       01  WS-GLA-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-GLA-WANT-TYPE                 PIC X(02).
       01  WS-GLA-WANT-DATE                 PIC X(08).
       01  WS-GLA-TABLE.
           05  WS-GLA-ENTRY OCCURS 50 TIMES.
               10  WS-GLA-REC-TYPE           PIC X(02).
               10  WS-GLA-DEBIT-ACCT         PIC 9(08).
               10  WS-GLA-CREDIT-ACCT        PIC 9(08).
               10  WS-GLA-EFF-FROM           PIC X(08).
               10  WS-GLA-EFF-TO             PIC X(08).

      *    Backout figures per capture site, as GLRECON will prove
      *    them: no more sites than its own table holds. The vet
      *    pass fills them with what the run would back out; the
      *    backout pass refills them with what it did, and those
      *    are the figures GLCTL and TRANSTAT are given.
       01  WS-BKS-MAX                       PIC 9(02) VALUE 5.
       01  WS-BKS-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-BKS-IX                        PIC 9(02) VALUE ZERO.
       01  WS-BKS-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-BKS-TABLE.
           05  WS-BKS-ENTRY OCCURS 5 TIMES.
               10  WS-BKS-SOURCE             PIC X(03).
               10  WS-BKS-COUNT-POSTINGS     PIC 9(09).
               10  WS-BKS-HASH               PIC S9(11).
               10  WS-BKS-DEBIT              PIC S9(13)V99.
               10  WS-BKS-CREDIT             PIC S9(13)V99.

      *    Master generations cut since the run date - any one of
      *    them could hold a posting of the run.
       01  WS-MGN-MAX                       PIC 9(03) VALUE 200.
       01  WS-MGN-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-MGN-IX                        PIC 9(03) VALUE ZERO.
       01  WS-MGN-TABLE.
           05  WS-MGN-ENTRY OCCURS 200 TIMES.
               10  WS-MGN-DDNAME             PIC X(08).
       01  WS-GEN-CYCLE                     PIC 9(04) VALUE ZERO.

      *    The posting in the buffer.
       01  WS-PST-SOURCE                    PIC X(03).
       01  WS-PST-PRINT-SOURCE              PIC X(03).
       01  WS-PST-AMOUNT                    PIC 9(09)V99 VALUE ZERO.
       01  WS-PST-SELECT-SWITCH             PIC X(01).
           88  WS-PST-SELECTED              VALUE "Y".
       01  WS-PST-ACTION                    PIC X(40).
       01  WS-CHECK-VALUE                   PIC 9(08) VALUE ZERO.
       01  WS-AREA-WORK                     PIC X(100).

       01  WS-POSTINGS-SELECTED             PIC 9(09) VALUE ZERO.
       01  WS-POSTINGS-REVERSED-ALREADY     PIC 9(09) VALUE ZERO.
       01  WS-POSTINGS-UNCODED              PIC 9(09) VALUE ZERO.
       01  WS-POSTINGS-AGED-OFF             PIC 9(09) VALUE ZERO.
       01  WS-POSTINGS-BACKED-OUT           PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-REMOVED               PIC 9(09) VALUE ZERO.
       01  WS-HISTORY-KEPT                  PIC 9(09) VALUE ZERO.
       01  WS-GL-RECORDS-WRITTEN            PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-HASH                    PIC S9(11) VALUE ZERO.
       01  WS-TOTAL-DEBIT                   PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT                  PIC S9(13)V99 VALUE ZERO.
       01  WS-FINAL-RC                      PIC 9(02) VALUE ZERO.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(40) VALUE
               "TY FIELD CYCL SITE   AMOUNT             ".
           05  FILLER                        PIC X(40) VALUE
               "ACTION                                  ".

       01  WS-POSTING-LINE.
           05  WS-PLN-TYPE                   PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-PLN-FIELD-1                PIC 9(05).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-PLN-CYCLE                  PIC 9(04).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-PLN-SOURCE                 PIC X(03).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-PLN-DR-CR                  PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-PLN-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(06) VALUE SPACE.
           05  WS-PLN-ACTION                 PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(40).
           05  WS-TOTAL-VALUE                PIC ZZZ,ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           05  WS-AMOUNT-LABEL               PIC X(40).
           05  WS-AMOUNT-VALUE        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

           COPY WSAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-BACK-CARDS
           PERFORM 1200-VALIDATE-REQUEST
           IF NOT WS-BACKOUT-REFUSED
               PERFORM 2000-LOAD-PERIODS
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABORT
               PERFORM 2100-LOAD-GL-ACCOUNTS
           END-IF
           IF WS-APPLY AND NOT WS-BACKOUT-REFUSED AND NOT WS-ABORT
               PERFORM 2300-SET-BACKOUT-CYCLE
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABORT
               PERFORM 3000-VET-RUN
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABORT
                   AND WS-MODE-PRODUCTION
               PERFORM 3500-CHECK-ARCHIVE
           END-IF
           IF NOT WS-BACKOUT-REFUSED AND NOT WS-ABORT
               PERFORM 4000-BACK-OUT-RUN
           END-IF
           IF WS-MST-OPENED
               CLOSE MASTER-FILE
           END-IF
           IF WS-HIST-OPENED
               CLOSE HISTORY-FILE
           END-IF
           IF WS-APPLY AND NOT WS-BACKOUT-REFUSED AND NOT WS-ABORT
               PERFORM 5000-WRITE-GL-CONTROL
               PERFORM 5100-APPEND-RUN-STATS
               MOVE "BKOUT" TO WS-LEDGER-EVENT
               MOVE ZERO TO WS-LEDGER-RC
               MOVE SPACES TO WS-LEDGER-NOTE
               STRING WS-BACK-DATE " " WS-BACK-CYCLE-TEXT " "
                   WS-BACK-SOURCE
                   DELIMITED BY SIZE INTO WS-LEDGER-NOTE
               PERFORM 8000-WRITE-RUN-LEDGER
           END-IF
           PERFORM 6000-WRITE-TOTALS
           PERFORM 7000-TERMINATE
           MOVE "END" TO WS-LEDGER-EVENT
           MOVE WS-FINAL-RC TO WS-LEDGER-RC
           EVALUATE TRUE
               WHEN WS-FINAL-RC > 4
                   MOVE "NOT BACKED OUT" TO WS-LEDGER-NOTE
               WHEN WS-SIMULATE
                   MOVE "SIMULATED" TO WS-LEDGER-NOTE
               WHEN OTHER
                   MOVE "BACKED OUT" TO WS-LEDGER-NOTE
           END-EVALUATE
           PERFORM 8000-WRITE-RUN-LEDGER
      *    The CALL hands back TRANLEDG's own code; the scheduler
      *    must see ours.
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *    Same PARM TRANEDIT takes, same DD names per mode - a
      *    test backout must never touch the live master.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE = SPACES
               SET WS-MODE-PRODUCTION TO TRUE
           END-IF
           IF WS-MODE-TEST
               DISPLAY "TRANBACK: RUNNING IN TEST MODE"
               MOVE "TSTMSTR"  TO WS-DD-TRANMSTR
               MOVE "TSTHIST"  TO WS-DD-TRANHIST
               MOVE "TSTGLX"   TO WS-DD-GLEXTR
               MOVE "TSTGLC"   TO WS-DD-GLCTL
               MOVE "TSTSTAT"  TO WS-DD-RUNSTAT
               MOVE "TSTACCT"  TO WS-DD-GLACCTS
               MOVE "TSTPERD"  TO WS-DD-PERIODS
           ELSE
               DISPLAY "TRANBACK: RUNNING IN PRODUCTION MODE"
               MOVE "TRANMSTR" TO WS-DD-TRANMSTR
               MOVE "TRANHIST" TO WS-DD-TRANHIST
               MOVE "GLEXTR"   TO WS-DD-GLEXTR
               MOVE "GLCTL"    TO WS-DD-GLCTL
               MOVE "TRANSTAT" TO WS-DD-RUNSTAT
               MOVE "GLACCTS"  TO WS-DD-GLACCTS
               MOVE "PERIODS"  TO WS-DD-PERIODS
           END-IF
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           MOVE WS-RUN-MODE TO WS-LEDGER-NOTE
           PERFORM 8000-WRITE-RUN-LEDGER
           OPEN OUTPUT BACK-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANBACK: UNABLE TO OPEN BACKRPT, STATUS="
                   WS-RPT-STATUS
           END-IF.

       1100-READ-BACK-CARDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT BACK-CARD-FILE
           IF WS-CARD-OK
               PERFORM 1110-READ-ONE-CARD UNTIL WS-EOF
               CLOSE BACK-CARD-FILE
           ELSE
               DISPLAY "TRANBACK: UNABLE TO OPEN BACKPARM, STATUS="
                   WS-CARD-STATUS
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO BACK-REPORT-LINE
           STRING "RUN BACKOUT - RUN DATE " WS-BACK-DATE
               " CYCLE " WS-BACK-CYCLE-TEXT " SITE " WS-BACK-SOURCE
               " - " WS-BACK-MODE " " WS-TODAY-DATE " BY "
               WS-OPERATOR
               DELIMITED BY SIZE INTO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           MOVE SPACES TO BACK-REPORT-LINE
           STRING "RUN MODE " WS-RUN-MODE
               DELIMITED BY SIZE INTO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           MOVE ALL "-" TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE.

       1110-READ-ONE-CARD.
           READ BACK-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF BACK-CARD (1:1) NOT = "*"
                       MOVE SPACES TO WS-CARD-KEYWORD
                       MOVE SPACES TO WS-CARD-VALUE
                       UNSTRING BACK-CARD DELIMITED BY "="
                           INTO WS-CARD-KEYWORD WS-CARD-VALUE
                       PERFORM 1120-APPLY-ONE-CARD
                   END-IF
           END-READ.

       1120-APPLY-ONE-CARD.
      *    An unknown keyword refuses the backout rather than being
      *    ignored: a misspelt CYCLE= or SOURCE= would otherwise
      *    widen it to the whole day.
           EVALUATE WS-CARD-KEYWORD
               WHEN SPACES
                   CONTINUE
               WHEN "RUN-DATE"
                   MOVE WS-CARD-VALUE (1:8) TO WS-BACK-DATE
               WHEN "CYCLE"
                   MOVE WS-CARD-VALUE (1:4) TO WS-BACK-CYCLE-TEXT
                   IF WS-BACK-CYCLE-TEXT NOT = "ALL"
                       SET WS-ONE-CYCLE TO TRUE
                   END-IF
               WHEN "SOURCE"
                   MOVE WS-CARD-VALUE (1:3) TO WS-BACK-SOURCE
                   IF WS-BACK-SOURCE NOT = "ALL"
                       SET WS-ONE-SOURCE TO TRUE
                   END-IF
               WHEN "MODE"
                   MOVE WS-CARD-VALUE (1:8) TO WS-BACK-MODE
               WHEN "OPERATOR"
                   MOVE WS-CARD-VALUE (1:8) TO WS-OPERATOR
               WHEN OTHER
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "UNKNOWN CONTROL CARD KEYWORD "
                       WS-CARD-KEYWORD
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
           END-EVALUATE.

       1200-VALIDATE-REQUEST.
      *    A backout cannot be taken back by this program, so every
      *    doubt about the request refuses it.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-BACK-DATE NUMERIC
               MOVE WS-BACK-DATE TO WS-DATE-NUM
           END-IF
           IF WS-ONE-CYCLE AND WS-BACK-CYCLE-TEXT NUMERIC
               MOVE WS-BACK-CYCLE-TEXT TO WS-BACK-CYCLE
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                       NOT = ZERO
                   MOVE "RUN-DATE= MISSING OR NOT A VALID YYYYMMDD"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
               WHEN WS-BACK-DATE > WS-TODAY-DATE
                   MOVE "RUN-DATE= IS AFTER TODAY" TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
               WHEN WS-ONE-CYCLE AND WS-BACK-CYCLE-TEXT NOT NUMERIC
                   MOVE "CYCLE= NOT A FOUR-DIGIT CYCLE NUMBER"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
               WHEN WS-ONE-CYCLE
                       AND WS-BACK-CYCLE NOT < WS-ASIDE-CYCLE-FLOOR
                   MOVE "CYCLE= IN THE RANGE RESERVED FOR SET-ASIDE "
                       TO WS-REFUSE-REASON
                   MOVE "POSTINGS" TO WS-REFUSE-REASON (44:8)
                   PERFORM 6200-REFUSE-BACKOUT
               WHEN WS-ONE-SOURCE AND WS-BACK-SOURCE = SPACES
                   MOVE "SOURCE= BLANK - USE UNK FOR THE UNNAMED FEED"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
               WHEN NOT WS-SIMULATE AND NOT WS-APPLY
                   MOVE "MODE= NOT SIMULATE OR APPLY"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
               WHEN WS-OPERATOR = SPACES
                   MOVE "OPERATOR= MISSING" TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
           END-EVALUATE.

       2000-LOAD-PERIODS.
      *    No PERIODS file means no period has been closed. The
      *    offsets book to the open period the way TRANEDIT's POST
      *    rule books late activity: a backout is deliberate, so it
      *    is never turned away for a closed period.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-OK
               PERFORM 2010-LOAD-ONE-PERIOD UNTIL WS-EOF
               CLOSE PERIOD-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-TODAY-DATE (1:6) TO WS-RUN-PERIOD
           MOVE WS-RUN-PERIOD TO WS-POST-PERIOD
           MOVE WS-RUN-PERIOD TO WS-PRD-WANT-PERIOD
           PERFORM 2030-FIND-CLOSED-PERIOD
           IF WS-PRD-FOUND-IX > ZERO
               SET WS-RUN-LATE-DATED TO TRUE
               PERFORM 2040-STEP-POST-PERIOD
                   UNTIL WS-PRD-FOUND-IX = ZERO
           END-IF.

       2010-LOAD-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PRD-PERIOD (1:1) NOT = "*"
                           AND PERIOD-CARD NOT = SPACES
                           AND PRD-PERIOD NUMERIC
                           AND PRD-CLOSED
                       PERFORM 2020-STORE-CLOSED-PERIOD
                   END-IF
           END-READ.

       2020-STORE-CLOSED-PERIOD.
           IF WS-PRD-COUNT >= WS-PRD-MAX
               DISPLAY "TRANBACK: CLOSED PERIOD TABLE FULL AT "
                   PRD-PERIOD
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-PRD-COUNT
               MOVE PRD-PERIOD TO WS-PRD-PERIOD (WS-PRD-COUNT)
           END-IF.

       2030-FIND-CLOSED-PERIOD.
           MOVE ZERO TO WS-PRD-FOUND-IX
           PERFORM 2035-MATCH-ONE-PERIOD
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL WS-PRD-IX > WS-PRD-COUNT.

       2035-MATCH-ONE-PERIOD.
           IF WS-PRD-PERIOD (WS-PRD-IX) = WS-PRD-WANT-PERIOD
               MOVE WS-PRD-IX TO WS-PRD-FOUND-IX
           END-IF.

       2040-STEP-POST-PERIOD.
           MOVE WS-POST-PERIOD TO WS-PRD-STEP
           IF WS-PRD-STEP-MM >= 12
               ADD 1 TO WS-PRD-STEP-YYYY
               MOVE 1 TO WS-PRD-STEP-MM
           ELSE
               ADD 1 TO WS-PRD-STEP-MM
           END-IF
           MOVE WS-PRD-STEP TO WS-POST-PERIOD
           MOVE WS-POST-PERIOD TO WS-PRD-WANT-PERIOD
           PERFORM 2030-FIND-CLOSED-PERIOD.

       2100-LOAD-GL-ACCOUNTS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-ACCT-OK
               PERFORM 2110-LOAD-ONE-ACCOUNT UNTIL WS-EOF
               CLOSE GL-ACCOUNT-FILE
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "UNABLE TO OPEN " WS-DD-GLACCTS ", STATUS="
                   WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       2110-LOAD-ONE-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ACC-REC-TYPE (1:1) NOT = "*" AND ACCT-CARD
                           NOT = SPACES
                       IF ACC-DEBIT-ACCT NOT NUMERIC
                               OR ACC-CREDIT-ACCT NOT NUMERIC
                           DISPLAY "TRANBACK: GLACCTS CARD FOR TYPE '"
                               ACC-REC-TYPE "' HAS NON-NUMERIC "
                               "ACCOUNT - CARD IGNORED"
                       ELSE
                           PERFORM 2120-STORE-ACCOUNT-CARD
                       END-IF
                   END-IF
           END-READ.

       2120-STORE-ACCOUNT-CARD.
           IF WS-GLA-COUNT < WS-GLA-MAX
               ADD 1 TO WS-GLA-COUNT
               MOVE ACC-REC-TYPE TO WS-GLA-REC-TYPE (WS-GLA-COUNT)
               MOVE ACC-DEBIT-ACCT TO WS-GLA-DEBIT-ACCT (WS-GLA-COUNT)
               MOVE ACC-CREDIT-ACCT
                   TO WS-GLA-CREDIT-ACCT (WS-GLA-COUNT)
               MOVE ACC-EFF-FROM TO WS-GLA-EFF-FROM (WS-GLA-COUNT)
               MOVE ACC-EFF-TO TO WS-GLA-EFF-TO (WS-GLA-COUNT)
           ELSE
               DISPLAY "TRANBACK: GL ACCOUNT TABLE FULL AT TYPE '"
                   ACC-REC-TYPE "'"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       2200-FIND-ACCOUNTS.
      *    The card for the type in force on the posting's run date,
      *    tested the way TRANCLOS's 4300-FIND-ACCOUNTS tests it,
      *    with the same fall back to the type 01 coding.
           MOVE MST-REC-TYPE TO WS-GLA-WANT-TYPE
           MOVE MST-RUN-DATE TO WS-GLA-WANT-DATE
           PERFORM 2210-SCAN-CODINGS
           IF WS-GLA-FOUND-IX = ZERO
               MOVE "01" TO WS-GLA-WANT-TYPE
               PERFORM 2210-SCAN-CODINGS
           END-IF.

       2210-SCAN-CODINGS.
           MOVE ZERO TO WS-GLA-FOUND-IX
           PERFORM 2220-MATCH-ONE-CODING
               VARYING WS-GLA-IX FROM 1 BY 1
               UNTIL WS-GLA-IX > WS-GLA-COUNT.

       2220-MATCH-ONE-CODING.
           IF WS-GLA-REC-TYPE (WS-GLA-IX) = WS-GLA-WANT-TYPE
               AND (WS-GLA-EFF-FROM (WS-GLA-IX) = SPACES
                   OR WS-GLA-EFF-FROM (WS-GLA-IX) NOT >
                       WS-GLA-WANT-DATE)
               AND (WS-GLA-EFF-TO (WS-GLA-IX) = SPACES
                   OR WS-GLA-EFF-TO (WS-GLA-IX) NOT <
                       WS-GLA-WANT-DATE)
               MOVE WS-GLA-IX TO WS-GLA-FOUND-IX
           END-IF.

       2300-SET-BACKOUT-CYCLE.
      *    One below the lowest backout cycle already filed today.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATS-FILE
           IF WS-STAT-OK
               PERFORM 2310-READ-ONE-STAT UNTIL WS-EOF
               CLOSE STATS-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-BACKOUT-CYCLE < WS-BACKOUT-CYCLE-FLOOR
               MOVE "NO BACKOUT CYCLE LEFT FOR TODAY ON TRANSTAT"
                   TO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF.

       2310-READ-ONE-STAT.
           READ STATS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF STAT-RUN-DATE = WS-TODAY-DATE
                           AND STAT-CYCLE-NO NUMERIC
                       MOVE STAT-CYCLE-NO TO WS-STAT-CYCLE
                       IF WS-STAT-CYCLE NOT < WS-BACKOUT-CYCLE-FLOOR
                               AND WS-STAT-CYCLE NOT > WS-BACKOUT-CYCLE
                           COMPUTE WS-BACKOUT-CYCLE = WS-STAT-CYCLE - 1
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  VET THE RUN - NOTHING IS CHANGED UNTIL ALL OF IT CAN GO
      *****************************************************************
       3000-VET-RUN.
      *    I-O from the start under APPLY, so the file that was
      *    vetted is the file that is changed.
           IF WS-APPLY
               OPEN I-O MASTER-FILE
           ELSE
               OPEN INPUT MASTER-FILE
           END-IF
           IF WS-MST-OK
               SET WS-MST-OPENED TO TRUE
               SET WS-VET-PASS TO TRUE
               PERFORM 3100-SCAN-RUN
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "UNABLE TO OPEN " WS-DD-TRANMSTR ", STATUS="
                   WS-MST-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF
           IF WS-POSTINGS-REVERSED-ALREADY > ZERO
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-POSTINGS-REVERSED-ALREADY
                   " POSTING(S) OF THE RUN ALREADY REVERSED"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF
           IF WS-POSTINGS-UNCODED > ZERO
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-POSTINGS-UNCODED " POSTING(S) WITH NO "
                   "GLACCTS CARD IN FORCE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF
           IF WS-MST-OPENED AND WS-POSTINGS-SELECTED = ZERO
               MOVE "NO POSTINGS OF THE RUN ON THE MASTER"
                   TO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF.

       3100-SCAN-RUN.
      *    Every posting of the run date through the run-date path;
      *    3200 keeps those of the cycle and site asked for.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-BACK-DATE TO MST-RUN-DATE
           START MASTER-FILE KEY = MST-RUN-DATE
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3150-READ-ONE-POSTING UNTIL WS-EOF
           MOVE "N" TO WS-EOF-SWITCH.

       3150-READ-ONE-POSTING.
           READ MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF MST-RUN-DATE NOT = WS-BACK-DATE
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 3200-SELECT-POSTING
                       IF WS-PST-SELECTED
                           IF WS-VET-PASS
                               PERFORM 3300-VET-ONE-POSTING
                           ELSE
                               PERFORM 4100-BACK-OUT-ONE-POSTING
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3200-SELECT-POSTING.
           MOVE "N" TO WS-PST-SELECT-SWITCH
           MOVE MST-AREA TO WS-AREA-1
           MOVE WS-SOURCE-CODE TO WS-PST-SOURCE
           IF WS-PST-SOURCE = SPACES
               MOVE "UNK" TO WS-PST-PRINT-SOURCE
           ELSE
               MOVE WS-PST-SOURCE TO WS-PST-PRINT-SOURCE
           END-IF
           IF MST-CYCLE-NO < WS-ASIDE-CYCLE-FLOOR
               AND (NOT WS-ONE-CYCLE
                   OR MST-CYCLE-NO = WS-BACK-CYCLE)
               AND (NOT WS-ONE-SOURCE
                   OR WS-PST-PRINT-SOURCE = WS-BACK-SOURCE)
               SET WS-PST-SELECTED TO TRUE
               IF WS-AMOUNT NUMERIC
                   MOVE WS-AMOUNT TO WS-PST-AMOUNT
               ELSE
      *            Posted before the record carried an amount: it
      *            backs out at zero, as TRANEDIT's 2720 does.
                   MOVE ZERO TO WS-PST-AMOUNT
               END-IF
           END-IF.

       3300-VET-ONE-POSTING.
           ADD 1 TO WS-POSTINGS-SELECTED
           IF MST-REVERSED
               ADD 1 TO WS-POSTINGS-REVERSED-ALREADY
               MOVE SPACES TO WS-PST-ACTION
               STRING "REFUSED - ALREADY REVERSED " MST-RVSL-DATE
                   DELIMITED BY SIZE INTO WS-PST-ACTION
               PERFORM 6300-WRITE-POSTING-LINE
           ELSE
               PERFORM 2200-FIND-ACCOUNTS
               IF WS-GLA-FOUND-IX = ZERO
                   ADD 1 TO WS-POSTINGS-UNCODED
                   MOVE "REFUSED - NO GLACCTS CARD IN FORCE"
                       TO WS-PST-ACTION
                   PERFORM 6300-WRITE-POSTING-LINE
               END-IF
               PERFORM 3400-ADD-TO-SOURCE
           END-IF.

       3400-ADD-TO-SOURCE.
      *    The figures the backout files, netted the way TRANEDIT
      *    nets a reversal: hash and amount come back out.
           MOVE ZERO TO WS-BKS-FOUND-IX
           PERFORM 3410-MATCH-ONE-SOURCE
               VARYING WS-BKS-IX FROM 1 BY 1
               UNTIL WS-BKS-IX > WS-BKS-COUNT
           IF WS-BKS-FOUND-IX = ZERO
               IF WS-BKS-COUNT < WS-BKS-MAX
                   ADD 1 TO WS-BKS-COUNT
                   MOVE WS-BKS-COUNT TO WS-BKS-FOUND-IX
                   MOVE WS-PST-SOURCE TO WS-BKS-SOURCE (WS-BKS-COUNT)
                   MOVE ZERO TO WS-BKS-COUNT-POSTINGS (WS-BKS-COUNT)
                   MOVE ZERO TO WS-BKS-HASH (WS-BKS-COUNT)
                   MOVE ZERO TO WS-BKS-DEBIT (WS-BKS-COUNT)
                   MOVE ZERO TO WS-BKS-CREDIT (WS-BKS-COUNT)
               ELSE
                   DISPLAY "TRANBACK: MORE THAN " WS-BKS-MAX
                       " CAPTURE SITES IN THE RUN"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           IF WS-BKS-FOUND-IX > ZERO
               ADD 1 TO WS-BKS-COUNT-POSTINGS (WS-BKS-FOUND-IX)
               SUBTRACT MST-FIELD-1 FROM WS-BKS-HASH (WS-BKS-FOUND-IX)
               SUBTRACT MST-FIELD-1 FROM WS-TOTAL-HASH
               IF WS-DR-CR-CODE = "D"
                   SUBTRACT WS-PST-AMOUNT
                       FROM WS-BKS-DEBIT (WS-BKS-FOUND-IX)
                   SUBTRACT WS-PST-AMOUNT FROM WS-TOTAL-DEBIT
               ELSE
                   SUBTRACT WS-PST-AMOUNT
                       FROM WS-BKS-CREDIT (WS-BKS-FOUND-IX)
                   SUBTRACT WS-PST-AMOUNT FROM WS-TOTAL-CREDIT
               END-IF
           END-IF.

       3410-MATCH-ONE-SOURCE.
           IF WS-BKS-SOURCE (WS-BKS-IX) = WS-PST-SOURCE
               MOVE WS-BKS-IX TO WS-BKS-FOUND-IX
           END-IF.

       3500-CHECK-ARCHIVE.
      *    A posting of the run swept off by AGEOFF cannot be backed
      *    out here, and the run cannot be half backed out. Every
      *    master generation cut on or after the run date is read
      *    for one. No catalog means nothing was ever aged off.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-OK
               PERFORM 3510-LOAD-ONE-CAT-ENTRY UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF NOT WS-ABORT
               PERFORM 3530-SCAN-ONE-GENERATION
                   VARYING WS-MGN-IX FROM 1 BY 1
                   UNTIL WS-MGN-IX > WS-MGN-COUNT
           END-IF
           IF WS-POSTINGS-AGED-OFF > ZERO
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-POSTINGS-AGED-OFF
                   " POSTING(S) OF THE RUN ALREADY AGED OFF"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF.

       3510-LOAD-ONE-CAT-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CAT-KIND = "MST" AND CAT-DATE >= WS-BACK-DATE
                       IF CAT-STATUS = "P"
                           MOVE SPACES TO WS-REFUSE-REASON
                           STRING "MASTER GENERATION " CAT-DDNAME
                               " PURGED - RUN CANNOT BE PROVED WHOLE"
                               DELIMITED BY SIZE INTO WS-REFUSE-REASON
                           PERFORM 6200-REFUSE-BACKOUT
                       ELSE
                           PERFORM 3520-HOLD-GENERATION
                       END-IF
                   END-IF
           END-READ.

       3520-HOLD-GENERATION.
           IF WS-MGN-COUNT < WS-MGN-MAX
               ADD 1 TO WS-MGN-COUNT
               MOVE CAT-DDNAME TO WS-MGN-DDNAME (WS-MGN-COUNT)
           ELSE
               DISPLAY "TRANBACK: MORE THAN " WS-MGN-MAX
                   " MASTER GENERATIONS SINCE " WS-BACK-DATE
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       3530-SCAN-ONE-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-MGN-DDNAME (WS-MGN-IX) TO WS-DD-MST-IN
           OPEN INPUT GEN-MST-IN
           IF WS-GEN-OK
               PERFORM 3540-READ-ONE-ARCHIVED UNTIL WS-EOF
               CLOSE GEN-MST-IN
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "MASTER GENERATION " WS-DD-MST-IN
                   " UNREADABLE, STATUS=" WS-GEN-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-BACKOUT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3540-READ-ONE-ARCHIVED.
           READ GEN-MST-IN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GMI-RUN-DATE = WS-BACK-DATE
                       PERFORM 3550-CHECK-ARCHIVED-POSTING
                   END-IF
           END-READ.

       3550-CHECK-ARCHIVED-POSTING.
      *    Selected the way 3200 selects a posting on the master.
           MOVE GMI-AREA TO WS-AREA-1
           IF WS-SOURCE-CODE = SPACES
               MOVE "UNK" TO WS-PST-PRINT-SOURCE
           ELSE
               MOVE WS-SOURCE-CODE TO WS-PST-PRINT-SOURCE
           END-IF
           IF GMI-CYCLE-NO NUMERIC
               MOVE GMI-CYCLE-NO TO WS-GEN-CYCLE
           ELSE
               MOVE ZERO TO WS-GEN-CYCLE
           END-IF
           IF WS-GEN-CYCLE < WS-ASIDE-CYCLE-FLOOR
               AND (NOT WS-ONE-CYCLE
                   OR WS-GEN-CYCLE = WS-BACK-CYCLE)
               AND (NOT WS-ONE-SOURCE
                   OR WS-PST-PRINT-SOURCE = WS-BACK-SOURCE)
               ADD 1 TO WS-POSTINGS-AGED-OFF
           END-IF.

      *****************************************************************
      *  BACK THE RUN OUT (OR SAY WHAT WOULD BE BACKED OUT)
      *****************************************************************
       4000-BACK-OUT-RUN.
      *    TRANHIST that will not open is not a reason to leave a
      *    bad run on the books: the backout goes ahead, and the
      *    report says TRANHREB must rebuild history before the
      *    corrected file is run.
           IF WS-APPLY
               OPEN I-O HISTORY-FILE
           ELSE
               OPEN INPUT HISTORY-FILE
           END-IF
           IF WS-HIST-OK
               SET WS-HIST-OPENED TO TRUE
           ELSE
               DISPLAY "TRANBACK: UNABLE TO OPEN " WS-DD-TRANHIST
                   ", STATUS=" WS-HIST-STATUS
                   " - RUN TRANHREB BEFORE THE NEXT TRANEDIT"
           END-IF
           IF WS-APPLY
               OPEN OUTPUT GL-EXTRACT-FILE
               IF NOT WS-GLX-OK
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "UNABLE TO OPEN " WS-DD-GLEXTR ", STATUS="
                       WS-GLX-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-BACKOUT
               END-IF
           END-IF
           IF NOT WS-BACKOUT-REFUSED
               MOVE WS-COLUMN-LINE TO BACK-REPORT-LINE
               WRITE BACK-REPORT-LINE
               SET WS-BACKOUT-PASS TO TRUE
               PERFORM 4050-CLEAR-SOURCE-FIGURES
                   VARYING WS-BKS-IX FROM 1 BY 1
                   UNTIL WS-BKS-IX > WS-BKS-COUNT
               MOVE ZERO TO WS-TOTAL-HASH
               MOVE ZERO TO WS-TOTAL-DEBIT
               MOVE ZERO TO WS-TOTAL-CREDIT
               PERFORM 3100-SCAN-RUN
           END-IF
           IF WS-APPLY AND WS-GLX-OK
               CLOSE GL-EXTRACT-FILE
           END-IF.

       4050-CLEAR-SOURCE-FIGURES.
      *    The sites stay where the vet pass put them.
           MOVE ZERO TO WS-BKS-COUNT-POSTINGS (WS-BKS-IX)
           MOVE ZERO TO WS-BKS-HASH (WS-BKS-IX)
           MOVE ZERO TO WS-BKS-DEBIT (WS-BKS-IX)
           MOVE ZERO TO WS-BKS-CREDIT (WS-BKS-IX).

       4100-BACK-OUT-ONE-POSTING.
      *    The master is changed first. Only a posting that now
      *    stands reversed gets its GL offset, loses its TRANHIST
      *    entry and is counted in the control figures; one whose
      *    rewrite failed is left exactly as it was.
           PERFORM 2200-FIND-ACCOUNTS
           PERFORM 4200-SET-PRIOR-FLAG
           IF WS-APPLY
               SET MST-REVERSED TO TRUE
               MOVE WS-POST-PERIOD TO MST-RVSL-PERIOD
               MOVE WS-TODAY-DATE TO MST-RVSL-DATE
               MOVE WS-PST-SOURCE TO MST-RVSL-SOURCE
               REWRITE MASTER-RECORD
               IF WS-MST-OK
                   PERFORM 4300-WRITE-GL-OFFSET
                   ADD 1 TO WS-POSTINGS-BACKED-OUT
                   MOVE "BACKED OUT" TO WS-PST-ACTION
               ELSE
                   DISPLAY "TRANBACK: TRANMSTR REWRITE FAILED, "
                       "STATUS=" WS-MST-STATUS
                   SET WS-FILE-ERROR TO TRUE
                   MOVE "REWRITE FAILED - NOT BACKED OUT"
                       TO WS-PST-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-POSTINGS-BACKED-OUT
               MOVE "WOULD BE BACKED OUT" TO WS-PST-ACTION
           END-IF
           IF WS-SIMULATE OR WS-MST-OK
               PERFORM 3400-ADD-TO-SOURCE
               IF WS-HIST-OPENED
                   PERFORM 4400-REMOVE-HISTORY-ENTRY
               END-IF
           END-IF
           PERFORM 6300-WRITE-POSTING-LINE.

       4200-SET-PRIOR-FLAG.
      *    As TRANEDIT's 2705: the offset is prior-period when the
      *    posting's own period is closed or today's is.
           IF MST-POST-PERIOD = SPACES
               MOVE MST-RUN-DATE (1:6) TO WS-ORIG-PERIOD
           ELSE
               MOVE MST-POST-PERIOD TO WS-ORIG-PERIOD
           END-IF
           MOVE WS-ORIG-PERIOD TO WS-PRD-WANT-PERIOD
           PERFORM 2030-FIND-CLOSED-PERIOD
           IF WS-PRD-FOUND-IX > ZERO OR WS-RUN-LATE-DATED
               MOVE "P" TO WS-GLX-PRIOR-FLAG
           ELSE
               MOVE SPACE TO WS-GLX-PRIOR-FLAG
           END-IF.

       4300-WRITE-GL-OFFSET.
      *    Same negated shape as TRANEDIT's 2730-WRITE-GL-OFFSET,
      *    carrying the posting's own site.
           MOVE MST-REC-TYPE TO GLX-REC-TYPE
           COMPUTE GLX-FIELD-1 = ZERO - MST-FIELD-1
           MOVE WS-DR-CR-CODE TO GLX-DR-CR
           COMPUTE GLX-AMOUNT = ZERO - WS-PST-AMOUNT
           MOVE WS-GLA-DEBIT-ACCT (WS-GLA-FOUND-IX) TO GLX-DEBIT-ACCT
           MOVE WS-GLA-CREDIT-ACCT (WS-GLA-FOUND-IX)
               TO GLX-CREDIT-ACCT
           MOVE WS-PST-SOURCE TO GLX-SOURCE
           MOVE WS-POST-PERIOD TO GLX-PERIOD
           MOVE WS-GLX-PRIOR-FLAG TO GLX-PRIOR-PERIOD
           WRITE GL-EXTRACT-RECORD
           IF WS-GLX-OK
               ADD 1 TO WS-GL-RECORDS-WRITTEN
           ELSE
               DISPLAY "TRANBACK: GLEXTR WRITE FAILED, STATUS="
                   WS-GLX-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       4400-REMOVE-HISTORY-ENTRY.
      *    The entry goes only when it is still this run's: a later
      *    night that accepted the same transaction again refreshed
      *    it, and that acceptance stands.
           MOVE MST-AREA TO WS-AREA-WORK
           CALL "TRANCKV" USING WS-AREA-WORK
                                 WS-CHECK-VALUE
           END-CALL
           MOVE MST-REC-TYPE TO HIST-REC-TYPE
           MOVE MST-FIELD-1 TO HIST-FIELD-1
           MOVE WS-CHECK-VALUE TO HIST-CHECK-VALUE
           READ HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-HISTORY-KEPT
               NOT INVALID KEY
                   IF HIST-ACCEPT-DATE = WS-BACK-DATE
                       PERFORM 4410-DELETE-HISTORY-ENTRY
                   ELSE
                       ADD 1 TO WS-HISTORY-KEPT
                   END-IF
           END-READ.

       4410-DELETE-HISTORY-ENTRY.
           IF WS-APPLY
               DELETE HISTORY-FILE
               IF WS-HIST-OK
                   ADD 1 TO WS-HISTORY-REMOVED
               ELSE
                   DISPLAY "TRANBACK: TRANHIST DELETE FAILED, STATUS="
                       WS-HIST-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-HISTORY-REMOVED
           END-IF.

      *****************************************************************
      *  CONTROL FIGURES FOR GLRECON AND TRANSTAT
      *****************************************************************
       5000-WRITE-GL-CONTROL.
      *    Dated today, as GLRECON requires, under the backout cycle.
           OPEN OUTPUT GL-CONTROL-FILE
           IF WS-GLC-OK
               PERFORM 5010-WRITE-SOURCE-GL-CONTROL
                   VARYING WS-BKS-IX FROM 1 BY 1
                   UNTIL WS-BKS-IX > WS-BKS-COUNT
               MOVE WS-TODAY-DATE TO GLC-RUN-DATE
               MOVE "ALL" TO GLC-SOURCE
               MOVE WS-GL-RECORDS-WRITTEN TO GLC-RECORD-COUNT
               MOVE WS-TOTAL-HASH TO GLC-HASH-TOTAL
               MOVE WS-TOTAL-DEBIT TO GLC-DEBIT-AMOUNT
               MOVE WS-TOTAL-CREDIT TO GLC-CREDIT-AMOUNT
               MOVE WS-BACKOUT-CYCLE TO GLC-CYCLE-NO
               WRITE GL-CONTROL-RECORD
               IF NOT WS-GLC-OK
                   DISPLAY "TRANBACK: GLCTL WRITE FAILED, STATUS="
                       WS-GLC-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
               CLOSE GL-CONTROL-FILE
           ELSE
               DISPLAY "TRANBACK: UNABLE TO OPEN " WS-DD-GLCTL
                   ", STATUS=" WS-GLC-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       5010-WRITE-SOURCE-GL-CONTROL.
           MOVE WS-TODAY-DATE TO GLC-RUN-DATE
           MOVE WS-BKS-SOURCE (WS-BKS-IX) TO GLC-SOURCE
           MOVE WS-BKS-COUNT-POSTINGS (WS-BKS-IX) TO GLC-RECORD-COUNT
           MOVE WS-BKS-HASH (WS-BKS-IX) TO GLC-HASH-TOTAL
           MOVE WS-BKS-DEBIT (WS-BKS-IX) TO GLC-DEBIT-AMOUNT
           MOVE WS-BKS-CREDIT (WS-BKS-IX) TO GLC-CREDIT-AMOUNT
           MOVE WS-BACKOUT-CYCLE TO GLC-CYCLE-NO
           WRITE GL-CONTROL-RECORD
           IF NOT WS-GLC-OK
               DISPLAY "TRANBACK: GLCTL WRITE FAILED, STATUS="
                   WS-GLC-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       5100-APPEND-RUN-STATS.
      *    The lines a night that reversed these postings would have
      *    filed: nothing read or passed, every posting reversed.
           OPEN EXTEND STATS-FILE
           IF NOT WS-STAT-OK
               OPEN OUTPUT STATS-FILE
           END-IF
           IF WS-STAT-OK
               PERFORM 5110-APPEND-SOURCE-STATS
                   VARYING WS-BKS-IX FROM 1 BY 1
                   UNTIL WS-BKS-IX > WS-BKS-COUNT
               MOVE WS-TODAY-DATE TO STAT-RUN-DATE
               MOVE ZERO TO STAT-RECORDS-READ
               MOVE ZERO TO STAT-RECORDS-PASSED
               MOVE ZERO TO STAT-RECORDS-REJECTED
               MOVE ZERO TO STAT-RECORDS-DUPLICATE
               MOVE WS-POSTINGS-BACKED-OUT TO STAT-RECORDS-REVERSED
               MOVE WS-TOTAL-HASH TO STAT-HASH-TOTAL
               MOVE WS-TOTAL-DEBIT TO STAT-DEBIT-AMOUNT
               MOVE WS-TOTAL-CREDIT TO STAT-CREDIT-AMOUNT
               MOVE "ALL" TO STAT-SOURCE
               MOVE WS-BACKOUT-CYCLE TO STAT-CYCLE-NO
               WRITE STATS-RECORD
               IF NOT WS-STAT-OK
                   DISPLAY "TRANBACK: RUNSTAT WRITE FAILED, STATUS="
                       WS-STAT-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
               CLOSE STATS-FILE
           ELSE
               DISPLAY "TRANBACK: UNABLE TO OPEN " WS-DD-RUNSTAT
                   ", STATUS=" WS-STAT-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       5110-APPEND-SOURCE-STATS.
      *    Never spaces - TRANRPT files the unnamed feed as "UNK".
           MOVE WS-TODAY-DATE TO STAT-RUN-DATE
           MOVE ZERO TO STAT-RECORDS-READ
           MOVE ZERO TO STAT-RECORDS-PASSED
           MOVE ZERO TO STAT-RECORDS-REJECTED
           MOVE ZERO TO STAT-RECORDS-DUPLICATE
           MOVE WS-BKS-COUNT-POSTINGS (WS-BKS-IX)
               TO STAT-RECORDS-REVERSED
           MOVE WS-BKS-HASH (WS-BKS-IX) TO STAT-HASH-TOTAL
           MOVE WS-BKS-DEBIT (WS-BKS-IX) TO STAT-DEBIT-AMOUNT
           MOVE WS-BKS-CREDIT (WS-BKS-IX) TO STAT-CREDIT-AMOUNT
           IF WS-BKS-SOURCE (WS-BKS-IX) = SPACES
               MOVE "UNK" TO STAT-SOURCE
           ELSE
               MOVE WS-BKS-SOURCE (WS-BKS-IX) TO STAT-SOURCE
           END-IF
           MOVE WS-BACKOUT-CYCLE TO STAT-CYCLE-NO
           WRITE STATS-RECORD
           IF NOT WS-STAT-OK
               DISPLAY "TRANBACK: RUNSTAT WRITE FAILED, STATUS="
                   WS-STAT-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

      *****************************************************************
      *  TOTALS AND VERDICT
      *****************************************************************
       6000-WRITE-TOTALS.
           MOVE ALL "-" TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           MOVE "POSTINGS OF THE RUN SELECTED" TO WS-TOTAL-LABEL
           MOVE WS-POSTINGS-SELECTED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  ALREADY REVERSED" TO WS-TOTAL-LABEL
           MOVE WS-POSTINGS-REVERSED-ALREADY TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  AGED OFF TO TRANARCT" TO WS-TOTAL-LABEL
           MOVE WS-POSTINGS-AGED-OFF TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           IF WS-SIMULATE
               MOVE "POSTINGS THAT WOULD BE BACKED OUT"
                   TO WS-TOTAL-LABEL
           ELSE
               MOVE "POSTINGS BACKED OUT" TO WS-TOTAL-LABEL
           END-IF
           MOVE WS-POSTINGS-BACKED-OUT TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "TRANHIST ENTRIES REMOVED" TO WS-TOTAL-LABEL
           MOVE WS-HISTORY-REMOVED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "TRANHIST ENTRIES LEFT (NONE OR LATER)"
               TO WS-TOTAL-LABEL
           MOVE WS-HISTORY-KEPT TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GLEXTR OFFSET RECORDS WRITTEN" TO WS-TOTAL-LABEL
           MOVE WS-GL-RECORDS-WRITTEN TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "OFFSET HASH TOTAL" TO WS-AMOUNT-LABEL
           MOVE WS-TOTAL-HASH TO WS-AMOUNT-VALUE
           PERFORM 6150-WRITE-AMOUNT-LINE
           MOVE "OFFSET DEBIT AMOUNT" TO WS-AMOUNT-LABEL
           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-VALUE
           PERFORM 6150-WRITE-AMOUNT-LINE
           MOVE "OFFSET CREDIT AMOUNT" TO WS-AMOUNT-LABEL
           MOVE WS-TOTAL-CREDIT TO WS-AMOUNT-VALUE
           PERFORM 6150-WRITE-AMOUNT-LINE
           MOVE SPACES TO BACK-REPORT-LINE
           STRING "OFFSETS BOOK TO PERIOD " WS-POST-PERIOD
               " - FILED AS " WS-TODAY-DATE " CYCLE "
               WS-BACKOUT-CYCLE
               DELIMITED BY SIZE INTO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           MOVE SPACES TO BACK-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 16 TO WS-FINAL-RC
                   MOVE "WORKING TABLE FULL - NOTHING CHANGED"
                       TO BACK-REPORT-LINE
               WHEN WS-BACKOUT-REFUSED
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "BACKOUT REFUSED - NOTHING CHANGED"
                       TO BACK-REPORT-LINE
               WHEN WS-FILE-ERROR
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "BACKOUT INCOMPLETE - FILE ERROR, SEE JOB LOG"
                       TO BACK-REPORT-LINE
               WHEN WS-SIMULATE
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "SIMULATION ONLY - NOTHING CHANGED"
                       TO BACK-REPORT-LINE
               WHEN NOT WS-HIST-OPENED
                   MOVE 4 TO WS-FINAL-RC
                   MOVE "BACKED OUT - RUN TRANHREB, TRANHIST WAS NOT "
                       TO BACK-REPORT-LINE
                   MOVE "UPDATED" TO BACK-REPORT-LINE (45:7)
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "BACKED OUT - RUN GLRECON BEFORE THE GL LOAD"
                       TO BACK-REPORT-LINE
           END-EVALUATE
           WRITE BACK-REPORT-LINE
           DISPLAY "TRANBACK: " BACK-REPORT-LINE.

       6100-WRITE-TOTAL-LINE.
           MOVE SPACES TO BACK-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE.

       6150-WRITE-AMOUNT-LINE.
           MOVE SPACES TO BACK-REPORT-LINE
           STRING WS-AMOUNT-LABEL DELIMITED BY SIZE
               WS-AMOUNT-VALUE DELIMITED BY SIZE
               INTO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE.

       6200-REFUSE-BACKOUT.
      *    Every reason is reported, not just the first, so the
      *    desk clears them all before the rerun.
           SET WS-BACKOUT-REFUSED TO TRUE
           MOVE SPACES TO BACK-REPORT-LINE
           STRING "REFUSED: " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE
           DISPLAY "TRANBACK: BACKOUT REFUSED - " WS-REFUSE-REASON.

       6300-WRITE-POSTING-LINE.
           MOVE MST-REC-TYPE TO WS-PLN-TYPE
           MOVE MST-FIELD-1 TO WS-PLN-FIELD-1
           MOVE MST-CYCLE-NO TO WS-PLN-CYCLE
           MOVE WS-PST-PRINT-SOURCE TO WS-PLN-SOURCE
           MOVE WS-DR-CR-CODE TO WS-PLN-DR-CR
           MOVE WS-PST-AMOUNT TO WS-PLN-AMOUNT
           MOVE WS-PST-ACTION TO WS-PLN-ACTION
           MOVE WS-POSTING-LINE TO BACK-REPORT-LINE
           WRITE BACK-REPORT-LINE.

       7000-TERMINATE.
           CLOSE BACK-REPORT.

       8000-WRITE-RUN-LEDGER.
           MOVE "TRANBACK" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
