       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANINTG.
      *
      *  TRANINTG is the periodic integrity audit of the transaction
      *  master. GLRECON proves one cycle's GLEXTR against that
      *  cycle's GLCTL, but nothing proved the master itself stayed
      *  what was reported and sent to the GL: restart REWRITEs,
      *  reversals, AGEOFF sweeps and emergency fixes all touch
      *  TRANMSTR after the night's figures were filed. For every
      *  run date in a range this program rebuilds from the master
      *  the figures TRANRPT filed on TRANSTAT for that date - by
      *  capture site and for the whole day - and prints every date
      *  and site that disagrees:
      *
      *    PASSED    postings made that night (active or since
      *              reversed)
      *    REVERSED  reversals applied that night, found through the
      *              reversal night each reversed posting carries
      *    HASH      WS-FIELD-1 of the postings less that of the
      *              reversals - the net hash the night reported
      *    DEBIT/CREDIT  the same netting of the posted amounts
      *
      *  A day's cycles are added together; a cycle filed twice
      *  (a rerun) counts once, with its later figures. Older
      *  TRANSTAT history carries only the whole-day line, and
      *  those dates are proved at that level alone.
      *
      *  Postings already aged off the master are read back from
      *  the TRANARCT master generations cut on or after the start
      *  of the range, so an aged-off date is proved against the
      *  archive instead of reported as missing; a posting found
      *  on both (a RETRIEVE reloaded through TRANMLOD) counts once.
      *  Postings reversed before the master kept the reversal
      *  night cannot be placed on a night; they are counted on the
      *  report, and the nights that reversed them show short.
      *
      *  INTGPARM control cards, KEYWORD=VALUE (all optional):
      *    FROM-DATE=yyyymmdd   first run date audited (default six
      *                         days before TO-DATE - one week)
      *    TO-DATE=yyyymmdd     last run date audited (default today)
      *
      *  The run mode comes from the run-time PARM the way TRANEDIT
      *  resolves it: TEST audits TSTMSTR against TSTSTAT, and the
      *  archive is not consulted - AGEOFF only sweeps TRANMSTR.
      *
      *    RC 00  every date and site agrees
      *    RC 04  agrees, but part of the range could not be fully
      *           proved (undated reversals, an unreadable or purged
      *           generation)
      *    RC 12  a date or site disagrees, a file would not open,
      *           or a control card is in error
      *    RC 16  a working table overflowed - narrow the range
      *
      *  JOB-STREAM ORDER: weekly after the last cycle of the week
      *  and its TRANARCH AGEOFF, or on demand.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same declaration TRANEDIT builds the master with,
      *    alternate keys included; read in primary-key order, then
      *    by key to tell an archived posting already back online.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-DD-TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-FIELD-1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.

           SELECT STATS-FILE ASSIGN DYNAMIC WS-DD-RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TRANARCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT GEN-MST-IN ASSIGN DYNAMIC WS-DD-MST-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT PARM-FILE ASSIGN TO "INTGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
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

       FD  CATALOG-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  CATALOG-RECORD.
           05  CAT-KIND                      PIC X(03).
           05  CAT-LEVEL                     PIC X(01).
           05  CAT-DATE                      PIC X(08).
           05  CAT-DDNAME                    PIC X(08).
           05  CAT-STATUS                    PIC X(01).

      *    Same layout as TRANARCH's GEN-MST-IN; shorter records of
      *    the older vintages read back space-filled on the right.
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

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-CARD                        PIC X(80).

       FD  INTEGRITY-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  INTEGRITY-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                    PIC X(02).
           88  WS-MST-OK                     VALUE "00".

       01  WS-STAT-STATUS                   PIC X(02).
           88  WS-STAT-OK                    VALUE "00".

       01  WS-CAT-STATUS                    PIC X(02).
           88  WS-CAT-OK                     VALUE "00".

       01  WS-GEN-STATUS                    PIC X(02).
           88  WS-GEN-OK                     VALUE "00".

       01  WS-PARM-STATUS                   PIC X(02).
           88  WS-PARM-OK                    VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-MODE                 PIC X(10) VALUE "PRODUCTION".
           88  WS-MODE-TEST               VALUE "TEST".
           88  WS-MODE-PRODUCTION         VALUE "PRODUCTION".

       01  WS-DD-TRANMSTR                   PIC X(08).
       01  WS-DD-RUNSTAT                    PIC X(08).
       01  WS-DD-MST-IN                     PIC X(08).

       01  WS-TODAY-DATE                    PIC X(08).

      *    The range audited, as dates and as day numbers.
       01  WS-FROM-DATE                     PIC X(08) VALUE SPACES.
       01  WS-TO-DATE                       PIC X(08) VALUE SPACES.
       01  WS-FROM-INT                      PIC 9(08) VALUE ZERO.
       01  WS-TO-INT                        PIC 9(08) VALUE ZERO.
       01  WS-DATE-NUM                      PIC 9(08) VALUE ZERO.
       01  WS-DAY-INT                       PIC 9(08) VALUE ZERO.
       01  WS-DAY-DATE                      PIC X(08).
       01  WS-MAX-RANGE-DAYS                PIC 9(03) VALUE 366.

       01  WS-PARM-KEYWORD                  PIC X(20).
       01  WS-PARM-VALUE                    PIC X(20).

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-REFUSE-SWITCH                 PIC X(01) VALUE "N".
           88  WS-AUDIT-REFUSED             VALUE "Y".

       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

       01  WS-WARNING-SWITCH                PIC X(01) VALUE "N".
           88  WS-AUDIT-PARTIAL             VALUE "Y".

       01  WS-MST-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-MST-OPENED                VALUE "Y".

      *    The posting being tallied, from the master or from an
      *    archive generation.
       01  WS-TLY-RUN-DATE                  PIC X(08).
       01  WS-TLY-SOURCE                    PIC X(03).
       01  WS-TLY-FIELD-1                   PIC 9(05).
       01  WS-TLY-AMOUNT                    PIC 9(09)V99.
       01  WS-TLY-DR-CR                     PIC X(01).
       01  WS-TLY-STATUS                    PIC X(01).
           88  WS-TLY-REVERSED              VALUE "R".
       01  WS-TLY-RVSL-DATE                 PIC X(08).
       01  WS-TLY-RVSL-SOURCE               PIC X(03).
       01  WS-TLY-ARCHIVE-SWITCH            PIC X(01).
           88  WS-TLY-FROM-ARCHIVE          VALUE "Y".
       01  WS-TLY-KIND                      PIC X(01).
           88  WS-TLY-POSTING               VALUE "P".
           88  WS-TLY-REVERSAL              VALUE "R".

      *    Date x site buckets: what TRANSTAT says beside what the
      *    master rebuilds. Site "ALL" is the whole day.
       01  WS-BKT-MAX                       PIC 9(04) VALUE 1500.
       01  WS-BKT-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-BKT-IX                        PIC 9(04) VALUE ZERO.
       01  WS-BKT-FOUND-IX                  PIC 9(04) VALUE ZERO.
       01  WS-BKT-WANT-DATE                 PIC X(08).
       01  WS-BKT-WANT-SOURCE               PIC X(03).
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 1500 TIMES.
               10  WS-BKT-DATE               PIC X(08).
               10  WS-BKT-SOURCE             PIC X(03).
               10  WS-BKT-STAT-SWITCH        PIC X(01).
                   88  WS-BKT-ON-STAT        VALUE "Y".
               10  WS-BKT-STAT-PASSED        PIC 9(09).
               10  WS-BKT-STAT-REVERSED      PIC 9(09).
               10  WS-BKT-STAT-HASH          PIC S9(11).
               10  WS-BKT-STAT-DEBIT         PIC S9(13)V99.
               10  WS-BKT-STAT-CREDIT        PIC S9(13)V99.
               10  WS-BKT-MST-POSTED         PIC 9(09).
               10  WS-BKT-MST-ACTIVE         PIC 9(09).
               10  WS-BKT-MST-REVERSED       PIC 9(09).
               10  WS-BKT-MST-APPLIED        PIC 9(09).
               10  WS-BKT-MST-HASH           PIC S9(11).
               10  WS-BKT-MST-DEBIT          PIC S9(13)V99.
               10  WS-BKT-MST-CREDIT         PIC S9(13)V99.
               10  WS-BKT-ARCHIVED           PIC 9(09).

      *    TRANSTAT lines in range, one per date, site and cycle: a
      *    cycle filed again replaces its earlier line before the
      *    figures go into the buckets.
       01  WS-SCL-MAX                       PIC 9(04) VALUE 3000.
       01  WS-SCL-COUNT                     PIC 9(04) VALUE ZERO.
       01  WS-SCL-IX                        PIC 9(04) VALUE ZERO.
       01  WS-SCL-FOUND-IX                  PIC 9(04) VALUE ZERO.
       01  WS-SCL-WANT-SOURCE               PIC X(03).
       01  WS-SCL-WANT-CYCLE                PIC 9(04).
       01  WS-SCL-TABLE.
           05  WS-SCL-ENTRY OCCURS 3000 TIMES.
               10  WS-SCL-DATE               PIC X(08).
               10  WS-SCL-SOURCE             PIC X(03).
               10  WS-SCL-CYCLE              PIC 9(04).
               10  WS-SCL-PASSED             PIC 9(09).
               10  WS-SCL-REVERSED           PIC 9(09).
               10  WS-SCL-HASH               PIC S9(11).
               10  WS-SCL-DEBIT              PIC S9(13)V99.
               10  WS-SCL-CREDIT             PIC S9(13)V99.

      *    Master generations that may hold a posting of the range,
      *    or one reversed inside it: every sweep cut on or after
      *    the first date audited.
       01  WS-MGN-MAX                       PIC 9(03) VALUE 200.
       01  WS-MGN-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-MGN-IX                        PIC 9(03) VALUE ZERO.
       01  WS-MGN-TABLE.
           05  WS-MGN-ENTRY OCCURS 200 TIMES.
               10  WS-MGN-DATE               PIC X(08).
               10  WS-MGN-DDNAME             PIC X(08).

       01  WS-DATE-SOURCES-SWITCH           PIC X(01).
           88  WS-DATE-HAS-SOURCES          VALUE "Y".
       01  WS-BKT-DIFF-SWITCH               PIC X(01).
           88  WS-BKT-DIFFERS               VALUE "Y".

       01  WS-MASTER-READ                   PIC 9(09) VALUE ZERO.
       01  WS-ARCHIVE-READ                  PIC 9(09) VALUE ZERO.
       01  WS-ARCHIVE-ONLINE                PIC 9(09) VALUE ZERO.
       01  WS-STAT-LINES-USED               PIC 9(09) VALUE ZERO.
       01  WS-UNDATED-REVERSALS             PIC 9(09) VALUE ZERO.
       01  WS-DATES-AUDITED                 PIC 9(05) VALUE ZERO.
       01  WS-DATES-DIFFERING               PIC 9(05) VALUE ZERO.
       01  WS-BUCKETS-DIFFERING             PIC 9(05) VALUE ZERO.
       01  WS-DATE-DIFF-SWITCH              PIC X(01).
           88  WS-DATE-DIFFERS              VALUE "Y".
       01  WS-FINAL-RC                      PIC 9(02) VALUE ZERO.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(40) VALUE
               "RUN DATE  SITE      POSTED      ACTIVE  ".
           05  FILLER                        PIC X(40) VALUE
               "  REVERSED  VERDICT                     ".

       01  WS-BKT-LINE.
           05  WS-BLN-DATE                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BLN-SOURCE                 PIC X(03).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BLN-POSTED                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-BLN-ACTIVE                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-BLN-REVERSED               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BLN-VERDICT                PIC X(28).

       01  WS-DIFF-LINE.
           05  FILLER                        PIC X(04) VALUE SPACE.
           05  WS-DLN-LABEL                  PIC X(10).
           05  FILLER                        PIC X(10)
                                             VALUE " TRANSTAT ".
           05  WS-DLN-STAT                   PIC X(21).
           05  FILLER                        PIC X(10)
                                             VALUE " TRANMSTR ".
           05  WS-DLN-MST                    PIC X(21).

       01  WS-EDIT-COUNT                    PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-HASH                     PIC -ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-AMOUNT                   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DIFF-COUNT-STAT               PIC 9(09).
       01  WS-DIFF-COUNT-MST                PIC 9(09).
       01  WS-DIFF-HASH-STAT                PIC S9(11).
       01  WS-DIFF-HASH-MST                 PIC S9(11).
       01  WS-DIFF-AMT-STAT                 PIC S9(13)V99.
       01  WS-DIFF-AMT-MST                  PIC S9(13)V99.

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(40).
           05  WS-TOTAL-VALUE                PIC ZZZ,ZZZ,ZZ9.

           COPY WSAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-PARM-CARDS
           PERFORM 1200-SET-RANGE
           IF NOT WS-AUDIT-REFUSED
               PERFORM 2000-LOAD-RUN-STATS
           END-IF
           IF NOT WS-AUDIT-REFUSED AND NOT WS-ABORT
               PERFORM 3000-SCAN-MASTER
           END-IF
           IF NOT WS-AUDIT-REFUSED AND NOT WS-ABORT
                   AND WS-MODE-PRODUCTION
               PERFORM 4000-SCAN-ARCHIVE
           END-IF
           IF WS-MST-OPENED
               CLOSE MASTER-FILE
           END-IF
           IF NOT WS-AUDIT-REFUSED AND NOT WS-ABORT
               PERFORM 5000-REPORT-ONE-DATE
                   VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                   UNTIL WS-DAY-INT > WS-TO-INT
           END-IF
           PERFORM 6000-WRITE-TOTALS
           PERFORM 7000-TERMINATE
           MOVE "END" TO WS-LEDGER-EVENT
           MOVE WS-FINAL-RC TO WS-LEDGER-RC
           MOVE WS-TO-DATE TO WS-LEDGER-NOTE
           PERFORM 8000-WRITE-RUN-LEDGER
      *    The CALL hands back TRANLEDG's own code; the scheduler
      *    must see ours.
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *    Same PARM TRANEDIT takes, same DD names per mode.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE = SPACES
               SET WS-MODE-PRODUCTION TO TRUE
           END-IF
           IF WS-MODE-TEST
               DISPLAY "TRANINTG: RUNNING IN TEST MODE"
               MOVE "TSTMSTR"  TO WS-DD-TRANMSTR
               MOVE "TSTSTAT"  TO WS-DD-RUNSTAT
           ELSE
               DISPLAY "TRANINTG: RUNNING IN PRODUCTION MODE"
               MOVE "TRANMSTR" TO WS-DD-TRANMSTR
               MOVE "TRANSTAT" TO WS-DD-RUNSTAT
           END-IF
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           MOVE WS-RUN-MODE TO WS-LEDGER-NOTE
           PERFORM 8000-WRITE-RUN-LEDGER
           OPEN OUTPUT INTEGRITY-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANINTG: UNABLE TO OPEN INTGRPT, STATUS="
                   WS-RPT-STATUS
           END-IF.

       1100-READ-PARM-CARDS.
      *    No INTGPARM simply means the default week.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               PERFORM 1110-READ-ONE-CARD UNTIL WS-EOF
               CLOSE PARM-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1110-READ-ONE-CARD.
           READ PARM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PARM-CARD NOT = SPACES
                           AND PARM-CARD (1:1) NOT = "*"
                       PERFORM 1120-APPLY-ONE-CARD
                   END-IF
           END-READ.

       1120-APPLY-ONE-CARD.
           MOVE SPACES TO WS-PARM-KEYWORD
           MOVE SPACES TO WS-PARM-VALUE
           UNSTRING PARM-CARD DELIMITED BY "="
               INTO WS-PARM-KEYWORD WS-PARM-VALUE
           EVALUATE WS-PARM-KEYWORD
               WHEN "FROM-DATE"
                   PERFORM 1130-CHECK-CARD-DATE
                   IF NOT WS-AUDIT-REFUSED
                       MOVE WS-PARM-VALUE (1:8) TO WS-FROM-DATE
                   END-IF
               WHEN "TO-DATE"
                   PERFORM 1130-CHECK-CARD-DATE
                   IF NOT WS-AUDIT-REFUSED
                       MOVE WS-PARM-VALUE (1:8) TO WS-TO-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "TRANINTG: UNKNOWN INTGPARM KEYWORD '"
                       WS-PARM-KEYWORD "' - AUDIT REFUSED"
                   SET WS-AUDIT-REFUSED TO TRUE
           END-EVALUATE.

       1130-CHECK-CARD-DATE.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-PARM-VALUE (1:8) NUMERIC
               MOVE WS-PARM-VALUE (1:8) TO WS-DATE-NUM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
               DISPLAY "TRANINTG: " WS-PARM-KEYWORD " VALUE '"
                   WS-PARM-VALUE "' NOT A VALID YYYYMMDD - AUDIT "
                   "REFUSED"
               SET WS-AUDIT-REFUSED TO TRUE
           END-IF.

       1200-SET-RANGE.
           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-TO-INT
           IF WS-FROM-DATE = SPACES
               COMPUTE WS-FROM-INT = WS-TO-INT - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   TO WS-FROM-INT
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING "TRANMSTR INTEGRITY AUDIT - " WS-TODAY-DATE
               " " WS-RUN-MODE " RUN DATES " WS-FROM-DATE " TO "
               WS-TO-DATE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE ALL "-" TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           IF WS-AUDIT-REFUSED
               MOVE "REFUSED: INTGPARM IN ERROR - SEE JOB LOG"
                   TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           ELSE
               IF WS-FROM-INT > WS-TO-INT
                   MOVE "REFUSED: FROM-DATE IS AFTER TO-DATE"
                       TO INTEGRITY-REPORT-LINE
                   WRITE INTEGRITY-REPORT-LINE
                   DISPLAY "TRANINTG: FROM-DATE " WS-FROM-DATE
                       " IS AFTER TO-DATE " WS-TO-DATE
                       " - AUDIT REFUSED"
                   SET WS-AUDIT-REFUSED TO TRUE
               ELSE
                   IF WS-TO-INT - WS-FROM-INT >= WS-MAX-RANGE-DAYS
                       MOVE SPACES TO INTEGRITY-REPORT-LINE
                       STRING "REFUSED: RANGE LONGER THAN "
                           WS-MAX-RANGE-DAYS
                           " DAYS - AUDIT IT IN PARTS"
                           DELIMITED BY SIZE
                           INTO INTEGRITY-REPORT-LINE
                       WRITE INTEGRITY-REPORT-LINE
                       DISPLAY "TRANINTG: RANGE LONGER THAN "
                           WS-MAX-RANGE-DAYS " DAYS - AUDIT REFUSED"
                       SET WS-AUDIT-REFUSED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  TRANSTAT - WHAT WAS REPORTED
      *****************************************************************
       2000-LOAD-RUN-STATS.
      *    No TRANSTAT at all leaves nothing to prove the master
      *    against - that is an error, not an empty audit.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STATS-FILE
           IF WS-STAT-OK
               PERFORM 2100-READ-ONE-STAT UNTIL WS-EOF
               CLOSE STATS-FILE
           ELSE
               DISPLAY "TRANINTG: UNABLE TO OPEN " WS-DD-RUNSTAT
                   ", STATUS=" WS-STAT-STATUS
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "REFUSED: UNABLE TO OPEN " WS-DD-RUNSTAT
                   ", STATUS=" WS-STAT-STATUS
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               SET WS-AUDIT-REFUSED TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF NOT WS-AUDIT-REFUSED AND NOT WS-ABORT
               PERFORM 2300-POST-STAT-LINE
                   VARYING WS-SCL-IX FROM 1 BY 1
                   UNTIL WS-SCL-IX > WS-SCL-COUNT
                   OR WS-ABORT
           END-IF.

       2100-READ-ONE-STAT.
           READ STATS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF STAT-RUN-DATE >= WS-FROM-DATE
                           AND STAT-RUN-DATE <= WS-TO-DATE
                           AND STAT-RECORDS-PASSED NUMERIC
                           AND STAT-RECORDS-REVERSED NUMERIC
                       PERFORM 2200-HOLD-STAT-LINE
                   END-IF
           END-READ.

       2200-HOLD-STAT-LINE.
      *    History written before per-site lines carries the whole
      *    day under a blank site.
           IF STAT-SOURCE = SPACES
               MOVE "ALL" TO WS-SCL-WANT-SOURCE
           ELSE
               MOVE STAT-SOURCE TO WS-SCL-WANT-SOURCE
           END-IF
           IF STAT-CYCLE-NO NUMERIC
               MOVE STAT-CYCLE-NO TO WS-SCL-WANT-CYCLE
           ELSE
               MOVE ZERO TO WS-SCL-WANT-CYCLE
           END-IF
           MOVE ZERO TO WS-SCL-FOUND-IX
           PERFORM 2210-MATCH-ONE-STAT-LINE
               VARYING WS-SCL-IX FROM 1 BY 1
               UNTIL WS-SCL-IX > WS-SCL-COUNT
           IF WS-SCL-FOUND-IX = ZERO
               IF WS-SCL-COUNT >= WS-SCL-MAX
                   DISPLAY "TRANINTG: MORE THAN " WS-SCL-MAX
                       " TRANSTAT LINES IN RANGE"
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-SCL-COUNT
                   MOVE WS-SCL-COUNT TO WS-SCL-FOUND-IX
                   MOVE STAT-RUN-DATE TO WS-SCL-DATE (WS-SCL-COUNT)
                   MOVE WS-SCL-WANT-SOURCE
                       TO WS-SCL-SOURCE (WS-SCL-COUNT)
                   MOVE WS-SCL-WANT-CYCLE
                       TO WS-SCL-CYCLE (WS-SCL-COUNT)
               END-IF
           END-IF
           IF WS-SCL-FOUND-IX > ZERO
               MOVE STAT-RECORDS-PASSED
                   TO WS-SCL-PASSED (WS-SCL-FOUND-IX)
               MOVE STAT-RECORDS-REVERSED
                   TO WS-SCL-REVERSED (WS-SCL-FOUND-IX)
               MOVE STAT-HASH-TOTAL TO WS-SCL-HASH (WS-SCL-FOUND-IX)
               MOVE STAT-DEBIT-AMOUNT
                   TO WS-SCL-DEBIT (WS-SCL-FOUND-IX)
               MOVE STAT-CREDIT-AMOUNT
                   TO WS-SCL-CREDIT (WS-SCL-FOUND-IX)
           END-IF.

       2210-MATCH-ONE-STAT-LINE.
           IF WS-SCL-DATE (WS-SCL-IX) = STAT-RUN-DATE
               AND WS-SCL-SOURCE (WS-SCL-IX) = WS-SCL-WANT-SOURCE
               AND WS-SCL-CYCLE (WS-SCL-IX) = WS-SCL-WANT-CYCLE
               MOVE WS-SCL-IX TO WS-SCL-FOUND-IX
           END-IF.

       2300-POST-STAT-LINE.
           MOVE WS-SCL-DATE (WS-SCL-IX) TO WS-BKT-WANT-DATE
           MOVE WS-SCL-SOURCE (WS-SCL-IX) TO WS-BKT-WANT-SOURCE
           PERFORM 3700-FIND-BUCKET
           IF WS-BKT-FOUND-IX > ZERO
               ADD 1 TO WS-STAT-LINES-USED
               SET WS-BKT-ON-STAT (WS-BKT-FOUND-IX) TO TRUE
               ADD WS-SCL-PASSED (WS-SCL-IX)
                   TO WS-BKT-STAT-PASSED (WS-BKT-FOUND-IX)
               ADD WS-SCL-REVERSED (WS-SCL-IX)
                   TO WS-BKT-STAT-REVERSED (WS-BKT-FOUND-IX)
               ADD WS-SCL-HASH (WS-SCL-IX)
                   TO WS-BKT-STAT-HASH (WS-BKT-FOUND-IX)
               ADD WS-SCL-DEBIT (WS-SCL-IX)
                   TO WS-BKT-STAT-DEBIT (WS-BKT-FOUND-IX)
               ADD WS-SCL-CREDIT (WS-SCL-IX)
                   TO WS-BKT-STAT-CREDIT (WS-BKT-FOUND-IX)
           END-IF.

      *****************************************************************
      *  TRANMSTR - WHAT IS ON FILE NOW
      *****************************************************************
       3000-SCAN-MASTER.
      *    The whole master in key order: a night's postings are
      *    spread across every record type and field-1, and a night
      *    in range can have reversed a posting from any date.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MST-OK
               SET WS-MST-OPENED TO TRUE
               PERFORM 3100-READ-ONE-POSTING UNTIL WS-EOF
           ELSE
               DISPLAY "TRANINTG: UNABLE TO OPEN " WS-DD-TRANMSTR
                   ", STATUS=" WS-MST-STATUS
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING "REFUSED: UNABLE TO OPEN " WS-DD-TRANMSTR
                   ", STATUS=" WS-MST-STATUS
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               SET WS-AUDIT-REFUSED TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3100-READ-ONE-POSTING.
           READ MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   MOVE MST-RUN-DATE TO WS-TLY-RUN-DATE
                   MOVE MST-FIELD-1 TO WS-TLY-FIELD-1
                   MOVE MST-AREA TO WS-AREA-1
                   MOVE MST-STATUS TO WS-TLY-STATUS
                   MOVE MST-RVSL-DATE TO WS-TLY-RVSL-DATE
                   MOVE MST-RVSL-SOURCE TO WS-TLY-RVSL-SOURCE
                   MOVE "N" TO WS-TLY-ARCHIVE-SWITCH
                   PERFORM 3500-TALLY-POSTING
           END-READ.

       3500-TALLY-POSTING.
      *    WS-AREA-1 holds the posting's image. Its site and amount
      *    are read the way TRANEDIT counted them: a blank site is
      *    the unnamed bucket TRANRPT files as "UNK", and a posting
      *    made before the record carried an amount counts zero.
           IF WS-SOURCE-CODE = SPACES
               MOVE "UNK" TO WS-TLY-SOURCE
           ELSE
               MOVE WS-SOURCE-CODE TO WS-TLY-SOURCE
           END-IF
           IF WS-AMOUNT NUMERIC
               MOVE WS-AMOUNT TO WS-TLY-AMOUNT
           ELSE
               MOVE ZERO TO WS-TLY-AMOUNT
           END-IF
           MOVE WS-DR-CR-CODE TO WS-TLY-DR-CR
           IF WS-TLY-RUN-DATE >= WS-FROM-DATE
               AND WS-TLY-RUN-DATE <= WS-TO-DATE
               SET WS-TLY-POSTING TO TRUE
               MOVE WS-TLY-RUN-DATE TO WS-BKT-WANT-DATE
               MOVE WS-TLY-SOURCE TO WS-BKT-WANT-SOURCE
               PERFORM 3600-ADD-TO-BUCKET
               MOVE "ALL" TO WS-BKT-WANT-SOURCE
               PERFORM 3600-ADD-TO-BUCKET
           END-IF
           IF WS-TLY-REVERSED
               IF WS-TLY-RVSL-DATE = SPACES
                   IF WS-TLY-RUN-DATE <= WS-TO-DATE
                       ADD 1 TO WS-UNDATED-REVERSALS
                   END-IF
               ELSE
                   IF WS-TLY-RVSL-DATE >= WS-FROM-DATE
                       AND WS-TLY-RVSL-DATE <= WS-TO-DATE
                       PERFORM 3550-TALLY-REVERSAL
                   END-IF
               END-IF
           END-IF.

       3550-TALLY-REVERSAL.
           SET WS-TLY-REVERSAL TO TRUE
           MOVE WS-TLY-RVSL-DATE TO WS-BKT-WANT-DATE
           IF WS-TLY-RVSL-SOURCE = SPACES
               MOVE "UNK" TO WS-BKT-WANT-SOURCE
           ELSE
               MOVE WS-TLY-RVSL-SOURCE TO WS-BKT-WANT-SOURCE
           END-IF
           PERFORM 3600-ADD-TO-BUCKET
           MOVE "ALL" TO WS-BKT-WANT-SOURCE
           PERFORM 3600-ADD-TO-BUCKET.

       3600-ADD-TO-BUCKET.
      *    A posting adds to the night it was made; a reversal takes
      *    the same figures back out of the night it was applied,
      *    exactly as TRANEDIT's 2720-APPLY-REVERSAL did.
           PERFORM 3700-FIND-BUCKET
           IF WS-BKT-FOUND-IX > ZERO
               IF WS-TLY-POSTING
                   ADD 1 TO WS-BKT-MST-POSTED (WS-BKT-FOUND-IX)
                   IF WS-TLY-REVERSED
                       ADD 1 TO WS-BKT-MST-REVERSED (WS-BKT-FOUND-IX)
                   ELSE
                       ADD 1 TO WS-BKT-MST-ACTIVE (WS-BKT-FOUND-IX)
                   END-IF
                   IF WS-TLY-FROM-ARCHIVE
                       ADD 1 TO WS-BKT-ARCHIVED (WS-BKT-FOUND-IX)
                   END-IF
                   ADD WS-TLY-FIELD-1
                       TO WS-BKT-MST-HASH (WS-BKT-FOUND-IX)
                   IF WS-TLY-DR-CR = "D"
                       ADD WS-TLY-AMOUNT
                           TO WS-BKT-MST-DEBIT (WS-BKT-FOUND-IX)
                   ELSE
                       ADD WS-TLY-AMOUNT
                           TO WS-BKT-MST-CREDIT (WS-BKT-FOUND-IX)
                   END-IF
               ELSE
                   ADD 1 TO WS-BKT-MST-APPLIED (WS-BKT-FOUND-IX)
                   SUBTRACT WS-TLY-FIELD-1
                       FROM WS-BKT-MST-HASH (WS-BKT-FOUND-IX)
                   IF WS-TLY-DR-CR = "D"
                       SUBTRACT WS-TLY-AMOUNT
                           FROM WS-BKT-MST-DEBIT (WS-BKT-FOUND-IX)
                   ELSE
                       SUBTRACT WS-TLY-AMOUNT
                           FROM WS-BKT-MST-CREDIT (WS-BKT-FOUND-IX)
                   END-IF
               END-IF
           END-IF.

       3700-FIND-BUCKET.
      *    Finds the date/site bucket, opening it when new. A full
      *    table stops the audit: a partial proof is no proof.
           MOVE ZERO TO WS-BKT-FOUND-IX
           PERFORM 3710-MATCH-ONE-BUCKET
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-COUNT
           IF WS-BKT-FOUND-IX = ZERO
               IF WS-BKT-COUNT >= WS-BKT-MAX
                   IF NOT WS-ABORT
                       DISPLAY "TRANINTG: MORE THAN " WS-BKT-MAX
                           " DATE/SITE BUCKETS IN RANGE"
                   END-IF
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-BKT-COUNT
                   MOVE WS-BKT-COUNT TO WS-BKT-FOUND-IX
                   INITIALIZE WS-BKT-ENTRY (WS-BKT-COUNT)
                   MOVE WS-BKT-WANT-DATE TO WS-BKT-DATE (WS-BKT-COUNT)
                   MOVE WS-BKT-WANT-SOURCE
                       TO WS-BKT-SOURCE (WS-BKT-COUNT)
                   MOVE "N" TO WS-BKT-STAT-SWITCH (WS-BKT-COUNT)
               END-IF
           END-IF.

       3710-MATCH-ONE-BUCKET.
           IF WS-BKT-DATE (WS-BKT-IX) = WS-BKT-WANT-DATE
               AND WS-BKT-SOURCE (WS-BKT-IX) = WS-BKT-WANT-SOURCE
               MOVE WS-BKT-IX TO WS-BKT-FOUND-IX
           END-IF.

      *****************************************************************
      *  TRANARCT - WHAT WAS AGED OFF
      *****************************************************************
       4000-SCAN-ARCHIVE.
      *    A missing catalog means nothing has ever been aged off.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-OK
               PERFORM 4100-LOAD-ONE-CAT-ENTRY UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF NOT WS-ABORT
               PERFORM 4200-SCAN-ONE-GENERATION
                   VARYING WS-MGN-IX FROM 1 BY 1
                   UNTIL WS-MGN-IX > WS-MGN-COUNT
                   OR WS-ABORT
           END-IF.

       4100-LOAD-ONE-CAT-ENTRY.
      *    A sweep cut before the range began holds only postings
      *    aged off - and so reversed, if ever - before it.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF CAT-KIND = "MST" AND CAT-DATE >= WS-FROM-DATE
                       IF CAT-STATUS = "P"
                           DISPLAY "TRANINTG: MASTER GENERATION "
                               CAT-DDNAME " PURGED - POSTINGS IT HELD "
                               "CANNOT BE PROVED"
                           SET WS-AUDIT-PARTIAL TO TRUE
                       ELSE
                           PERFORM 4150-HOLD-GENERATION
                       END-IF
                   END-IF
           END-READ.

       4150-HOLD-GENERATION.
           IF WS-MGN-COUNT < WS-MGN-MAX
               ADD 1 TO WS-MGN-COUNT
               MOVE CAT-DATE TO WS-MGN-DATE (WS-MGN-COUNT)
               MOVE CAT-DDNAME TO WS-MGN-DDNAME (WS-MGN-COUNT)
           ELSE
               DISPLAY "TRANINTG: MORE THAN " WS-MGN-MAX
                   " MASTER GENERATIONS SINCE " WS-FROM-DATE
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       4200-SCAN-ONE-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE WS-MGN-DDNAME (WS-MGN-IX) TO WS-DD-MST-IN
           OPEN INPUT GEN-MST-IN
           IF WS-GEN-OK
               PERFORM 4300-READ-ONE-ARCHIVED UNTIL WS-EOF
               CLOSE GEN-MST-IN
           ELSE
               DISPLAY "TRANINTG: MASTER GENERATION "
                   WS-MGN-DDNAME (WS-MGN-IX) " UNREADABLE, STATUS="
                   WS-GEN-STATUS
               SET WS-AUDIT-PARTIAL TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       4300-READ-ONE-ARCHIVED.
           READ GEN-MST-IN
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ
                   IF GMI-FIELD-1 NUMERIC
                       AND ((GMI-RUN-DATE >= WS-FROM-DATE
                             AND GMI-RUN-DATE <= WS-TO-DATE)
                         OR (GMI-RVSL-DATE >= WS-FROM-DATE
                             AND GMI-RVSL-DATE <= WS-TO-DATE)
                         OR (GMI-STATUS = "R"
                             AND GMI-RVSL-DATE = SPACES))
                       PERFORM 4400-TALLY-IF-OFFLINE
                   END-IF
           END-READ.

       4400-TALLY-IF-OFFLINE.
      *    A posting RETRIEVE'd and reloaded is on the master too and
      *    was counted there.
           MOVE GMI-REC-TYPE TO MST-REC-TYPE
           MOVE GMI-FIELD-1 TO MST-FIELD-1
           MOVE GMI-RUN-DATE TO MST-RUN-DATE
           IF GMI-CYCLE-NO NUMERIC
               MOVE GMI-CYCLE-NO TO MST-CYCLE-NO
           ELSE
               MOVE ZERO TO MST-CYCLE-NO
           END-IF
           READ MASTER-FILE
               KEY IS MST-KEY
               INVALID KEY
                   MOVE GMI-RUN-DATE TO WS-TLY-RUN-DATE
                   MOVE GMI-FIELD-1 TO WS-TLY-FIELD-1
                   MOVE GMI-AREA TO WS-AREA-1
                   MOVE GMI-STATUS TO WS-TLY-STATUS
                   MOVE GMI-RVSL-DATE TO WS-TLY-RVSL-DATE
                   MOVE GMI-RVSL-SOURCE TO WS-TLY-RVSL-SOURCE
                   SET WS-TLY-FROM-ARCHIVE TO TRUE
                   PERFORM 3500-TALLY-POSTING
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVE-ONLINE
           END-READ.

      *****************************************************************
      *  THE COMPARISON, DATE BY DATE
      *****************************************************************
       5000-REPORT-ONE-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-DAY-DATE
           ADD 1 TO WS-DATES-AUDITED
           MOVE "N" TO WS-DATE-DIFF-SWITCH
           IF WS-DATES-AUDITED = 1
               MOVE WS-COLUMN-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF
      *    Sites are proved one by one only where the night filed
      *    per-site lines; older history is proved for the day.
           MOVE "N" TO WS-DATE-SOURCES-SWITCH
           PERFORM 5050-CHECK-SOURCE-LINES
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-COUNT
           MOVE WS-DAY-DATE TO WS-BKT-WANT-DATE
           MOVE "ALL" TO WS-BKT-WANT-SOURCE
           MOVE ZERO TO WS-BKT-FOUND-IX
           PERFORM 3710-MATCH-ONE-BUCKET
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > WS-BKT-COUNT
           IF WS-BKT-FOUND-IX = ZERO
               MOVE ZERO TO WS-BLN-POSTED
               MOVE ZERO TO WS-BLN-ACTIVE
               MOVE ZERO TO WS-BLN-REVERSED
               MOVE WS-DAY-DATE TO WS-BLN-DATE
               MOVE "ALL" TO WS-BLN-SOURCE
               MOVE "NO ACTIVITY" TO WS-BLN-VERDICT
               MOVE WS-BKT-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           ELSE
               MOVE WS-BKT-FOUND-IX TO WS-BKT-IX
               PERFORM 5100-COMPARE-BUCKET
               IF WS-DATE-HAS-SOURCES
                   PERFORM 5060-COMPARE-IF-SITE
                       VARYING WS-BKT-IX FROM 1 BY 1
                       UNTIL WS-BKT-IX > WS-BKT-COUNT
               END-IF
           END-IF
           IF WS-DATE-DIFFERS
               ADD 1 TO WS-DATES-DIFFERING
           END-IF.

       5050-CHECK-SOURCE-LINES.
           IF WS-BKT-DATE (WS-BKT-IX) = WS-DAY-DATE
               AND WS-BKT-SOURCE (WS-BKT-IX) NOT = "ALL"
               AND WS-BKT-ON-STAT (WS-BKT-IX)
               SET WS-DATE-HAS-SOURCES TO TRUE
           END-IF.

       5060-COMPARE-IF-SITE.
           IF WS-BKT-DATE (WS-BKT-IX) = WS-DAY-DATE
               AND WS-BKT-SOURCE (WS-BKT-IX) NOT = "ALL"
               PERFORM 5100-COMPARE-BUCKET
           END-IF.

       5100-COMPARE-BUCKET.
           MOVE "N" TO WS-BKT-DIFF-SWITCH
           IF NOT WS-BKT-ON-STAT (WS-BKT-IX)
               SET WS-BKT-DIFFERS TO TRUE
           ELSE
               IF WS-BKT-STAT-PASSED (WS-BKT-IX)
                       NOT = WS-BKT-MST-POSTED (WS-BKT-IX)
                   OR WS-BKT-STAT-REVERSED (WS-BKT-IX)
                       NOT = WS-BKT-MST-APPLIED (WS-BKT-IX)
                   OR WS-BKT-STAT-HASH (WS-BKT-IX)
                       NOT = WS-BKT-MST-HASH (WS-BKT-IX)
                   OR WS-BKT-STAT-DEBIT (WS-BKT-IX)
                       NOT = WS-BKT-MST-DEBIT (WS-BKT-IX)
                   OR WS-BKT-STAT-CREDIT (WS-BKT-IX)
                       NOT = WS-BKT-MST-CREDIT (WS-BKT-IX)
                   SET WS-BKT-DIFFERS TO TRUE
               END-IF
           END-IF
           MOVE WS-BKT-DATE (WS-BKT-IX) TO WS-BLN-DATE
           MOVE WS-BKT-SOURCE (WS-BKT-IX) TO WS-BLN-SOURCE
           MOVE WS-BKT-MST-POSTED (WS-BKT-IX) TO WS-BLN-POSTED
           MOVE WS-BKT-MST-ACTIVE (WS-BKT-IX) TO WS-BLN-ACTIVE
           MOVE WS-BKT-MST-REVERSED (WS-BKT-IX) TO WS-BLN-REVERSED
           MOVE SPACES TO WS-BLN-VERDICT
           EVALUATE TRUE
               WHEN NOT WS-BKT-ON-STAT (WS-BKT-IX)
                   MOVE "DIFFERS - NOT ON TRANSTAT" TO WS-BLN-VERDICT
               WHEN WS-BKT-DIFFERS
                   MOVE "DIFFERS" TO WS-BLN-VERDICT
               WHEN OTHER
                   MOVE "AGREES" TO WS-BLN-VERDICT
           END-EVALUATE
      *    Flags a date proved partly or wholly from the archive.
           IF WS-BKT-ARCHIVED (WS-BKT-IX) > ZERO
                   AND WS-BKT-ON-STAT (WS-BKT-IX)
               MOVE "(ARCHIVE)" TO WS-BLN-VERDICT (9:9)
           END-IF
           MOVE WS-BKT-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           IF WS-BKT-DIFFERS
               SET WS-DATE-DIFFERS TO TRUE
               ADD 1 TO WS-BUCKETS-DIFFERING
               DISPLAY "TRANINTG: " WS-BKT-DATE (WS-BKT-IX) " SITE "
                   WS-BKT-SOURCE (WS-BKT-IX)
                   " TRANMSTR DISAGREES WITH TRANSTAT"
               IF WS-BKT-ON-STAT (WS-BKT-IX)
                   PERFORM 5200-WRITE-DIFFERENCES
               END-IF
           END-IF.

       5200-WRITE-DIFFERENCES.
      *    One line per figure that disagrees, TRANSTAT's beside the
      *    master's.
           IF WS-BKT-STAT-PASSED (WS-BKT-IX)
                   NOT = WS-BKT-MST-POSTED (WS-BKT-IX)
               MOVE "PASSED" TO WS-DLN-LABEL
               MOVE WS-BKT-STAT-PASSED (WS-BKT-IX)
                   TO WS-DIFF-COUNT-STAT
               MOVE WS-BKT-MST-POSTED (WS-BKT-IX) TO WS-DIFF-COUNT-MST
               PERFORM 5300-WRITE-COUNT-DIFF
           END-IF
           IF WS-BKT-STAT-REVERSED (WS-BKT-IX)
                   NOT = WS-BKT-MST-APPLIED (WS-BKT-IX)
               MOVE "REVERSED" TO WS-DLN-LABEL
               MOVE WS-BKT-STAT-REVERSED (WS-BKT-IX)
                   TO WS-DIFF-COUNT-STAT
               MOVE WS-BKT-MST-APPLIED (WS-BKT-IX) TO WS-DIFF-COUNT-MST
               PERFORM 5300-WRITE-COUNT-DIFF
           END-IF
           IF WS-BKT-STAT-HASH (WS-BKT-IX)
                   NOT = WS-BKT-MST-HASH (WS-BKT-IX)
               MOVE "HASH" TO WS-DLN-LABEL
               MOVE WS-BKT-STAT-HASH (WS-BKT-IX) TO WS-EDIT-HASH
               MOVE WS-EDIT-HASH TO WS-DLN-STAT
               MOVE WS-BKT-MST-HASH (WS-BKT-IX) TO WS-EDIT-HASH
               MOVE WS-EDIT-HASH TO WS-DLN-MST
               MOVE WS-DIFF-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF
           IF WS-BKT-STAT-DEBIT (WS-BKT-IX)
                   NOT = WS-BKT-MST-DEBIT (WS-BKT-IX)
               MOVE "DEBIT" TO WS-DLN-LABEL
               MOVE WS-BKT-STAT-DEBIT (WS-BKT-IX) TO WS-DIFF-AMT-STAT
               MOVE WS-BKT-MST-DEBIT (WS-BKT-IX) TO WS-DIFF-AMT-MST
               PERFORM 5400-WRITE-AMOUNT-DIFF
           END-IF
           IF WS-BKT-STAT-CREDIT (WS-BKT-IX)
                   NOT = WS-BKT-MST-CREDIT (WS-BKT-IX)
               MOVE "CREDIT" TO WS-DLN-LABEL
               MOVE WS-BKT-STAT-CREDIT (WS-BKT-IX) TO WS-DIFF-AMT-STAT
               MOVE WS-BKT-MST-CREDIT (WS-BKT-IX) TO WS-DIFF-AMT-MST
               PERFORM 5400-WRITE-AMOUNT-DIFF
           END-IF.

       5300-WRITE-COUNT-DIFF.
           MOVE WS-DIFF-COUNT-STAT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-DLN-STAT
           MOVE WS-DIFF-COUNT-MST TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-DLN-MST
           MOVE WS-DIFF-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

       5400-WRITE-AMOUNT-DIFF.
           MOVE WS-DIFF-AMT-STAT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-DLN-STAT
           MOVE WS-DIFF-AMT-MST TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-DLN-MST
           MOVE WS-DIFF-LINE TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

      *****************************************************************
      *  TOTALS AND VERDICT
      *****************************************************************
       6000-WRITE-TOTALS.
           MOVE ALL "-" TO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE "MASTER POSTINGS READ" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-READ TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "ARCHIVED POSTINGS READ" TO WS-TOTAL-LABEL
           MOVE WS-ARCHIVE-READ TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH ALSO ON THE MASTER" TO WS-TOTAL-LABEL
           MOVE WS-ARCHIVE-ONLINE TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "TRANSTAT LINES PROVED AGAINST" TO WS-TOTAL-LABEL
           MOVE WS-STAT-LINES-USED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "REVERSALS WITH NO REVERSAL NIGHT" TO WS-TOTAL-LABEL
           MOVE WS-UNDATED-REVERSALS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "RUN DATES AUDITED" TO WS-TOTAL-LABEL
           MOVE WS-DATES-AUDITED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "RUN DATES THAT DISAGREE" TO WS-TOTAL-LABEL
           MOVE WS-DATES-DIFFERING TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "DATE/SITE LINES THAT DISAGREE" TO WS-TOTAL-LABEL
           MOVE WS-BUCKETS-DIFFERING TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           IF WS-UNDATED-REVERSALS > ZERO
               SET WS-AUDIT-PARTIAL TO TRUE
           END-IF
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 16 TO WS-FINAL-RC
                   MOVE "AUDIT STOPPED - TABLE FULL, NARROW THE RANGE"
                       TO INTEGRITY-REPORT-LINE
               WHEN WS-AUDIT-REFUSED
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "AUDIT NOT RUN - SEE REFUSAL ABOVE"
                       TO INTEGRITY-REPORT-LINE
               WHEN WS-BUCKETS-DIFFERING > ZERO
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "TRANMSTR DISAGREES WITH TRANSTAT - INVESTIGATE"
                       TO INTEGRITY-REPORT-LINE
               WHEN WS-AUDIT-PARTIAL
                   MOVE 4 TO WS-FINAL-RC
                   MOVE "TRANMSTR AGREES WHERE IT COULD BE PROVED"
                       TO INTEGRITY-REPORT-LINE
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "TRANMSTR AGREES WITH TRANSTAT"
                       TO INTEGRITY-REPORT-LINE
           END-EVALUATE
           WRITE INTEGRITY-REPORT-LINE
           DISPLAY "TRANINTG: " INTEGRITY-REPORT-LINE.

       6100-WRITE-TOTAL-LINE.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

       7000-TERMINATE.
           CLOSE INTEGRITY-REPORT.

       8000-WRITE-RUN-LEDGER.
           MOVE "TRANINTG" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
