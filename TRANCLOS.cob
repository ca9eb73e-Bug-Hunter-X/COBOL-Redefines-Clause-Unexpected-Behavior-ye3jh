       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANCLOS.
      *
      *  TRANCLOS is the month-end close for the transaction master.
      *  Until it existed nothing in the suite knew about accounting
      *  periods: a reversal could back out a posting from a month
      *  the ledger had already closed, and its GL offset landed
      *  wherever the GL load happened to put it. This program
      *  freezes one accounting period (a calendar month, YYYYMM)
      *  on the PERIODS control file and writes the period's
      *  closing debit and credit balances per GL account, built
      *  from TRANMSTR, to the PERDBAL balance history.
      *
      *  What a period holds: every posting booked to it (its
      *  MST-POST-PERIOD, or its run-date month when it was posted
      *  before period control), less every reversal booked to it
      *  (MST-RVSL-PERIOD, or the posting's own period when blank).
      *  A posting reversed in a later period stays in this one -
      *  its offset belongs to the month it happened in. Each
      *  amount is debited to the debit account and credited to the
      *  credit account of the GLACCTS card in force on the
      *  posting's run date, the same double-entry view GLRECON
      *  proves the nightly extract with.
      *
      *  Once a period is closed TRANEDIT applies its CLOSED-PERIOD=
      *  rule to anything dated in it or reversing out of it: POST
      *  books it to the next open period flagged prior-period,
      *  REJECT turns it away with reason P001 or P002.
      *
      *  CLOSPARM control cards, KEYWORD=VALUE:
      *    PERIOD=yyyymm     the period to close (required)
      *    OPERATOR=xxxxxxxx who is closing it (required)
      *
      *  The close is refused - nothing written, RC 12 - when the
      *  period is already closed, is not earlier than the current
      *  month, has an earlier period still open on the control
      *  file, or has a later period already closed; periods close
      *  in order. RC 16 means a working table overflowed and
      *  nothing was written.
      *
      *  The run mode comes from the run-time PARM the way TRANEDIT
      *  resolves it: TEST closes against TSTMSTR, TSTACCT, TSTPERD
      *  and TSTPBAL instead of the live files.
      *
      *  JOB-STREAM ORDER: run after the last night of the month
      *  has been through TRANEDIT and GLRECON, and before the next
      *  TRANEDIT that must see the period closed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Same declaration TRANEDIT builds the master with,
      *    alternate keys included; read here in primary-key order.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-DD-TRANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-FIELD-1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN DYNAMIC WS-DD-GLACCTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PERIOD-FILE ASSIGN DYNAMIC WS-DD-PERIODS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.

      *    Closing balance history, appended one close at a time.
           SELECT BALANCE-FILE ASSIGN DYNAMIC WS-DD-PERDBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CLOSE-CARD-FILE ASSIGN TO "CLOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CLOSE-REPORT ASSIGN TO "CLOSRPT"
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

      *    One card per period: YYYYMM, O(pen) or C(losed), and for
      *    a closed period when (YYYYMMDDHHMMSS) and by whom. "*" in
      *    column one is a comment.
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

       FD  BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  BALANCE-RECORD.
           05  PBL-PERIOD                    PIC X(06).
           05  FILLER                        PIC X(01).
           05  PBL-ACCOUNT                   PIC 9(08).
           05  FILLER                        PIC X(01).
           05  PBL-DEBIT-AMOUNT              PIC S9(13)V99.
           05  FILLER                        PIC X(01).
           05  PBL-CREDIT-AMOUNT             PIC S9(13)V99.
           05  FILLER                        PIC X(01).
           05  PBL-POSTINGS                  PIC 9(09).
           05  FILLER                        PIC X(01).
           05  PBL-CLOSE-DATE                PIC X(08).
           05  FILLER                        PIC X(01).
           05  PBL-CLOSED-BY                 PIC X(08).
           05  FILLER                        PIC X(05).

       FD  CLOSE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-CARD                       PIC X(80).

       FD  CLOSE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                    PIC X(02).
           88  WS-MST-OK                     VALUE "00".

       01  WS-ACCT-STATUS                   PIC X(02).
           88  WS-ACCT-OK                    VALUE "00".

       01  WS-PRD-STATUS                    PIC X(02).
           88  WS-PRD-OK                     VALUE "00".

       01  WS-BAL-STATUS                    PIC X(02).
           88  WS-BAL-OK                     VALUE "00".

       01  WS-CARD-STATUS                   PIC X(02).
           88  WS-CARD-OK                    VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-MODE                 PIC X(10) VALUE "PRODUCTION".
           88  WS-MODE-TEST               VALUE "TEST".
           88  WS-MODE-PRODUCTION         VALUE "PRODUCTION".

       01  WS-DD-TRANMSTR                   PIC X(08).
       01  WS-DD-GLACCTS                    PIC X(08).
       01  WS-DD-PERIODS                    PIC X(08).
       01  WS-DD-PERDBAL                    PIC X(08).

       01  WS-TODAY-DATE                    PIC X(08).
       01  WS-CURRENT-PERIOD                PIC X(06).
       01  WS-CLOSE-STAMP                   PIC X(14).

       01  WS-CARD-KEYWORD                  PIC X(20).
       01  WS-CARD-VALUE                    PIC X(20).

      *    What the CLOSPARM cards asked for.
       01  WS-CLOSE-PERIOD                  PIC X(06) VALUE SPACES.
       01  WS-CLOSE-PERIOD-NUM REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YYYY                 PIC 9(04).
           05  WS-CLOSE-MM                   PIC 9(02).
       01  WS-OPERATOR                      PIC X(08) VALUE SPACES.

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

      *    Refused: the close must not happen, nothing is written.
       01  WS-REFUSE-SWITCH                 PIC X(01) VALUE "N".
           88  WS-CLOSE-REFUSED             VALUE "Y".
       01  WS-REFUSE-REASON                 PIC X(60) VALUE SPACES.

      *    Set when a working table overflows. The run stops before
      *    anything is written - closing balances built from a
      *    truncated table would be wrong in the ledger for good.
       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

       01  WS-FILE-ERROR-SWITCH             PIC X(01) VALUE "N".
           88  WS-FILE-ERROR                VALUE "Y".

      *    Every line of the PERIODS file, comments included, so it
      *    is rewritten exactly as it stood apart from the period
      *    being closed.
       01  WS-LINE-MAX                      PIC 9(03) VALUE 200.
       01  WS-LINE-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-LINE-IX                       PIC 9(03) VALUE ZERO.
       01  WS-CLOSE-LINE-IX                 PIC 9(03) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-LINE-IMAGE             PIC X(80).

      *    Every GLACCTS card with its effective dates, so each
      *    posting is coded with the card in force on its own run
      *    date - not tonight's.
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

      *    Closing balances per GL account for the period.
       01  WS-BAL-MAX                       PIC 9(02) VALUE 50.
       01  WS-BAL-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-BAL-IX                        PIC 9(02) VALUE ZERO.
       01  WS-BAL-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-BAL-WANT                      PIC 9(08) VALUE ZERO.
       01  WS-BAL-SIDE                      PIC X(01).
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 50 TIMES.
               10  WS-BAL-ACCOUNT            PIC 9(08).
               10  WS-BAL-DEBIT              PIC S9(13)V99.
               10  WS-BAL-CREDIT             PIC S9(13)V99.
               10  WS-BAL-POSTINGS           PIC 9(09).

      *    The posting in the buffer: the periods it and its
      *    reversal booked to, its amount decoded from MST-AREA, and
      *    the signed figure to book (minus for a reversal).
       01  WS-POST-PERIOD                   PIC X(06).
       01  WS-RVSL-PERIOD                   PIC X(06).
       01  WS-POST-AMOUNT                   PIC 9(09)V99 VALUE ZERO.
       01  WS-BOOK-AMOUNT                   PIC S9(09)V99 VALUE ZERO.
       01  WS-BOOK-COUNT                    PIC S9(01) VALUE ZERO.

       01  WS-MASTER-READ                   PIC 9(09) VALUE ZERO.
       01  WS-POSTINGS-IN-PERIOD            PIC 9(09) VALUE ZERO.
       01  WS-REVERSALS-IN-PERIOD           PIC 9(09) VALUE ZERO.
       01  WS-PRIOR-PERIOD-ITEMS            PIC 9(09) VALUE ZERO.
       01  WS-UNCODED-POSTINGS              PIC 9(09) VALUE ZERO.
       01  WS-TOTAL-DEBIT                   PIC S9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDIT                  PIC S9(13)V99 VALUE ZERO.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.

       01  WS-ACCT-HEAD-LINE.
           05  FILLER                        PIC X(07)
                                             VALUE "  ACCT ".
           05  WS-ACCT-LINE-NUMBER           PIC 9(08).
           05  FILLER                        PIC X(10)
                                             VALUE "  POSTS =".
           05  WS-ACCT-LINE-COUNT            PIC ZZZ,ZZZ,ZZ9.

       01  WS-ACCT-AMT-LINE.
           05  FILLER                        PIC X(11)
                                             VALUE "       DR =".
           05  WS-ACCT-LINE-DR        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(07)
                                             VALUE "  CR =".
           05  WS-ACCT-LINE-CR        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(40).
           05  WS-TOTAL-VALUE                PIC ZZZ,ZZZ,ZZ9.

           COPY WSAREA.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-CLOSE-CARDS
           PERFORM 1200-VALIDATE-REQUEST
           IF NOT WS-CLOSE-REFUSED
               PERFORM 2000-LOAD-PERIODS
           END-IF
           IF NOT WS-CLOSE-REFUSED AND NOT WS-ABORT
               PERFORM 3000-LOAD-GL-ACCOUNTS
           END-IF
           IF NOT WS-CLOSE-REFUSED AND NOT WS-ABORT
               PERFORM 4000-SCAN-MASTER
           END-IF
           IF WS-ABORT
               DISPLAY "TRANCLOS: WORKING TABLE FULL - CLOSE STOPPED, "
                   "NOTHING WRITTEN. INCREASE THE TABLE AND RERUN."
               PERFORM 7000-TERMINATE
               MOVE 16 TO RETURN-CODE
               MOVE "END" TO WS-LEDGER-EVENT
               MOVE RETURN-CODE TO WS-LEDGER-RC
               PERFORM 8000-WRITE-RUN-LEDGER
               MOVE WS-LEDGER-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-CLOSE-REFUSED
               PERFORM 5000-WRITE-BALANCES
           END-IF
      *    A period is closed only over a complete balance history.
           IF NOT WS-CLOSE-REFUSED AND NOT WS-FILE-ERROR
               PERFORM 5500-MARK-PERIOD-CLOSED
           END-IF
           PERFORM 6000-WRITE-TOTALS
           PERFORM 7000-TERMINATE
           IF WS-CLOSE-REFUSED OR WS-FILE-ERROR
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           MOVE "END" TO WS-LEDGER-EVENT
           MOVE RETURN-CODE TO WS-LEDGER-RC
           MOVE WS-CLOSE-PERIOD TO WS-LEDGER-NOTE
           PERFORM 8000-WRITE-RUN-LEDGER
      *    The CALL hands back TRANLEDG's own code; the scheduler
      *    must see ours.
           MOVE WS-LEDGER-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE (1:6) TO WS-CURRENT-PERIOD
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLOSE-STAMP
      *    Same PARM TRANEDIT takes, same DD names per mode - a
      *    test close must never freeze a live period.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE = SPACES
               SET WS-MODE-PRODUCTION TO TRUE
           END-IF
           IF WS-MODE-TEST
               DISPLAY "TRANCLOS: RUNNING IN TEST MODE"
               MOVE "TSTMSTR"  TO WS-DD-TRANMSTR
               MOVE "TSTACCT"  TO WS-DD-GLACCTS
               MOVE "TSTPERD"  TO WS-DD-PERIODS
               MOVE "TSTPBAL"  TO WS-DD-PERDBAL
           ELSE
               DISPLAY "TRANCLOS: RUNNING IN PRODUCTION MODE"
               MOVE "TRANMSTR" TO WS-DD-TRANMSTR
               MOVE "GLACCTS"  TO WS-DD-GLACCTS
               MOVE "PERIODS"  TO WS-DD-PERIODS
               MOVE "PERDBAL"  TO WS-DD-PERDBAL
           END-IF
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           MOVE WS-RUN-MODE TO WS-LEDGER-NOTE
           PERFORM 8000-WRITE-RUN-LEDGER
           OPEN OUTPUT CLOSE-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANCLOS: UNABLE TO OPEN CLOSRPT, STATUS="
                   WS-RPT-STATUS
           END-IF.

       1100-READ-CLOSE-CARDS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CLOSE-CARD-FILE
           IF WS-CARD-OK
               PERFORM 1110-READ-ONE-CARD UNTIL WS-EOF
               CLOSE CLOSE-CARD-FILE
           ELSE
               DISPLAY "TRANCLOS: UNABLE TO OPEN CLOSPARM, STATUS="
                   WS-CARD-STATUS
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "MONTH-END CLOSE - PERIOD " WS-CLOSE-PERIOD
               " - RUN " WS-TODAY-DATE " BY " WS-OPERATOR
               " - RUN MODE " WS-RUN-MODE
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE ALL "-" TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       1110-READ-ONE-CARD.
           READ CLOSE-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-CARD-KEYWORD
                   MOVE SPACES TO WS-CARD-VALUE
                   UNSTRING CLOSE-CARD DELIMITED BY "="
                       INTO WS-CARD-KEYWORD WS-CARD-VALUE
                   PERFORM 1120-APPLY-ONE-CARD
           END-READ.

       1120-APPLY-ONE-CARD.
           EVALUATE WS-CARD-KEYWORD
               WHEN SPACES
                   CONTINUE
               WHEN "PERIOD"
                   MOVE WS-CARD-VALUE (1:6) TO WS-CLOSE-PERIOD
               WHEN "OPERATOR"
                   MOVE WS-CARD-VALUE (1:8) TO WS-OPERATOR
               WHEN OTHER
                   DISPLAY "TRANCLOS: UNKNOWN CONTROL CARD KEYWORD '"
                       WS-CARD-KEYWORD "' IGNORED"
           END-EVALUATE.

       1200-VALIDATE-REQUEST.
      *    A close cannot be taken back by this program, so every
      *    doubt about the request refuses it.
           EVALUATE TRUE
               WHEN WS-CLOSE-PERIOD NOT NUMERIC
                   MOVE "PERIOD= MISSING OR NOT YYYYMM"
                       TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-CLOSE
               WHEN WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                   MOVE "PERIOD= MONTH NOT 01-12" TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-CLOSE
               WHEN WS-OPERATOR = SPACES
                   MOVE "OPERATOR= MISSING" TO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-CLOSE
               WHEN WS-CLOSE-PERIOD NOT < WS-CURRENT-PERIOD
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "PERIOD " WS-CLOSE-PERIOD " IS NOT BEFORE "
                       "THE CURRENT MONTH " WS-CURRENT-PERIOD
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-CLOSE
           END-EVALUATE.

       2000-LOAD-PERIODS.
      *    No PERIODS file yet is the first close ever: the file is
      *    created by 5500 with this period as its first card.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PERIOD-FILE
           IF WS-PRD-OK
               PERFORM 2100-LOAD-ONE-PERIOD UNTIL WS-EOF
               CLOSE PERIOD-FILE
           ELSE
               DISPLAY "TRANCLOS: NO " WS-DD-PERIODS " FILE, STATUS="
                   WS-PRD-STATUS " - FIRST CLOSE"
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
      *    No room left to add the closed card.
           IF WS-CLOSE-LINE-IX = ZERO
               AND WS-LINE-COUNT NOT < WS-LINE-MAX
               SET WS-ABORT TO TRUE
           END-IF.

       2100-LOAD-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-LINE-COUNT < WS-LINE-MAX
                       ADD 1 TO WS-LINE-COUNT
                       MOVE PERIOD-CARD
                           TO WS-LINE-IMAGE (WS-LINE-COUNT)
                       IF PRD-PERIOD (1:1) NOT = "*"
                               AND PERIOD-CARD NOT = SPACES
                           PERFORM 2200-VET-PERIOD-CARD
                       END-IF
                   ELSE
                       SET WS-ABORT TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       2200-VET-PERIOD-CARD.
      *    Periods close in order: this one may not already be
      *    closed, no earlier one may still be open, and no later
      *    one may be closed ahead of it.
           EVALUATE TRUE
               WHEN PRD-PERIOD = WS-CLOSE-PERIOD
                   IF PRD-CLOSED
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "PERIOD " WS-CLOSE-PERIOD
                           " ALREADY CLOSED " PRD-CLOSED-STAMP
                           " BY " PRD-CLOSED-BY
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       PERFORM 6200-REFUSE-CLOSE
                   ELSE
                       MOVE WS-LINE-COUNT TO WS-CLOSE-LINE-IX
                   END-IF
               WHEN PRD-PERIOD < WS-CLOSE-PERIOD AND NOT PRD-CLOSED
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "EARLIER PERIOD " PRD-PERIOD
                       " IS STILL OPEN"
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-CLOSE
               WHEN PRD-PERIOD > WS-CLOSE-PERIOD AND PRD-CLOSED
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "LATER PERIOD " PRD-PERIOD
                       " IS ALREADY CLOSED"
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 6200-REFUSE-CLOSE
           END-EVALUATE.

       3000-LOAD-GL-ACCOUNTS.
      *    Without the account codings there is nothing to close
      *    the balances to.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-ACCT-OK
               PERFORM 3100-LOAD-ONE-ACCOUNT UNTIL WS-EOF
               CLOSE GL-ACCOUNT-FILE
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "UNABLE TO OPEN " WS-DD-GLACCTS ", STATUS="
                   WS-ACCT-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-CLOSE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3100-LOAD-ONE-ACCOUNT.
           READ GL-ACCOUNT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF ACC-REC-TYPE (1:1) NOT = "*" AND ACCT-CARD
                           NOT = SPACES
                       IF ACC-DEBIT-ACCT NOT NUMERIC
                               OR ACC-CREDIT-ACCT NOT NUMERIC
                           DISPLAY "TRANCLOS: GLACCTS CARD FOR TYPE '"
                               ACC-REC-TYPE "' HAS NON-NUMERIC "
                               "ACCOUNT - CARD IGNORED"
                       ELSE
                           IF WS-GLA-COUNT < WS-GLA-MAX
                               ADD 1 TO WS-GLA-COUNT
                               MOVE ACC-REC-TYPE
                                   TO WS-GLA-REC-TYPE (WS-GLA-COUNT)
                               MOVE ACC-DEBIT-ACCT
                                   TO WS-GLA-DEBIT-ACCT (WS-GLA-COUNT)
                               MOVE ACC-CREDIT-ACCT
                                   TO WS-GLA-CREDIT-ACCT
                                       (WS-GLA-COUNT)
                               MOVE ACC-EFF-FROM
                                   TO WS-GLA-EFF-FROM (WS-GLA-COUNT)
                               MOVE ACC-EFF-TO
                                   TO WS-GLA-EFF-TO (WS-GLA-COUNT)
                           ELSE
                               SET WS-ABORT TO TRUE
                               SET WS-EOF TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       4000-SCAN-MASTER.
      *    The whole master in key order: the period's postings are
      *    spread across every record type and field-1 range, and
      *    a reversal booked in this period can name a posting from
      *    any earlier one.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           IF WS-MST-OK
               PERFORM 4100-READ-ONE-POSTING UNTIL WS-EOF
               CLOSE MASTER-FILE
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "UNABLE TO OPEN " WS-DD-TRANMSTR ", STATUS="
                   WS-MST-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-CLOSE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-UNCODED-POSTINGS > ZERO
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-UNCODED-POSTINGS " POSTING(S) WITH NO "
                   "GLACCTS CARD IN FORCE"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-CLOSE
           END-IF.

       4100-READ-ONE-POSTING.
           READ MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-READ
                   PERFORM 4200-BOOK-POSTING
           END-READ.

       4200-BOOK-POSTING.
      *    Blank period fields are a posting made before period
      *    control: it booked to its run-date month, and a reversal
      *    of it booked to the same month.
           IF MST-POST-PERIOD = SPACES
               MOVE MST-RUN-DATE (1:6) TO WS-POST-PERIOD
           ELSE
               MOVE MST-POST-PERIOD TO WS-POST-PERIOD
           END-IF
           IF MST-RVSL-PERIOD = SPACES
               MOVE WS-POST-PERIOD TO WS-RVSL-PERIOD
           ELSE
               MOVE MST-RVSL-PERIOD TO WS-RVSL-PERIOD
           END-IF
           IF WS-POST-PERIOD = WS-CLOSE-PERIOD
               OR (MST-REVERSED AND WS-RVSL-PERIOD = WS-CLOSE-PERIOD)
               MOVE MST-AREA TO WS-AREA-1
               IF WS-AMOUNT NUMERIC
                   MOVE WS-AMOUNT TO WS-POST-AMOUNT
               ELSE
      *            Posted before the record carried an amount.
                   MOVE ZERO TO WS-POST-AMOUNT
               END-IF
               MOVE MST-REC-TYPE TO WS-GLA-WANT-TYPE
               MOVE MST-RUN-DATE TO WS-GLA-WANT-DATE
               PERFORM 4300-FIND-ACCOUNTS
               IF WS-GLA-FOUND-IX = ZERO
                   MOVE "01" TO WS-GLA-WANT-TYPE
                   PERFORM 4300-FIND-ACCOUNTS
               END-IF
               IF WS-GLA-FOUND-IX = ZERO
                   ADD 1 TO WS-UNCODED-POSTINGS
                   DISPLAY "TRANCLOS: NO GLACCTS CARD IN FORCE FOR "
                       MST-REC-TYPE " " MST-FIELD-1 " " MST-RUN-DATE
                       " CYCLE " MST-CYCLE-NO
               ELSE
                   IF WS-POST-PERIOD = WS-CLOSE-PERIOD
                       ADD 1 TO WS-POSTINGS-IN-PERIOD
                       IF MST-PRIOR-PERIOD
                           ADD 1 TO WS-PRIOR-PERIOD-ITEMS
                       END-IF
                       MOVE WS-POST-AMOUNT TO WS-BOOK-AMOUNT
                       MOVE 1 TO WS-BOOK-COUNT
                       PERFORM 4400-BOOK-BOTH-SIDES
                   END-IF
      *            The offset TRANEDIT sent the GL for a reversal
      *            in this period comes off the same accounts.
                   IF MST-REVERSED
                       AND WS-RVSL-PERIOD = WS-CLOSE-PERIOD
                       ADD 1 TO WS-REVERSALS-IN-PERIOD
                       COMPUTE WS-BOOK-AMOUNT = ZERO - WS-POST-AMOUNT
                       MOVE -1 TO WS-BOOK-COUNT
                       PERFORM 4400-BOOK-BOTH-SIDES
                   END-IF
               END-IF
           END-IF.

       4300-FIND-ACCOUNTS.
      *    The card for the type in force on the posting's run date,
      *    tested the way TRANEDIT's 1415-CHECK-CARD-IN-FORCE tests
      *    it: inclusive dates, blank FROM always in force, blank TO
      *    open-ended.
           MOVE ZERO TO WS-GLA-FOUND-IX
           PERFORM 4310-MATCH-ONE-CODING
               VARYING WS-GLA-IX FROM 1 BY 1
               UNTIL WS-GLA-IX > WS-GLA-COUNT.

       4310-MATCH-ONE-CODING.
           IF WS-GLA-REC-TYPE (WS-GLA-IX) = WS-GLA-WANT-TYPE
               AND (WS-GLA-EFF-FROM (WS-GLA-IX) = SPACES
                   OR WS-GLA-EFF-FROM (WS-GLA-IX) NOT >
                       WS-GLA-WANT-DATE)
               AND (WS-GLA-EFF-TO (WS-GLA-IX) = SPACES
                   OR WS-GLA-EFF-TO (WS-GLA-IX) NOT <
                       WS-GLA-WANT-DATE)
               MOVE WS-GLA-IX TO WS-GLA-FOUND-IX
           END-IF.

       4400-BOOK-BOTH-SIDES.
      *    Double entry, as GLRECON proves it: the amount is a debit
      *    to the debit account and a credit to the credit account.
           MOVE WS-GLA-DEBIT-ACCT (WS-GLA-FOUND-IX) TO WS-BAL-WANT
           MOVE "D" TO WS-BAL-SIDE
           PERFORM 4500-BOOK-TO-ACCOUNT
           MOVE WS-GLA-CREDIT-ACCT (WS-GLA-FOUND-IX) TO WS-BAL-WANT
           MOVE "C" TO WS-BAL-SIDE
           PERFORM 4500-BOOK-TO-ACCOUNT.

       4500-BOOK-TO-ACCOUNT.
           MOVE ZERO TO WS-BAL-FOUND-IX
           PERFORM 4510-MATCH-ONE-BALANCE
               VARYING WS-BAL-IX FROM 1 BY 1
               UNTIL WS-BAL-IX > WS-BAL-COUNT
           IF WS-BAL-FOUND-IX = ZERO
               IF WS-BAL-COUNT < WS-BAL-MAX
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-WANT TO WS-BAL-ACCOUNT (WS-BAL-COUNT)
                   MOVE ZERO TO WS-BAL-DEBIT (WS-BAL-COUNT)
                   MOVE ZERO TO WS-BAL-CREDIT (WS-BAL-COUNT)
                   MOVE ZERO TO WS-BAL-POSTINGS (WS-BAL-COUNT)
                   MOVE WS-BAL-COUNT TO WS-BAL-FOUND-IX
               ELSE
                   SET WS-ABORT TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF
           IF WS-BAL-FOUND-IX > ZERO
               ADD WS-BOOK-COUNT TO WS-BAL-POSTINGS (WS-BAL-FOUND-IX)
               IF WS-BAL-SIDE = "D"
                   ADD WS-BOOK-AMOUNT TO WS-BAL-DEBIT (WS-BAL-FOUND-IX)
                   ADD WS-BOOK-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                   ADD WS-BOOK-AMOUNT
                       TO WS-BAL-CREDIT (WS-BAL-FOUND-IX)
                   ADD WS-BOOK-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
           END-IF.

       4510-MATCH-ONE-BALANCE.
           IF WS-BAL-ACCOUNT (WS-BAL-IX) = WS-BAL-WANT
               MOVE WS-BAL-IX TO WS-BAL-FOUND-IX
           END-IF.

       5000-WRITE-BALANCES.
      *    The balance history accumulates for good; the OUTPUT
      *    fallback covers its first use. A period with no activity
      *    still closes, with no balance records.
           OPEN EXTEND BALANCE-FILE
           IF NOT WS-BAL-OK
               OPEN OUTPUT BALANCE-FILE
           END-IF
           IF WS-BAL-OK
               MOVE ZERO TO WS-BAL-IX
               PERFORM 5100-WRITE-ONE-BALANCE
                   UNTIL WS-BAL-IX >= WS-BAL-COUNT
               CLOSE BALANCE-FILE
           ELSE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "UNABLE TO OPEN " WS-DD-PERDBAL ", STATUS="
                   WS-BAL-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 6200-REFUSE-CLOSE
           END-IF.

       5100-WRITE-ONE-BALANCE.
           ADD 1 TO WS-BAL-IX
           MOVE SPACES TO BALANCE-RECORD
           MOVE WS-CLOSE-PERIOD TO PBL-PERIOD
           MOVE WS-BAL-ACCOUNT (WS-BAL-IX) TO PBL-ACCOUNT
           MOVE WS-BAL-DEBIT (WS-BAL-IX) TO PBL-DEBIT-AMOUNT
           MOVE WS-BAL-CREDIT (WS-BAL-IX) TO PBL-CREDIT-AMOUNT
           MOVE WS-BAL-POSTINGS (WS-BAL-IX) TO PBL-POSTINGS
           MOVE WS-TODAY-DATE TO PBL-CLOSE-DATE
           MOVE WS-OPERATOR TO PBL-CLOSED-BY
           WRITE BALANCE-RECORD
           IF NOT WS-BAL-OK
               DISPLAY "TRANCLOS: PERDBAL WRITE FAILED, STATUS="
                   WS-BAL-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF
           MOVE WS-BAL-ACCOUNT (WS-BAL-IX) TO WS-ACCT-LINE-NUMBER
           MOVE WS-BAL-POSTINGS (WS-BAL-IX) TO WS-ACCT-LINE-COUNT
           MOVE WS-ACCT-HEAD-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-BAL-DEBIT (WS-BAL-IX) TO WS-ACCT-LINE-DR
           MOVE WS-BAL-CREDIT (WS-BAL-IX) TO WS-ACCT-LINE-CR
           MOVE WS-ACCT-AMT-LINE TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       5500-MARK-PERIOD-CLOSED.
      *    The control file is rewritten whole: the period's own
      *    card, when it had one, becomes the closed card in place;
      *    otherwise the closed card is added at the end.
           MOVE SPACES TO PERIOD-CARD
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD
           SET PRD-CLOSED TO TRUE
           MOVE WS-CLOSE-STAMP TO PRD-CLOSED-STAMP
           MOVE WS-OPERATOR TO PRD-CLOSED-BY
           IF WS-CLOSE-LINE-IX > ZERO
               MOVE PERIOD-CARD TO WS-LINE-IMAGE (WS-CLOSE-LINE-IX)
           ELSE
               ADD 1 TO WS-LINE-COUNT
               MOVE PERIOD-CARD TO WS-LINE-IMAGE (WS-LINE-COUNT)
           END-IF
           OPEN OUTPUT PERIOD-FILE
           IF WS-PRD-OK
               MOVE ZERO TO WS-LINE-IX
               PERFORM 5600-WRITE-PERIOD-LINE
                   UNTIL WS-LINE-IX >= WS-LINE-COUNT
               CLOSE PERIOD-FILE
           ELSE
      *        The balances are on PERDBAL already; say so, or a
      *        rerun appends them a second time.
               DISPLAY "TRANCLOS: UNABLE TO REWRITE " WS-DD-PERIODS
                   ", STATUS=" WS-PRD-STATUS " - BALANCES WRITTEN "
                   "BUT PERIOD NOT MARKED CLOSED"
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       5600-WRITE-PERIOD-LINE.
           ADD 1 TO WS-LINE-IX
           MOVE WS-LINE-IMAGE (WS-LINE-IX) TO PERIOD-CARD
           WRITE PERIOD-CARD
           IF NOT WS-PRD-OK
               DISPLAY "TRANCLOS: PERIODS WRITE FAILED, STATUS="
                   WS-PRD-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       6000-WRITE-TOTALS.
           MOVE ALL "-" TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "MASTER RECORDS READ" TO WS-TOTAL-LABEL
           MOVE WS-MASTER-READ TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "POSTINGS BOOKED TO PERIOD" TO WS-TOTAL-LABEL
           MOVE WS-POSTINGS-IN-PERIOD TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH PRIOR-PERIOD ITEMS" TO WS-TOTAL-LABEL
           MOVE WS-PRIOR-PERIOD-ITEMS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "REVERSALS BOOKED TO PERIOD" TO WS-TOTAL-LABEL
           MOVE WS-REVERSALS-IN-PERIOD TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GL ACCOUNTS WITH BALANCES" TO WS-TOTAL-LABEL
           MOVE WS-BAL-COUNT TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE WS-TOTAL-DEBIT TO WS-ACCT-LINE-DR
           MOVE WS-TOTAL-CREDIT TO WS-ACCT-LINE-CR
           MOVE WS-ACCT-AMT-LINE TO CLOSE-REPORT-LINE
           MOVE "TOTAL" TO CLOSE-REPORT-LINE (1:5)
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           IF WS-CLOSE-REFUSED OR WS-FILE-ERROR
               STRING "PERIOD " WS-CLOSE-PERIOD " NOT CLOSED"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               DISPLAY "TRANCLOS: PERIOD " WS-CLOSE-PERIOD
                   " NOT CLOSED"
      *        A file error comes after PERDBAL was opened: some or
      *        all of the balances are on it, and a rerun would
      *        append them a second time.
               IF WS-FILE-ERROR AND NOT WS-CLOSE-REFUSED
                   WRITE CLOSE-REPORT-LINE
                   MOVE SPACES TO CLOSE-REPORT-LINE
                   STRING "BALANCES ALREADY APPENDED TO PERDBAL - "
                       "REMOVE THEM BEFORE RERUNNING"
                       DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
                   DISPLAY "TRANCLOS: " WS-DD-PERDBAL " HOLDS "
                       "BALANCES FOR " WS-CLOSE-PERIOD " ALREADY - "
                       "REMOVE THEM BEFORE RERUNNING"
               END-IF
           ELSE
               STRING "PERIOD " WS-CLOSE-PERIOD " CLOSED "
                   WS-CLOSE-STAMP " BY " WS-OPERATOR
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               DISPLAY "TRANCLOS: PERIOD " WS-CLOSE-PERIOD
                   " CLOSED BY " WS-OPERATOR
           END-IF
           WRITE CLOSE-REPORT-LINE.

       6100-WRITE-TOTAL-LINE.
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE.

       6200-REFUSE-CLOSE.
      *    Every reason is reported, not just the first, so the
      *    close desk fixes them all before the rerun.
           SET WS-CLOSE-REFUSED TO TRUE
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "REFUSED: " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           DISPLAY "TRANCLOS: CLOSE REFUSED - " WS-REFUSE-REASON.

       7000-TERMINATE.
           CLOSE CLOSE-REPORT.

       8000-WRITE-RUN-LEDGER.
           MOVE "TRANCLOS" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
