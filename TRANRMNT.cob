       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANRMNT.
      *
      *  TRANRMNT is the only sanctioned way to change the EDITRULS
      *  business edits and the GLACCTS account codings. Until it
      *  existed both files were edited in place, so a rule change
      *  took effect on whatever night happened to run next, a
      *  rerun of an earlier night silently edited with today's
      *  rules, and nobody could say afterwards who had changed
      *  what. Every card on both files now carries the dates it is
      *  in force for (FROM and TO, inclusive, in columns 64-71 and
      *  73-80), TRANEDIT and TRANPREF load only the cards in force
      *  for the run date being processed, and this program applies
      *  the rules desk's maintenance cards, validating each one
      *  and writing a change log entry for everything it does.
      *
      *  RMNTCARD maintenance cards, one per line ("*" in column
      *  one is a comment):
      *    cols  1-4   table     RULE = EDITRULS, ACCT = GLACCTS
      *    col   6     action    A = ADD a new card
      *                          C = CHANGE: the card in force on
      *                              the new card's FROM date is
      *                              closed the day before, and the
      *                              new card takes over from FROM
      *                          R = RETIRE: the card in force on
      *                              the TO date given is closed on
      *                              that date (its last day)
      *    cols  8-15  operator  who is making the change
      *    cols 21-100 the card image, exactly as it will stand on
      *                the file (for R only the key - rule code or
      *                record type - and TO are read)
      *
      *  A rule is identified by its code, an account coding by its
      *  record type; no two cards with the same key may be in
      *  force on the same day. Changes cannot be backdated, nor
      *  take hold on a night that may already have been edited: a
      *  new card's FROM must be tomorrow or later, and a retired
      *  card's last day may not be earlier than today, so a rerun
      *  of any night up to tonight still edits the way that night
      *  did. Cards cut before effective dating carry blank dates
      *  and are treated as in force since the beginning.
      *
      *  RMNTLOG is appended, never rewritten: one line per card
      *  added, closed, dropped, retired or refused, with the
      *  operator, the timestamp and the card image as it stands.
      *  A change is logged only once the card file carrying it has
      *  been rewritten; if that rewrite fails, each of its changes
      *  is logged NOT DONE with the file status instead.
      *
      *  The run mode comes from the run-time PARM the way TRANEDIT
      *  resolves it: TEST maintains TSTRULS and TSTACCT instead of
      *  the live files.
      *
      *  JOB-STREAM ORDER: run during the day, ahead of TRANPREF and
      *  TRANEDIT. A card takes effect on the night its FROM date
      *  is processed, not the night it was keyed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN DYNAMIC WS-DD-EDITRULS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT GL-ACCOUNT-FILE ASSIGN DYNAMIC WS-DD-GLACCTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT MAINT-CARD-FILE ASSIGN TO "RMNTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT CHANGE-LOG ASSIGN TO "RMNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT MAINT-REPORT ASSIGN TO "RMNTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RULES-CARD                       PIC X(80).

       FD  GL-ACCOUNT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-CARD                        PIC X(80).

       FD  MAINT-CARD-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MAINT-CARD.
           05  MNT-TABLE                     PIC X(04).
               88  MNT-TABLE-RULES           VALUE "RULE".
               88  MNT-TABLE-ACCTS           VALUE "ACCT".
           05  FILLER                        PIC X(01).
           05  MNT-ACTION                    PIC X(01).
               88  MNT-ADD                   VALUE "A".
               88  MNT-CHANGE                VALUE "C".
               88  MNT-RETIRE                VALUE "R".
           05  FILLER                        PIC X(01).
           05  MNT-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(05).
           05  MNT-CARD-IMAGE                PIC X(80).

       FD  CHANGE-LOG
           RECORD CONTAINS 168 CHARACTERS.
       01  CHANGE-LOG-RECORD.
           05  LOG-TIMESTAMP                 PIC X(21).
           05  FILLER                        PIC X(01).
           05  LOG-OPERATOR                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-TABLE                     PIC X(04).
           05  FILLER                        PIC X(01).
           05  LOG-ACTION                    PIC X(01).
           05  FILLER                        PIC X(01).
           05  LOG-RESULT                    PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-CARD-IMAGE                PIC X(80).
           05  FILLER                        PIC X(01).
           05  LOG-REASON                    PIC X(40).

       FD  MAINT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  MAINT-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS                  PIC X(02).
           88  WS-RULES-OK                   VALUE "00".
           88  WS-RULES-MISSING              VALUE "35".

       01  WS-ACCT-STATUS                   PIC X(02).
           88  WS-ACCT-OK                    VALUE "00".
           88  WS-ACCT-MISSING               VALUE "35".

       01  WS-MNT-STATUS                    PIC X(02).
           88  WS-MNT-OK                     VALUE "00".

       01  WS-LOG-STATUS                    PIC X(02).
           88  WS-LOG-OK                     VALUE "00".
       01  WS-LOG-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-LOG-OPEN                  VALUE "Y".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-MODE                 PIC X(10) VALUE "PRODUCTION".
           88  WS-MODE-TEST               VALUE "TEST".
           88  WS-MODE-PRODUCTION         VALUE "PRODUCTION".

       01  WS-DD-EDITRULS                   PIC X(08).
       01  WS-DD-GLACCTS                    PIC X(08).

       01  WS-TODAY-DATE                    PIC X(08).
       01  WS-DATE-NUM                      PIC 9(08) VALUE ZERO.
       01  WS-DATE-INT                      PIC 9(08) VALUE ZERO.
       01  WS-DATE-TEXT                     PIC X(08).
       01  WS-DATE-VALID-SWITCH             PIC X(01).
           88  WS-DATE-VALID                VALUE "Y".

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

      *    A card file that will not load, or will not rewrite,
      *    stops every change - half a maintenance run is worse
      *    than none.
       01  WS-FILE-ERROR-SWITCH             PIC X(01) VALUE "N".
           88  WS-FILE-ERROR                VALUE "Y".

      *    Same contract as the morning worklists: a full table
      *    stops the run before any rewrite so both files survive.
       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

      *    Both card files held whole, comment lines included, in
      *    file order; a dropped card is simply not written back.
       01  WS-LINE-MAX                      PIC 9(03) VALUE 200.
       01  WS-LINE-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-LINE-IX                       PIC 9(03) VALUE ZERO.
       01  WS-FOUND-IX                      PIC 9(03) VALUE ZERO.
       01  WS-SKIP-IX                       PIC 9(03) VALUE ZERO.
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-LIN-FILE               PIC X(01).
                   88  WS-LIN-RULES          VALUE "R".
                   88  WS-LIN-ACCTS          VALUE "A".
               10  WS-LIN-STATE              PIC X(01).
                   88  WS-LIN-KEPT           VALUE "K".
                   88  WS-LIN-DROPPED        VALUE "D".
               10  WS-LIN-IMAGE              PIC X(80).

       01  WS-LOAD-FILE                     PIC X(01).
       01  WS-LOAD-LINE                     PIC X(80).
       01  WS-WANT-FILE                     PIC X(01).
       01  WS-WANT-DATE                     PIC X(08).

      *    The card being added, changed or retired, in the layout
      *    of whichever file it belongs to. FROM and TO sit in the
      *    same columns on both files.
       01  WS-NEW-CARD                      PIC X(80).
       01  WS-NEW-RULE REDEFINES WS-NEW-CARD.
           05  WS-NRL-CODE                   PIC X(04).
           05  FILLER                        PIC X(01).
           05  WS-NRL-REC-TYPE               PIC X(02).
           05  FILLER                        PIC X(01).
           05  WS-NRL-KIND                   PIC X(08).
               88  WS-NRL-KIND-VALID         VALUE "NUMERIC"
                                                   "NONZERO"
                                                   "RANGE"
                                                   "FLD2ANB".
               88  WS-NRL-KIND-RANGE         VALUE "RANGE".
           05  FILLER                        PIC X(01).
           05  WS-NRL-LOW                    PIC X(05).
           05  FILLER                        PIC X(01).
           05  WS-NRL-HIGH                   PIC X(05).
           05  FILLER                        PIC X(01).
           05  WS-NRL-TEXT                   PIC X(33).
           05  FILLER                        PIC X(18).
       01  WS-NEW-ACCT REDEFINES WS-NEW-CARD.
           05  WS-NAC-REC-TYPE               PIC X(02).
           05  FILLER                        PIC X(01).
           05  WS-NAC-DEBIT-ACCT             PIC X(08).
           05  FILLER                        PIC X(01).
           05  WS-NAC-CREDIT-ACCT            PIC X(08).
           05  FILLER                        PIC X(01).
           05  WS-NAC-TEXT                   PIC X(41).
           05  FILLER                        PIC X(18).
       01  WS-NEW-DATES REDEFINES WS-NEW-CARD.
           05  FILLER                        PIC X(63).
           05  WS-NEW-EFF-FROM               PIC X(08).
           05  FILLER                        PIC X(01).
           05  WS-NEW-EFF-TO                 PIC X(08).

      *    A card already on file, with its key and its effective
      *    range widened to comparable values (blank FROM = since
      *    the beginning, blank TO = open-ended).
       01  WS-OLD-CARD                      PIC X(80).
       01  WS-OLD-DATES REDEFINES WS-OLD-CARD.
           05  FILLER                        PIC X(63).
           05  WS-OLD-EFF-FROM               PIC X(08).
           05  FILLER                        PIC X(01).
           05  WS-OLD-EFF-TO                 PIC X(08).

       01  WS-NEW-KEY                       PIC X(04).
       01  WS-OLD-KEY                       PIC X(04).
       01  WS-NEW-FROM-CMP                  PIC X(08).
       01  WS-NEW-TO-CMP                    PIC X(08).
       01  WS-OLD-FROM-CMP                  PIC X(08).
       01  WS-OLD-TO-CMP                    PIC X(08).
       01  WS-CLOSE-DATE                    PIC X(08).

       01  WS-REFUSE-REASON                 PIC X(40).

      *    Change-log lines waiting on the rewrite of their card
      *    file, in the order they were made. A card that could
      *    overflow the table is refused before it changes anything.
       01  WS-HOLD-MAX                      PIC 9(03) VALUE 400.
       01  WS-HOLD-COUNT                    PIC 9(03) VALUE ZERO.
       01  WS-HOLD-IX                       PIC 9(03) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 400 TIMES.
               10  WS-HLD-FILE               PIC X(01).
               10  WS-HLD-SEQ                PIC 9(05).
               10  WS-HLD-KEY                PIC X(04).
               10  WS-HLD-LOG-LINE           PIC X(168).

      *    How the rewrite of the file being released went.
       01  WS-RELEASE-FILE                  PIC X(01).
       01  WS-RELEASE-STATUS                PIC X(02).
       01  WS-RELEASE-DDNAME                PIC X(08).
       01  WS-RULES-SAVE-STATUS             PIC X(02) VALUE "00".
       01  WS-ACCTS-SAVE-STATUS             PIC X(02) VALUE "00".

       01  WS-LOG-RESULT                    PIC X(08).
       01  WS-LOG-CARD                      PIC X(80).
       01  WS-LOG-REASON                    PIC X(40).

       01  WS-CARDS-READ                    PIC 9(05) VALUE ZERO.
       01  WS-CARDS-APPLIED                 PIC 9(05) VALUE ZERO.
       01  WS-CARDS-REFUSED                 PIC 9(05) VALUE ZERO.
       01  WS-RULES-CHANGED                 PIC 9(05) VALUE ZERO.
       01  WS-ACCTS-CHANGED                 PIC 9(05) VALUE ZERO.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-SEQ                 PIC Z(04)9.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DETAIL-TABLE               PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DETAIL-ACTION              PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DETAIL-OPERATOR            PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DETAIL-RESULT              PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DETAIL-KEY                 PIC X(04).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DETAIL-REASON              PIC X(40).

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(30).
           05  WS-TOTAL-VALUE                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CARD-FILES
           IF WS-ABORT
               DISPLAY "TRANRMNT: CARD TABLE FULL - RUN STOPPED, "
                   "EDITRULS AND GLACCTS LEFT UNCHANGED. INCREASE "
                   "WS-LINE-MAX AND RERUN."
               PERFORM 7000-TERMINATE
               MOVE 16 TO RETURN-CODE
               MOVE "END" TO WS-LEDGER-EVENT
               MOVE RETURN-CODE TO WS-LEDGER-RC
               PERFORM 8000-WRITE-RUN-LEDGER
               MOVE WS-LEDGER-RC TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FILE-ERROR
               PERFORM 3000-APPLY-MAINTENANCE
               PERFORM 5000-REWRITE-CARD-FILES
           END-IF
           PERFORM 6000-WRITE-TOTALS
           PERFORM 7000-TERMINATE
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CARDS-REFUSED > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           MOVE "END" TO WS-LEDGER-EVENT
           MOVE RETURN-CODE TO WS-LEDGER-RC
           PERFORM 8000-WRITE-RUN-LEDGER
      *    The CALL hands back TRANLEDG's own code; the scheduler
      *    must see ours.
           MOVE WS-LEDGER-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      *    Same PARM TRANEDIT takes, same DD names per mode - a
      *    test change must never reach the live cards.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           IF WS-RUN-MODE = SPACES
               SET WS-MODE-PRODUCTION TO TRUE
           END-IF
           IF WS-MODE-TEST
               DISPLAY "TRANRMNT: RUNNING IN TEST MODE"
               MOVE "TSTRULS"  TO WS-DD-EDITRULS
               MOVE "TSTACCT"  TO WS-DD-GLACCTS
           ELSE
               DISPLAY "TRANRMNT: RUNNING IN PRODUCTION MODE"
               MOVE "EDITRULS" TO WS-DD-EDITRULS
               MOVE "GLACCTS"  TO WS-DD-GLACCTS
           END-IF
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           MOVE WS-RUN-MODE TO WS-LEDGER-NOTE
           PERFORM 8000-WRITE-RUN-LEDGER
      *    The change log accumulates for good; the OUTPUT fallback
      *    covers its first use.
           OPEN EXTEND CHANGE-LOG
           IF NOT WS-LOG-OK
               OPEN OUTPUT CHANGE-LOG
           END-IF
           IF WS-LOG-OK
               SET WS-LOG-OPEN TO TRUE
           ELSE
      *        No audit trail, no changes.
               DISPLAY "TRANRMNT: UNABLE TO OPEN RMNTLOG, STATUS="
                   WS-LOG-STATUS " - NO CHANGES APPLIED"
               SET WS-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT MAINT-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANRMNT: UNABLE TO OPEN RMNTRPT, STATUS="
                   WS-RPT-STATUS
           END-IF
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING "EDITRULS/GLACCTS MAINTENANCE - " WS-TODAY-DATE
               " RUN MODE " WS-RUN-MODE
               DELIMITED BY SIZE INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE ALL "-" TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       2000-LOAD-CARD-FILES.
      *    A file that does not exist yet is legitimate - the first
      *    ADD creates it. Anything else that stops it opening
      *    stops the run.
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "R" TO WS-LOAD-FILE
           OPEN INPUT RULES-FILE
           EVALUATE TRUE
               WHEN WS-RULES-OK
                   PERFORM 2100-LOAD-RULE-LINE UNTIL WS-EOF
                   CLOSE RULES-FILE
               WHEN WS-RULES-MISSING
                   DISPLAY "TRANRMNT: " WS-DD-EDITRULS
                       " DOES NOT EXIST YET - WILL BE CREATED"
               WHEN OTHER
                   DISPLAY "TRANRMNT: UNABLE TO OPEN "
                       WS-DD-EDITRULS ", STATUS=" WS-RULES-STATUS
                   SET WS-FILE-ERROR TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "A" TO WS-LOAD-FILE
           OPEN INPUT GL-ACCOUNT-FILE
           EVALUATE TRUE
               WHEN WS-ACCT-OK
                   PERFORM 2200-LOAD-ACCT-LINE UNTIL WS-EOF
                   CLOSE GL-ACCOUNT-FILE
               WHEN WS-ACCT-MISSING
                   DISPLAY "TRANRMNT: " WS-DD-GLACCTS
                       " DOES NOT EXIST YET - WILL BE CREATED"
               WHEN OTHER
                   DISPLAY "TRANRMNT: UNABLE TO OPEN "
                       WS-DD-GLACCTS ", STATUS=" WS-ACCT-STATUS
                   SET WS-FILE-ERROR TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       2100-LOAD-RULE-LINE.
           READ RULES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RULES-CARD TO WS-LOAD-LINE
                   PERFORM 2300-STORE-LINE
           END-READ.

       2200-LOAD-ACCT-LINE.
           READ GL-ACCOUNT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE ACCT-CARD TO WS-LOAD-LINE
                   PERFORM 2300-STORE-LINE
           END-READ.

       2300-STORE-LINE.
           IF WS-LINE-COUNT < WS-LINE-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-LOAD-FILE TO WS-LIN-FILE (WS-LINE-COUNT)
               SET WS-LIN-KEPT (WS-LINE-COUNT) TO TRUE
               MOVE WS-LOAD-LINE TO WS-LIN-IMAGE (WS-LINE-COUNT)
           ELSE
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       3000-APPLY-MAINTENANCE.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MAINT-CARD-FILE
           IF WS-MNT-OK
               PERFORM 3100-APPLY-ONE-CARD UNTIL WS-EOF
               CLOSE MAINT-CARD-FILE
           ELSE
               DISPLAY "TRANRMNT: NO RMNTCARD CARDS, STATUS="
                   WS-MNT-STATUS
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3100-APPLY-ONE-CARD.
           READ MAINT-CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF MNT-TABLE (1:1) NOT = "*" AND MAINT-CARD
                           NOT = SPACES
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 3200-APPLY-CARD
                   END-IF
           END-READ.

       3200-APPLY-CARD.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE SPACES TO WS-NEW-KEY
           MOVE MNT-CARD-IMAGE TO WS-NEW-CARD
           EVALUATE TRUE
               WHEN MNT-TABLE-RULES
                   MOVE "R" TO WS-WANT-FILE
                   MOVE WS-NRL-CODE TO WS-NEW-KEY
               WHEN MNT-TABLE-ACCTS
                   MOVE "A" TO WS-WANT-FILE
                   MOVE WS-NAC-REC-TYPE TO WS-NEW-KEY
               WHEN OTHER
                   MOVE "TABLE NOT RULE OR ACCT" TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               IF MNT-OPERATOR = SPACES
                   MOVE "NO OPERATOR ON CARD" TO WS-REFUSE-REASON
               END-IF
           END-IF
      *    A change card logs at most two lines (closed or dropped,
      *    then added).
           IF WS-REFUSE-REASON = SPACES
               IF WS-HOLD-COUNT > WS-HOLD-MAX - 2
                   MOVE "CHANGE LOG TABLE FULL - RESUBMIT"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN MNT-ADD
                       PERFORM 3300-ADD-CARD
                   WHEN MNT-CHANGE
                       PERFORM 3400-CHANGE-CARD
                   WHEN MNT-RETIRE
                       PERFORM 3500-RETIRE-CARD
                   WHEN OTHER
                       MOVE "ACTION NOT A, C OR R" TO WS-REFUSE-REASON
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               ADD 1 TO WS-CARDS-APPLIED
           ELSE
               ADD 1 TO WS-CARDS-REFUSED
               MOVE "REFUSED" TO WS-LOG-RESULT
               MOVE MNT-CARD-IMAGE TO WS-LOG-CARD
               MOVE WS-REFUSE-REASON TO WS-LOG-REASON
               PERFORM 4000-LOG-CHANGE
           END-IF.

       3300-ADD-CARD.
      *    A new key, or a further period for an existing key that
      *    does not touch any period already on file.
           PERFORM 3600-VALIDATE-NEW-CARD
           IF WS-REFUSE-REASON = SPACES
               MOVE ZERO TO WS-SKIP-IX
               PERFORM 3700-CHECK-OVERLAP
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3800-INSERT-NEW-CARD
           END-IF.

       3400-CHANGE-CARD.
      *    The card in force on the new FROM date hands over to the
      *    new card: it is closed the day before FROM, or dropped
      *    outright if it was a future card that would now never
      *    have been in force at all.
           PERFORM 3600-VALIDATE-NEW-CARD
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-NEW-EFF-FROM TO WS-WANT-DATE
               PERFORM 3650-FIND-IN-FORCE
               IF WS-FOUND-IX = ZERO
                   MOVE "NO CARD IN FORCE ON FROM DATE TO CHANGE"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-FOUND-IX TO WS-SKIP-IX
               PERFORM 3700-CHECK-OVERLAP
           END-IF
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-NEW-EFF-FROM TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-CLOSE-DATE
               MOVE WS-LIN-IMAGE (WS-FOUND-IX) TO WS-OLD-CARD
               IF WS-OLD-EFF-FROM NOT = SPACES
                   AND WS-OLD-EFF-FROM > WS-CLOSE-DATE
                   SET WS-LIN-DROPPED (WS-FOUND-IX) TO TRUE
                   MOVE "DROPPED" TO WS-LOG-RESULT
                   MOVE "REPLACED BEFORE IT TOOK EFFECT"
                       TO WS-LOG-REASON
               ELSE
                   MOVE WS-CLOSE-DATE TO WS-OLD-EFF-TO
                   MOVE WS-OLD-CARD TO WS-LIN-IMAGE (WS-FOUND-IX)
                   MOVE "CLOSED" TO WS-LOG-RESULT
                   PERFORM 3950-DESCRIBE-OLD-RANGE
               END-IF
               MOVE WS-OLD-CARD TO WS-LOG-CARD
               PERFORM 4000-LOG-CHANGE
               PERFORM 3800-INSERT-NEW-CARD
           END-IF.

       3500-RETIRE-CARD.
      *    Only the key and the last day in force are read from the
      *    image; the card in force on that day is closed on it.
           MOVE WS-NEW-EFF-TO TO WS-DATE-TEXT
           PERFORM 3640-TEST-DATE
           EVALUATE TRUE
               WHEN WS-NEW-KEY = SPACES
                   MOVE "NO RULE CODE OR RECORD TYPE TO RETIRE"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-DATE-VALID
                   MOVE "TO DATE MISSING OR INVALID"
                       TO WS-REFUSE-REASON
               WHEN WS-NEW-EFF-TO < WS-TODAY-DATE
                   MOVE "TO DATE IS EARLIER THAN TODAY"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-NEW-EFF-TO TO WS-WANT-DATE
                   PERFORM 3650-FIND-IN-FORCE
                   IF WS-FOUND-IX = ZERO
                       MOVE "NO CARD IN FORCE ON TO DATE TO RETIRE"
                           TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-LIN-IMAGE (WS-FOUND-IX) TO WS-OLD-CARD
               MOVE WS-NEW-EFF-TO TO WS-OLD-EFF-TO
               MOVE WS-OLD-CARD TO WS-LIN-IMAGE (WS-FOUND-IX)
               PERFORM 3900-COUNT-FILE-CHANGE
               MOVE "RETIRED" TO WS-LOG-RESULT
               MOVE WS-OLD-CARD TO WS-LOG-CARD
               PERFORM 3950-DESCRIBE-OLD-RANGE
               PERFORM 4000-LOG-CHANGE
           END-IF.

       3600-VALIDATE-NEW-CARD.
      *    The same acceptance tests TRANEDIT applies when it loads
      *    a card, made here, once, where the rules desk is looking,
      *    plus the effective-date rules.
           IF WS-WANT-FILE = "R"
               PERFORM 3610-VALIDATE-RULE-CARD
           ELSE
               PERFORM 3620-VALIDATE-ACCT-CARD
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3630-VALIDATE-EFF-DATES
           END-IF
           IF WS-REFUSE-REASON = SPACES
               IF WS-LINE-COUNT >= WS-LINE-MAX
                   MOVE "CARD TABLE FULL - INCREASE WS-LINE-MAX"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       3610-VALIDATE-RULE-CARD.
           EVALUATE TRUE
               WHEN WS-NRL-CODE = SPACES
                       OR WS-NRL-CODE (1:1) = "*"
                   MOVE "RULE CODE MISSING" TO WS-REFUSE-REASON
               WHEN WS-NRL-REC-TYPE = SPACES
                   MOVE "RECORD TYPE MISSING" TO WS-REFUSE-REASON
               WHEN NOT WS-NRL-KIND-VALID
                   MOVE "UNKNOWN RULE KIND" TO WS-REFUSE-REASON
               WHEN WS-NRL-KIND-RANGE
                       AND (WS-NRL-LOW NOT NUMERIC
                           OR WS-NRL-HIGH NOT NUMERIC)
                   MOVE "RANGE LOW/HIGH NOT NUMERIC"
                       TO WS-REFUSE-REASON
               WHEN WS-NRL-KIND-RANGE
                       AND WS-NRL-LOW > WS-NRL-HIGH
                   MOVE "RANGE LOW IS ABOVE HIGH" TO WS-REFUSE-REASON
               WHEN WS-NRL-TEXT = SPACES
                   MOVE "RULE TEXT MISSING" TO WS-REFUSE-REASON
           END-EVALUATE.

       3620-VALIDATE-ACCT-CARD.
           EVALUATE TRUE
               WHEN WS-NAC-REC-TYPE = SPACES
                       OR WS-NAC-REC-TYPE (1:1) = "*"
                   MOVE "RECORD TYPE MISSING" TO WS-REFUSE-REASON
               WHEN WS-NAC-DEBIT-ACCT NOT NUMERIC
                       OR WS-NAC-CREDIT-ACCT NOT NUMERIC
                   MOVE "ACCOUNT NUMBER NOT NUMERIC"
                       TO WS-REFUSE-REASON
               WHEN WS-NAC-TEXT = SPACES
                   MOVE "ACCOUNT TEXT MISSING" TO WS-REFUSE-REASON
           END-EVALUATE.

       3630-VALIDATE-EFF-DATES.
      *    FROM is mandatory on every new card and must be tomorrow
      *    or later - a card taking effect tonight or earlier would
      *    change what a rerun of a night already edited edits with.
           MOVE WS-NEW-EFF-FROM TO WS-DATE-TEXT
           PERFORM 3640-TEST-DATE
           EVALUATE TRUE
               WHEN NOT WS-DATE-VALID
                   MOVE "FROM DATE MISSING OR INVALID"
                       TO WS-REFUSE-REASON
               WHEN WS-NEW-EFF-FROM NOT > WS-TODAY-DATE
                   MOVE "FROM DATE IS NOT LATER THAN TODAY"
                       TO WS-REFUSE-REASON
               WHEN WS-NEW-EFF-TO NOT = SPACES
                   MOVE WS-NEW-EFF-TO TO WS-DATE-TEXT
                   PERFORM 3640-TEST-DATE
                   IF NOT WS-DATE-VALID
                       MOVE "TO DATE INVALID" TO WS-REFUSE-REASON
                   ELSE
                       IF WS-NEW-EFF-TO < WS-NEW-EFF-FROM
                           MOVE "TO DATE IS BEFORE FROM DATE"
                               TO WS-REFUSE-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       3640-TEST-DATE.
           MOVE ZERO TO WS-DATE-NUM
           IF WS-DATE-TEXT NUMERIC
               MOVE WS-DATE-TEXT TO WS-DATE-NUM
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = ZERO
               SET WS-DATE-VALID TO TRUE
           ELSE
               MOVE "N" TO WS-DATE-VALID-SWITCH
           END-IF.

       3650-FIND-IN-FORCE.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM 3660-MATCH-IN-FORCE
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.

       3660-MATCH-IN-FORCE.
           IF WS-LIN-KEPT (WS-LINE-IX)
                   AND WS-LIN-FILE (WS-LINE-IX) = WS-WANT-FILE
               PERFORM 3670-SET-OLD-CARD
               IF WS-OLD-KEY = WS-NEW-KEY
                   AND WS-OLD-FROM-CMP <= WS-WANT-DATE
                   AND WS-OLD-TO-CMP >= WS-WANT-DATE
                   MOVE WS-LINE-IX TO WS-FOUND-IX
               END-IF
           END-IF.

       3670-SET-OLD-CARD.
      *    Comment and blank lines get a key no card can carry.
           MOVE WS-LIN-IMAGE (WS-LINE-IX) TO WS-OLD-CARD
           IF WS-OLD-CARD (1:1) = "*" OR WS-OLD-CARD = SPACES
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               IF WS-WANT-FILE = "R"
                   MOVE WS-OLD-CARD (1:4) TO WS-OLD-KEY
               ELSE
                   MOVE WS-OLD-CARD (1:2) TO WS-OLD-KEY
               END-IF
           END-IF
           IF WS-OLD-EFF-FROM = SPACES
               MOVE ZEROS TO WS-OLD-FROM-CMP
           ELSE
               MOVE WS-OLD-EFF-FROM TO WS-OLD-FROM-CMP
           END-IF
           IF WS-OLD-EFF-TO = SPACES
               MOVE ALL "9" TO WS-OLD-TO-CMP
           ELSE
               MOVE WS-OLD-EFF-TO TO WS-OLD-TO-CMP
           END-IF.

       3700-CHECK-OVERLAP.
      *    Two cards for one key in force on the same day would let
      *    TRANEDIT pick whichever it met first. WS-SKIP-IX is the
      *    card a CHANGE is about to close.
           MOVE WS-NEW-EFF-FROM TO WS-NEW-FROM-CMP
           IF WS-NEW-EFF-TO = SPACES
               MOVE ALL "9" TO WS-NEW-TO-CMP
           ELSE
               MOVE WS-NEW-EFF-TO TO WS-NEW-TO-CMP
           END-IF
           PERFORM 3710-CHECK-ONE-OVERLAP
               VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT.

       3710-CHECK-ONE-OVERLAP.
           IF WS-LIN-KEPT (WS-LINE-IX)
                   AND WS-LIN-FILE (WS-LINE-IX) = WS-WANT-FILE
                   AND WS-LINE-IX NOT = WS-SKIP-IX
               PERFORM 3670-SET-OLD-CARD
               IF WS-OLD-KEY = WS-NEW-KEY
                   AND WS-NEW-FROM-CMP <= WS-OLD-TO-CMP
                   AND WS-OLD-FROM-CMP <= WS-NEW-TO-CMP
                   MOVE "OVERLAPS A CARD ALREADY ON FILE"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       3800-INSERT-NEW-CARD.
      *    New cards go in behind the file's existing lines; order
      *    within a file carries no meaning once overlaps are
      *    impossible.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-WANT-FILE TO WS-LIN-FILE (WS-LINE-COUNT)
           SET WS-LIN-KEPT (WS-LINE-COUNT) TO TRUE
           MOVE WS-NEW-CARD TO WS-LIN-IMAGE (WS-LINE-COUNT)
           PERFORM 3900-COUNT-FILE-CHANGE
           MOVE "ADDED" TO WS-LOG-RESULT
           MOVE WS-NEW-CARD TO WS-LOG-CARD
           MOVE WS-NEW-CARD TO WS-OLD-CARD
           PERFORM 3950-DESCRIBE-OLD-RANGE
           PERFORM 4000-LOG-CHANGE.

       3900-COUNT-FILE-CHANGE.
           IF WS-WANT-FILE = "R"
               ADD 1 TO WS-RULES-CHANGED
           ELSE
               ADD 1 TO WS-ACCTS-CHANGED
           END-IF.

       3950-DESCRIBE-OLD-RANGE.
           MOVE SPACES TO WS-LOG-REASON
           IF WS-OLD-EFF-TO = SPACES
               STRING "IN FORCE " WS-OLD-EFF-FROM " - OPEN"
                   DELIMITED BY SIZE INTO WS-LOG-REASON
           ELSE
               STRING "IN FORCE " WS-OLD-EFF-FROM " - "
                   WS-OLD-EFF-TO
                   DELIMITED BY SIZE INTO WS-LOG-REASON
           END-IF.

       4000-LOG-CHANGE.
      *    One change-log line and one report line per card touched.
      *    A refusal is logged at once; a change waits in the hold
      *    table for 5000 to rewrite its file.
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE MNT-OPERATOR TO LOG-OPERATOR
           MOVE MNT-TABLE TO LOG-TABLE
           MOVE MNT-ACTION TO LOG-ACTION
           MOVE WS-LOG-RESULT TO LOG-RESULT
           MOVE WS-LOG-CARD TO LOG-CARD-IMAGE
           MOVE WS-LOG-REASON TO LOG-REASON
           IF WS-LOG-RESULT = "REFUSED"
               PERFORM 4100-WRITE-LOG-LINE
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-WANT-FILE TO WS-HLD-FILE (WS-HOLD-COUNT)
               MOVE WS-CARDS-READ TO WS-HLD-SEQ (WS-HOLD-COUNT)
               MOVE WS-NEW-KEY TO WS-HLD-KEY (WS-HOLD-COUNT)
               MOVE CHANGE-LOG-RECORD
                   TO WS-HLD-LOG-LINE (WS-HOLD-COUNT)
           END-IF
           MOVE WS-CARDS-READ TO WS-DETAIL-SEQ
           MOVE MNT-TABLE TO WS-DETAIL-TABLE
           MOVE MNT-ACTION TO WS-DETAIL-ACTION
           MOVE MNT-OPERATOR TO WS-DETAIL-OPERATOR
           MOVE WS-LOG-RESULT TO WS-DETAIL-RESULT
           MOVE WS-NEW-KEY TO WS-DETAIL-KEY
           MOVE WS-LOG-REASON TO WS-DETAIL-REASON
           MOVE WS-DETAIL-LINE TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       4100-WRITE-LOG-LINE.
           WRITE CHANGE-LOG-RECORD
           IF NOT WS-LOG-OK
               DISPLAY "TRANRMNT: RMNTLOG WRITE FAILED, STATUS="
                   WS-LOG-STATUS
           END-IF.

       5000-REWRITE-CARD-FILES.
      *    Only a file something was done to is rewritten. Each
      *    file's held change-log lines follow its rewrite, as done
      *    or NOT DONE under the first status that went wrong.
           IF WS-RULES-CHANGED > ZERO
               OPEN OUTPUT RULES-FILE
               IF WS-RULES-OK
                   MOVE ZERO TO WS-LINE-IX
                   PERFORM 5100-WRITE-RULE-LINE
                       UNTIL WS-LINE-IX >= WS-LINE-COUNT
                   CLOSE RULES-FILE
               ELSE
                   DISPLAY "TRANRMNT: UNABLE TO REWRITE "
                       WS-DD-EDITRULS ", STATUS=" WS-RULES-STATUS
                   MOVE WS-RULES-STATUS TO WS-RULES-SAVE-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
               MOVE "R" TO WS-RELEASE-FILE
               MOVE WS-RULES-SAVE-STATUS TO WS-RELEASE-STATUS
               MOVE WS-DD-EDITRULS TO WS-RELEASE-DDNAME
               PERFORM 5300-RELEASE-HELD-LINE
                   VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
           END-IF
           IF WS-ACCTS-CHANGED > ZERO
               OPEN OUTPUT GL-ACCOUNT-FILE
               IF WS-ACCT-OK
                   MOVE ZERO TO WS-LINE-IX
                   PERFORM 5200-WRITE-ACCT-LINE
                       UNTIL WS-LINE-IX >= WS-LINE-COUNT
                   CLOSE GL-ACCOUNT-FILE
               ELSE
                   DISPLAY "TRANRMNT: UNABLE TO REWRITE "
                       WS-DD-GLACCTS ", STATUS=" WS-ACCT-STATUS
                   MOVE WS-ACCT-STATUS TO WS-ACCTS-SAVE-STATUS
                   SET WS-FILE-ERROR TO TRUE
               END-IF
               MOVE "A" TO WS-RELEASE-FILE
               MOVE WS-ACCTS-SAVE-STATUS TO WS-RELEASE-STATUS
               MOVE WS-DD-GLACCTS TO WS-RELEASE-DDNAME
               PERFORM 5300-RELEASE-HELD-LINE
                   VARYING WS-HOLD-IX FROM 1 BY 1
                   UNTIL WS-HOLD-IX > WS-HOLD-COUNT
           END-IF.

       5100-WRITE-RULE-LINE.
           ADD 1 TO WS-LINE-IX
           IF WS-LIN-RULES (WS-LINE-IX) AND WS-LIN-KEPT (WS-LINE-IX)
               MOVE WS-LIN-IMAGE (WS-LINE-IX) TO RULES-CARD
               WRITE RULES-CARD
               IF NOT WS-RULES-OK
                   DISPLAY "TRANRMNT: " WS-DD-EDITRULS
                       " WRITE FAILED, STATUS=" WS-RULES-STATUS
                   IF WS-RULES-SAVE-STATUS = "00"
                       MOVE WS-RULES-STATUS TO WS-RULES-SAVE-STATUS
                   END-IF
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       5200-WRITE-ACCT-LINE.
           ADD 1 TO WS-LINE-IX
           IF WS-LIN-ACCTS (WS-LINE-IX) AND WS-LIN-KEPT (WS-LINE-IX)
               MOVE WS-LIN-IMAGE (WS-LINE-IX) TO ACCT-CARD
               WRITE ACCT-CARD
               IF NOT WS-ACCT-OK
                   DISPLAY "TRANRMNT: " WS-DD-GLACCTS
                       " WRITE FAILED, STATUS=" WS-ACCT-STATUS
                   IF WS-ACCTS-SAVE-STATUS = "00"
                       MOVE WS-ACCT-STATUS TO WS-ACCTS-SAVE-STATUS
                   END-IF
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       5300-RELEASE-HELD-LINE.
      *    A change that did not reach its file is logged, and
      *    listed again on the report, as NOT DONE.
           IF WS-HLD-FILE (WS-HOLD-IX) = WS-RELEASE-FILE
               MOVE WS-HLD-LOG-LINE (WS-HOLD-IX) TO CHANGE-LOG-RECORD
               IF WS-RELEASE-STATUS NOT = "00"
                   MOVE "NOT DONE" TO LOG-RESULT
                   MOVE SPACES TO LOG-REASON
                   STRING WS-RELEASE-DDNAME " REWRITE FAILED, STATUS="
                       WS-RELEASE-STATUS
                       DELIMITED BY SIZE INTO LOG-REASON
                   MOVE WS-HLD-SEQ (WS-HOLD-IX) TO WS-DETAIL-SEQ
                   MOVE LOG-TABLE TO WS-DETAIL-TABLE
                   MOVE LOG-ACTION TO WS-DETAIL-ACTION
                   MOVE LOG-OPERATOR TO WS-DETAIL-OPERATOR
                   MOVE LOG-RESULT TO WS-DETAIL-RESULT
                   MOVE WS-HLD-KEY (WS-HOLD-IX) TO WS-DETAIL-KEY
                   MOVE LOG-REASON TO WS-DETAIL-REASON
                   MOVE WS-DETAIL-LINE TO MAINT-REPORT-LINE
                   WRITE MAINT-REPORT-LINE
               END-IF
               PERFORM 4100-WRITE-LOG-LINE
           END-IF.

       6000-WRITE-TOTALS.
           MOVE ALL "-" TO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE
           MOVE "MAINTENANCE CARDS READ" TO WS-TOTAL-LABEL
           MOVE WS-CARDS-READ TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "CARDS APPLIED" TO WS-TOTAL-LABEL
           MOVE WS-CARDS-APPLIED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "CARDS REFUSED" TO WS-TOTAL-LABEL
           MOVE WS-CARDS-REFUSED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "EDITRULS CARDS CHANGED" TO WS-TOTAL-LABEL
           MOVE WS-RULES-CHANGED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GLACCTS CARDS CHANGED" TO WS-TOTAL-LABEL
           MOVE WS-ACCTS-CHANGED TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           IF WS-FILE-ERROR
               MOVE "FILE ERROR - SEE SYSOUT, CHANGES NOT ALL SAVED"
                   TO MAINT-REPORT-LINE
               WRITE MAINT-REPORT-LINE
           END-IF.

       6100-WRITE-TOTAL-LINE.
           MOVE SPACES TO MAINT-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO MAINT-REPORT-LINE
           WRITE MAINT-REPORT-LINE.

       7000-TERMINATE.
           IF WS-LOG-OPEN
               CLOSE CHANGE-LOG
           END-IF
           CLOSE MAINT-REPORT.

       8000-WRITE-RUN-LEDGER.
           MOVE "TRANRMNT" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
