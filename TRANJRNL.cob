       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANJRNL.
      *
      *  TRANJRNL is the only way a manual journal entry gets into
      *  the suite. Accounting keys the entries as cards, a second
      *  person approves the batch, and only then is it released to
      *  NEXTIN as a properly balanced HD/detail/TR set under the
      *  reserved manual source "MJE" - so it goes through the same
      *  edit, duplicate check, master posting and GL extract as
      *  every capture-site transaction, and nobody edits records
      *  into NEXTIN by hand.
      *
      *  JRNLCARD cards, one per line ("*" in column 1 is a comment):
      *    H  col 3-10 maker ID, col 12-51 description
      *       opens a new batch; the batch number is assigned here
      *       and printed on JRNLRPT
      *    D  col 3-4 record type (01 or 02), col 6-10 WS-FIELD-1,
      *       col 12 D or C, col 14-24 amount (9 digits and cents,
      *       no point), col 26-73 GL text
      *       one entry of the batch opened by the last H card
      *    A  col 3-7 batch, col 9-16 checker ID, col 18-25 run date
      *       approves and releases a batch for the edit run of that
      *       date (blank = today; only today or tomorrow - the
      *       next edit run - is accepted)
      *    R  col 3-7 batch, col 9-16 operator ID, col 18-57 reason
      *       declines a batch (or the maker withdraws it)
      *
      *  A batch is keyed whole: one bad D card refuses its whole
      *  batch, which is rekeyed under a new H card. A keyed batch
      *  waits on JRNLPEND until a later run - the checker approves
      *  what JRNLRPT listed, never a batch keyed in the same run -
      *  and the checker may not be the maker. Every batch keyed and
      *  every decision, applied or refused, is logged to JRNLLOG
      *  with maker, checker and timestamps, and no card is read at
      *  all when the log cannot be written.
      *
      *  All batches released for one edit run travel as one manual
      *  set: TRANEDIT balances each source to a single trailer, so
      *  a later release merges into the set already waiting on
      *  NEXTIN and its trailer is recut. A new set takes the next
      *  manual cycle after the one CYCLCTL holds for "MJE".
      *  SITEREG must register "MJE" as an active site (expected
      *  cycles 00) when site control is in use.
      *
      *  Return codes: 0 clean, 4 a card was refused or batches are
      *  still pending, 12 a file could not be opened or written,
      *  16 a table overflowed (JRNLPEND and NEXTIN left unchanged
      *  when it happens at load).
      *
      *  JOB-STREAM ORDER: run AFTER TRANRCYC, TRANDUPW and TRANHVAP
      *  (their records go to NEXTIN ahead of the manual set) and
      *  before the next cycle's TRANEDIT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "JRNLCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT PEND-FILE ASSIGN TO "JRNLPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT NEXTIN-FILE ASSIGN TO "NEXTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTIN-STATUS.

           SELECT CYCLE-CTL-FILE ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT SITE-REG-FILE ASSIGN TO "SITEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SREG-STATUS.

           SELECT LOG-FILE ASSIGN TO "JRNLLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT JOURNAL-REPORT ASSIGN TO "JRNLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CARD-RECORD.
           05  CARD-ACTION                   PIC X(01).
               88  CARD-COMMENT              VALUE "*" SPACE.
               88  CARD-HEADER               VALUE "H".
               88  CARD-DETAIL               VALUE "D".
               88  CARD-APPROVE              VALUE "A".
               88  CARD-DECLINE              VALUE "R".
           05  FILLER                        PIC X(79).
       01  CARD-HEADER-RECORD.
           05  FILLER                        PIC X(02).
           05  CARDH-MAKER                   PIC X(08).
           05  FILLER                        PIC X(01).
           05  CARDH-DESCRIPTION             PIC X(40).
           05  FILLER                        PIC X(29).
       01  CARD-DETAIL-RECORD.
           05  FILLER                        PIC X(02).
           05  CARDD-REC-TYPE                PIC X(02).
           05  FILLER                        PIC X(01).
           05  CARDD-FIELD-1                 PIC X(05).
           05  FILLER                        PIC X(01).
           05  CARDD-DR-CR                   PIC X(01).
           05  FILLER                        PIC X(01).
           05  CARDD-AMOUNT                  PIC X(11).
           05  CARDD-AMOUNT-NUM REDEFINES CARDD-AMOUNT
                                             PIC 9(09)V99.
           05  FILLER                        PIC X(01).
           05  CARDD-GL-TEXT                 PIC X(48).
           05  FILLER                        PIC X(07).
       01  CARD-DECISION-RECORD.
           05  FILLER                        PIC X(02).
           05  CARDA-BATCH                   PIC X(05).
           05  CARDA-BATCH-NUM REDEFINES CARDA-BATCH
                                             PIC 9(05).
           05  FILLER                        PIC X(01).
           05  CARDA-OPERATOR                PIC X(08).
           05  FILLER                        PIC X(01).
           05  CARDA-RUN-DATE                PIC X(08).
           05  FILLER                        PIC X(55).
       01  CARD-DECLINE-RECORD.
           05  FILLER                        PIC X(17).
           05  CARDR-REASON                  PIC X(40).
           05  FILLER                        PIC X(23).

      *    Batches keyed and not yet decided: a batch line, then its
      *    entries as the 100-byte records they will be released as.
       FD  PEND-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  PEND-RECORD.
           05  PND-BATCH                     PIC 9(05).
           05  PND-KIND                      PIC X(01).
               88  PND-BATCH-LINE            VALUE "H".
               88  PND-ENTRY-LINE            VALUE "D".
           05  PND-ENTRY                     PIC X(100).
       01  PEND-BATCH-RECORD.
           05  FILLER                        PIC X(06).
           05  PNH-MAKER                     PIC X(08).
           05  PNH-KEYED-STAMP               PIC X(14).
           05  PNH-DESCRIPTION               PIC X(40).
           05  FILLER                        PIC X(38).

       FD  NEXTIN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  NEXTIN-RECORD                    PIC X(100).

      *    Same layout TRANEDIT keeps CYCLCTL in.
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

      *    Same layout TRANEDIT reads SITEREG with.
       FD  SITE-REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SITE-REG-CARD.
           05  SREG-CODE                     PIC X(03).
           05  FILLER                        PIC X(01).
           05  SREG-NAME                     PIC X(30).
           05  FILLER                        PIC X(01).
           05  SREG-ACTIVE                   PIC X(01).
           05  FILLER                        PIC X(44).

      *    One line per batch keyed and per decision card, applied
      *    or refused.
       FD  LOG-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  LOG-RECORD.
           05  LOG-TIMESTAMP                 PIC X(14).
           05  FILLER                        PIC X(01).
           05  LOG-BATCH                     PIC X(05).
           05  FILLER                        PIC X(01).
           05  LOG-ACTION                    PIC X(01).
               88  LOG-KEYED                 VALUE "K".
           05  FILLER                        PIC X(01).
           05  LOG-OUTCOME                   PIC X(07).
               88  LOG-APPLIED               VALUE "APPLIED".
               88  LOG-REFUSED               VALUE "REFUSED".
           05  FILLER                        PIC X(01).
           05  LOG-MAKER                     PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-KEYED-STAMP               PIC X(14).
           05  FILLER                        PIC X(01).
           05  LOG-CHECKER                   PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-ENTRIES                   PIC X(05).
           05  FILLER                        PIC X(01).
           05  LOG-AMOUNT                    PIC 9(13)V99.
           05  FILLER                        PIC X(01).
           05  LOG-RUN-DATE                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-CYCLE-NO                  PIC X(04).
           05  FILLER                        PIC X(01).
           05  LOG-NOTE                      PIC X(26).
           05  FILLER                        PIC X(03).

       FD  JOURNAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  JOURNAL-REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                   PIC X(02).
           88  WS-CARD-OK                    VALUE "00".

       01  WS-PEND-STATUS                   PIC X(02).
           88  WS-PEND-OK                    VALUE "00".
           88  WS-PEND-MISSING               VALUE "35".

       01  WS-NEXTIN-STATUS                 PIC X(02).
           88  WS-NEXTIN-OK                  VALUE "00".
           88  WS-NEXTIN-MISSING             VALUE "35".

       01  WS-CYC-STATUS                    PIC X(02).
           88  WS-CYC-OK                     VALUE "00".
           88  WS-CYC-MISSING                VALUE "35".

       01  WS-SREG-STATUS                   PIC X(02).
           88  WS-SREG-OK                    VALUE "00".
           88  WS-SREG-MISSING               VALUE "35".

       01  WS-LOG-STATUS                    PIC X(02).
           88  WS-LOG-OK                     VALUE "00".
           88  WS-LOG-MISSING                VALUE "35".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-DATE                      PIC X(08).
       01  WS-LOG-STAMP                     PIC X(14).

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-LOG-AVAIL-SWITCH              PIC X(01) VALUE "N".
           88  WS-LOG-AVAILABLE             VALUE "Y".

      *    NEXTIN could be read whole, so a release can be merged in.
       01  WS-NEXTIN-AVAIL-SWITCH           PIC X(01) VALUE "N".
           88  WS-NEXTIN-AVAILABLE          VALUE "Y".

       01  WS-FILE-ERROR-SWITCH             PIC X(01) VALUE "N".
           88  WS-FILE-ERROR                VALUE "Y".

      *    NEXTIN itself could not be rewritten - the only failure
      *    that sends this run's releases back to pending.
       01  WS-NEXTIN-FAILED-SWITCH          PIC X(01) VALUE "N".
           88  WS-NEXTIN-FAILED             VALUE "Y".

      *    A table filled at load, or a JRNLPEND that is there but
      *    cannot be read: the run stops before anything is
      *    rewritten. A table filled by this run's cards refuses the
      *    batch in hand and gives RC 16 at the end.
       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".
       01  WS-PEND-UNREADABLE-SWITCH        PIC X(01) VALUE "N".
           88  WS-PEND-UNREADABLE           VALUE "Y".
       01  WS-TABLE-FULL-SWITCH             PIC X(01) VALUE "N".
           88  WS-TABLE-FULL                VALUE "Y".

      *    Why the card or batch in hand was refused; spaces while
      *    it is still good.
       01  WS-REFUSE-NOTE                   PIC X(26).

      *    Batches: carried from JRNLPEND, then keyed by this run.
       01  WS-BAT-MAX                       PIC 9(05) VALUE 200.
       01  WS-BAT-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-BAT-IX                        PIC 9(05) VALUE ZERO.
       01  WS-BAT-FOUND-IX                  PIC 9(05) VALUE ZERO.
       01  WS-BAT-TABLE.
           05  WS-BAT-ENTRY OCCURS 200 TIMES.
               10  WS-BAT-NO                 PIC 9(05).
               10  WS-BAT-STATUS             PIC X(01).
                   88  WS-BAT-PENDING        VALUE "P".
                   88  WS-BAT-KEYED          VALUE "N".
                   88  WS-BAT-REFUSED        VALUE "X".
                   88  WS-BAT-RELEASED       VALUE "A".
                   88  WS-BAT-DECLINED       VALUE "D".
               10  WS-BAT-MAKER              PIC X(08).
               10  WS-BAT-KEYED-STAMP        PIC X(14).
               10  WS-BAT-DESCRIPTION        PIC X(40).
               10  WS-BAT-CHECKER            PIC X(08).
               10  WS-BAT-FIRST-ENTRY        PIC 9(05).
               10  WS-BAT-ENTRIES            PIC 9(05).
               10  WS-BAT-HASH               PIC 9(11).
               10  WS-BAT-DEBIT              PIC 9(13)V99.
               10  WS-BAT-CREDIT             PIC 9(13)V99.

      *    Entries of every batch in the table, each batch's kept
      *    together in card order.
       01  WS-ENT-MAX                       PIC 9(05) VALUE 2000.
       01  WS-ENT-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-ENT-IX                        PIC 9(05) VALUE ZERO.
       01  WS-ENT-LAST                      PIC 9(05) VALUE ZERO.
       01  WS-ENT-TABLE.
           05  WS-ENT-AREA OCCURS 2000 TIMES PIC X(100).

      *    The batch the D cards in hand belong to.
       01  WS-CUR-BAT-IX                    PIC 9(05) VALUE ZERO.
       01  WS-CUR-SWITCH                    PIC X(01) VALUE "N".
           88  WS-CUR-NONE                  VALUE "N".
           88  WS-CUR-BUILDING              VALUE "Y".
           88  WS-CUR-SKIPPING              VALUE "S".
       01  WS-CUR-NOTE                      PIC X(26).

      *    Highest batch number ever assigned, from JRNLLOG and
      *    JRNLPEND.
       01  WS-LAST-BATCH-NO                 PIC 9(05) VALUE ZERO.

      *    NEXTIN as found, with the manual set already on it.
       01  WS-NXT-MAX                       PIC 9(05) VALUE 5000.
       01  WS-NXT-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-NXT-IX                        PIC 9(05) VALUE ZERO.
       01  WS-NXT-TABLE.
           05  WS-NXT-AREA OCCURS 5000 TIMES PIC X(100).
       01  WS-NXT-MAN-HDR-IX                PIC 9(05) VALUE ZERO.
       01  WS-NXT-MAN-TRL-IX                PIC 9(05) VALUE ZERO.
       01  WS-NXT-DAMAGED-SWITCH            PIC X(01) VALUE "N".
           88  WS-NXT-DAMAGED               VALUE "Y".

      *    The manual set this run releases into: its run date and
      *    cycle, and the trailer figures it will close with.
       01  WS-SET-SWITCH                    PIC X(01) VALUE "N".
           88  WS-SET-DATED                 VALUE "Y".
       01  WS-SET-RUN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-SET-CYCLE-NO                  PIC 9(04) VALUE ZERO.
       01  WS-SET-COUNT                     PIC 9(09) VALUE ZERO.
       01  WS-SET-HASH                      PIC 9(11) VALUE ZERO.
       01  WS-SET-AMOUNT                    PIC 9(13)V99 VALUE ZERO.

      *    The manual source's place in CYCLCTL.
       01  WS-CYC-MAN-DATE                  PIC X(08) VALUE SPACES.
       01  WS-CYC-MAN-LAST                  PIC 9(04) VALUE ZERO.

      *    "O" no registry (site control off), "Y" registered and
      *    active, "N" registered inactive, "U" not registered.
       01  WS-MAN-SITE-STATE                PIC X(01) VALUE "O".
           88  WS-MAN-SITE-OFF              VALUE "O".
           88  WS-MAN-SITE-ACTIVE           VALUE "Y".
           88  WS-MAN-SITE-INACTIVE         VALUE "N".
           88  WS-MAN-SITE-UNKNOWN          VALUE "U".

       01  WS-DECISION-RUN-DATE             PIC X(08).
      *    The latest run date a release may carry: the date of the
      *    next TRANEDIT run, today's or tomorrow's. TRANEDIT puts a
      *    batch out of balance when its header is not for the day.
       01  WS-NEXT-RUN-DATE                 PIC X(08).
       01  WS-DATE-NUM                      PIC 9(08) VALUE ZERO.
       01  WS-DAY-INT                       PIC 9(08) VALUE ZERO.

       01  WS-KEYED-COUNT                   PIC 9(05) VALUE ZERO.
       01  WS-REFUSED-BATCHES               PIC 9(05) VALUE ZERO.
       01  WS-RELEASED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-DECLINED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-PENDING-COUNT                 PIC 9(05) VALUE ZERO.
       01  WS-NEXTIN-WRITTEN                PIC 9(05) VALUE ZERO.
       01  WS-CARDS-REFUSED                 PIC 9(05) VALUE ZERO.

           COPY WSAREA.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.

       01  WS-AMOUNT-EDIT                   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-BATCH-LINE.
           05  WS-BTL-NO                     PIC 9(05).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BTL-STATUS                 PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BTL-MAKER                  PIC X(08).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-BTL-KEYED                  PIC X(14).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BTL-CHECKER                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-BTL-ENTRIES                PIC ZZZZ9.
           05  FILLER                        PIC X(08) VALUE " ENTRIES".

       01  WS-TEXT-LINE.
           05  FILLER                        PIC X(07) VALUE SPACE.
           05  WS-TXL-TEXT                   PIC X(73).

       01  WS-ENTRY-LINE.
           05  FILLER                        PIC X(07) VALUE SPACE.
           05  WS-ENL-TYPE                   PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-ENL-FIELD-1                PIC X(05).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-ENL-DR-CR                  PIC X(01).
           05  WS-ENL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-ENL-GL-TEXT                PIC X(48).

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(30).
           05  WS-TOTAL-VALUE                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF WS-ABORT
               IF WS-PEND-UNREADABLE
                   DISPLAY "TRANJRNL: JRNLPEND UNREADABLE - RUN "
                       "STOPPED, JRNLPEND AND NEXTIN LEFT UNCHANGED."
               ELSE
                   DISPLAY "TRANJRNL: TABLE FULL AT LOAD - RUN "
                       "STOPPED, JRNLPEND AND NEXTIN LEFT UNCHANGED. "
                       "INCREASE THE TABLE AND RERUN."
               END-IF
               PERFORM 7000-TERMINATE
               MOVE 16 TO RETURN-CODE
               MOVE "END" TO WS-LEDGER-EVENT
               MOVE RETURN-CODE TO WS-LEDGER-RC
               PERFORM 8000-WRITE-RUN-LEDGER
               MOVE WS-LEDGER-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESS-CARDS
           PERFORM 3000-RELEASE-TO-NEXTIN
           PERFORM 4000-REWRITE-PENDING
           PERFORM 6000-WRITE-REPORT
           PERFORM 7000-TERMINATE
           EVALUATE TRUE
               WHEN WS-TABLE-FULL
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FILE-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CARDS-REFUSED > ZERO
                       OR WS-PENDING-COUNT > ZERO
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DATE-NUM
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-NUM
           MOVE WS-DATE-NUM TO WS-NEXT-RUN-DATE
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           PERFORM 8000-WRITE-RUN-LEDGER
           OPEN OUTPUT JOURNAL-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANJRNL: UNABLE TO OPEN JRNLRPT, STATUS="
                   WS-RPT-STATUS
           END-IF
           PERFORM 1100-LOAD-PENDING
           PERFORM 1200-SCAN-LOG
           PERFORM 1300-LOAD-NEXTIN
           PERFORM 1400-LOAD-CYCLE-CONTROL
           PERFORM 1500-CHECK-SITE-REGISTRY
      *    EXTEND: the log accumulates for the auditors.
           IF NOT WS-ABORT
               OPEN EXTEND LOG-FILE
               IF NOT WS-LOG-OK
                   OPEN OUTPUT LOG-FILE
               END-IF
               IF WS-LOG-OK
                   SET WS-LOG-AVAILABLE TO TRUE
               ELSE
                   DISPLAY "TRANJRNL: UNABLE TO OPEN JRNLLOG, STATUS="
                       WS-LOG-STATUS " - NO CARDS APPLIED"
                   SET WS-FILE-ERROR TO TRUE
               END-IF
           END-IF.

       1100-LOAD-PENDING.
      *    No JRNLPEND yet means nothing is pending. Any other open
      *    failure stops the run: JRNLPEND is rewritten whole at the
      *    end, and rewriting it from an empty table would lose every
      *    batch still waiting for its checker.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT PEND-FILE
           EVALUATE TRUE
               WHEN WS-PEND-OK
                   PERFORM 1110-LOAD-PENDING-LINE UNTIL WS-EOF
                   CLOSE PEND-FILE
               WHEN WS-PEND-MISSING
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TRANJRNL: UNABLE TO READ JRNLPEND, STATUS="
                       WS-PEND-STATUS
                   SET WS-PEND-UNREADABLE TO TRUE
                   SET WS-ABORT TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       1110-LOAD-PENDING-LINE.
           READ PEND-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PND-BATCH-LINE
                           PERFORM 1120-LOAD-PENDING-BATCH
                       WHEN PND-ENTRY-LINE
                           PERFORM 1130-LOAD-PENDING-ENTRY
                   END-EVALUATE
           END-READ.

       1120-LOAD-PENDING-BATCH.
           IF WS-BAT-COUNT < WS-BAT-MAX
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-CUR-BAT-IX
               MOVE PND-BATCH TO WS-BAT-NO (WS-CUR-BAT-IX)
               SET WS-BAT-PENDING (WS-CUR-BAT-IX) TO TRUE
               MOVE PNH-MAKER TO WS-BAT-MAKER (WS-CUR-BAT-IX)
               MOVE PNH-KEYED-STAMP
                   TO WS-BAT-KEYED-STAMP (WS-CUR-BAT-IX)
               MOVE PNH-DESCRIPTION
                   TO WS-BAT-DESCRIPTION (WS-CUR-BAT-IX)
               PERFORM 1125-START-BATCH-TOTALS
               IF PND-BATCH > WS-LAST-BATCH-NO
                   MOVE PND-BATCH TO WS-LAST-BATCH-NO
               END-IF
           ELSE
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       1125-START-BATCH-TOTALS.
           MOVE SPACES TO WS-BAT-CHECKER (WS-CUR-BAT-IX)
           COMPUTE WS-BAT-FIRST-ENTRY (WS-CUR-BAT-IX) =
               WS-ENT-COUNT + 1
           MOVE ZERO TO WS-BAT-ENTRIES (WS-CUR-BAT-IX)
           MOVE ZERO TO WS-BAT-HASH (WS-CUR-BAT-IX)
           MOVE ZERO TO WS-BAT-DEBIT (WS-CUR-BAT-IX)
           MOVE ZERO TO WS-BAT-CREDIT (WS-CUR-BAT-IX).

       1130-LOAD-PENDING-ENTRY.
      *    An entry line belongs to the batch line above it.
           IF WS-ENT-COUNT < WS-ENT-MAX
               IF WS-CUR-BAT-IX > ZERO
                   MOVE PND-ENTRY TO WS-AREA-1
                   PERFORM 1140-ADD-ENTRY
               END-IF
           ELSE
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       1140-ADD-ENTRY.
      *    The record in WS-AREA-1 joins the current batch and its
      *    totals.
           ADD 1 TO WS-ENT-COUNT
           MOVE WS-AREA-1 TO WS-ENT-AREA (WS-ENT-COUNT)
           ADD 1 TO WS-BAT-ENTRIES (WS-CUR-BAT-IX)
           ADD WS-FIELD-1 TO WS-BAT-HASH (WS-CUR-BAT-IX)
           IF WS-AMOUNT-DEBIT
               ADD WS-AMOUNT TO WS-BAT-DEBIT (WS-CUR-BAT-IX)
           ELSE
               ADD WS-AMOUNT TO WS-BAT-CREDIT (WS-CUR-BAT-IX)
           END-IF.

       1200-SCAN-LOG.
      *    Batch numbers are never reused: the next one follows the
      *    highest ever keyed.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT LOG-FILE
           IF WS-LOG-OK
               PERFORM 1210-SCAN-LOG-LINE UNTIL WS-EOF
               CLOSE LOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1210-SCAN-LOG-LINE.
           READ LOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF LOG-KEYED AND LOG-BATCH NUMERIC
                       IF LOG-BATCH > WS-LAST-BATCH-NO
                           MOVE LOG-BATCH TO WS-LAST-BATCH-NO
                       END-IF
                   END-IF
           END-READ.

       1300-LOAD-NEXTIN.
      *    NEXTIN is read whole so a release can be merged into the
      *    manual set already waiting there. No NEXTIN yet is an
      *    empty one.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NEXTIN-FILE
           EVALUATE TRUE
               WHEN WS-NEXTIN-OK
                   SET WS-NEXTIN-AVAILABLE TO TRUE
                   PERFORM 1310-LOAD-NEXTIN-RECORD UNTIL WS-EOF
                   CLOSE NEXTIN-FILE
               WHEN WS-NEXTIN-MISSING
                   SET WS-NEXTIN-AVAILABLE TO TRUE
               WHEN OTHER
                   DISPLAY "TRANJRNL: UNABLE TO READ NEXTIN, STATUS="
                       WS-NEXTIN-STATUS " - NO BATCHES RELEASED"
                   SET WS-FILE-ERROR TO TRUE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH
           IF WS-NXT-MAN-HDR-IX > ZERO AND WS-NXT-MAN-TRL-IX = ZERO
               SET WS-NXT-DAMAGED TO TRUE
           END-IF
           IF WS-NXT-DAMAGED
               DISPLAY "TRANJRNL: MANUAL SET ON NEXTIN IS NOT ONE "
                   "HEADER AND ONE TRAILER - NO BATCHES RELEASED"
           END-IF.

       1310-LOAD-NEXTIN-RECORD.
           READ NEXTIN-FILE INTO WS-AREA-1
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-NXT-COUNT < WS-NXT-MAX
                       ADD 1 TO WS-NXT-COUNT
                       MOVE WS-AREA-1 TO WS-NXT-AREA (WS-NXT-COUNT)
                       PERFORM 1320-NOTE-MANUAL-SET
                   ELSE
                       SET WS-ABORT TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       1320-NOTE-MANUAL-SET.
      *    The set an earlier release left: its date and cycle are
      *    kept, and its trailer figures carry into the new trailer.
           EVALUATE TRUE
               WHEN WS-REC-TYPE = "HD" AND WS-HDR-MANUAL-SOURCE
                   IF WS-NXT-MAN-HDR-IX > ZERO
                       SET WS-NXT-DAMAGED TO TRUE
                   END-IF
                   MOVE WS-NXT-COUNT TO WS-NXT-MAN-HDR-IX
                   SET WS-SET-DATED TO TRUE
                   MOVE WS-HDR-RUN-DATE TO WS-SET-RUN-DATE
                   IF WS-HDR-CYCLE-NO NUMERIC
                       MOVE WS-HDR-CYCLE-NO TO WS-SET-CYCLE-NO
                   ELSE
                       SET WS-NXT-DAMAGED TO TRUE
                   END-IF
               WHEN WS-REC-TYPE = "TR" AND WS-TRL-MANUAL-SOURCE
                   IF WS-NXT-MAN-TRL-IX > ZERO
                           OR WS-NXT-MAN-HDR-IX = ZERO
                       SET WS-NXT-DAMAGED TO TRUE
                   END-IF
                   MOVE WS-NXT-COUNT TO WS-NXT-MAN-TRL-IX
                   IF WS-TRL-RECORD-COUNT NUMERIC
                           AND WS-TRL-HASH-TOTAL NUMERIC
                           AND WS-TRL-AMOUNT-TOTAL NUMERIC
                       MOVE WS-TRL-RECORD-COUNT TO WS-SET-COUNT
                       MOVE WS-TRL-HASH-TOTAL TO WS-SET-HASH
                       MOVE WS-TRL-AMOUNT-TOTAL TO WS-SET-AMOUNT
                   ELSE
                       SET WS-NXT-DAMAGED TO TRUE
                   END-IF
           END-EVALUATE.

       1400-LOAD-CYCLE-CONTROL.
      *    Only the manual source's card matters here. Without one
      *    the manual source has no cycle on record and starts at 1.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CYCLE-CTL-FILE
           IF WS-CYC-OK
               PERFORM 1410-READ-CYCLE-CARD UNTIL WS-EOF
               CLOSE CYCLE-CTL-FILE
           ELSE
               IF NOT WS-CYC-MISSING
                   DISPLAY "TRANJRNL: UNABLE TO OPEN CYCLCTL, STATUS="
                       WS-CYC-STATUS " - NO BATCHES RELEASED"
                   SET WS-FILE-ERROR TO TRUE
                   MOVE "N" TO WS-NEXTIN-AVAIL-SWITCH
               END-IF
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1410-READ-CYCLE-CARD.
           READ CYCLE-CTL-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE CYC-SOURCE TO WS-SOURCE-CODE
                   IF WS-MANUAL-SOURCE
                       IF CYC-RUN-DATE NUMERIC
                               AND CYC-LAST-CYCLE NUMERIC
                           MOVE CYC-RUN-DATE TO WS-CYC-MAN-DATE
                           MOVE CYC-LAST-CYCLE TO WS-CYC-MAN-LAST
                       ELSE
                           DISPLAY "TRANJRNL: CYCLCTL CARD FOR "
                               "MANUAL SOURCE NOT NUMERIC - NO "
                               "BATCHES RELEASED"
                           SET WS-FILE-ERROR TO TRUE
                           MOVE "N" TO WS-NEXTIN-AVAIL-SWITCH
                       END-IF
                   END-IF
           END-READ.

       1500-CHECK-SITE-REGISTRY.
      *    With no SITEREG, site control is off and TRANEDIT takes
      *    any source; with one, "MJE" must be there and active or
      *    the whole set would be rejected S001/S002.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SITE-REG-FILE
           IF WS-SREG-OK
               SET WS-MAN-SITE-UNKNOWN TO TRUE
               PERFORM 1510-READ-SITE-CARD UNTIL WS-EOF
               CLOSE SITE-REG-FILE
           ELSE
               SET WS-MAN-SITE-OFF TO TRUE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1510-READ-SITE-CARD.
           READ SITE-REG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SREG-CODE TO WS-SOURCE-CODE
                   IF WS-MANUAL-SOURCE
                       IF SREG-ACTIVE = "Y"
                           SET WS-MAN-SITE-ACTIVE TO TRUE
                       ELSE
                           SET WS-MAN-SITE-INACTIVE TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  KEYING AND DECISION CARDS
      *****************************************************************
       2000-PROCESS-CARDS.
      *    Without the log there is no audit trail, so no card is
      *    read at all.
           IF NOT WS-LOG-AVAILABLE
               DISPLAY "TRANJRNL: JRNLLOG UNAVAILABLE - JRNLCARD "
                   "NOT READ"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT CARD-FILE
               IF WS-CARD-OK
                   PERFORM 2010-PROCESS-ONE-CARD UNTIL WS-EOF
                   CLOSE CARD-FILE
               ELSE
                   DISPLAY "TRANJRNL: NO JRNLCARD CARDS, STATUS="
                       WS-CARD-STATUS
               END-IF
               PERFORM 2100-CLOSE-BATCH
               MOVE "N" TO WS-EOF-SWITCH
           END-IF.

       2010-PROCESS-ONE-CARD.
           READ CARD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CARD-COMMENT
                           CONTINUE
                       WHEN CARD-HEADER
                           PERFORM 2100-CLOSE-BATCH
                           PERFORM 2200-OPEN-BATCH
                       WHEN CARD-DETAIL
                           PERFORM 2300-ADD-DETAIL
                       WHEN CARD-APPROVE OR CARD-DECLINE
                           PERFORM 2100-CLOSE-BATCH
                           PERFORM 2500-APPLY-DECISION
                       WHEN OTHER
                           MOVE "ACTION NOT H D A OR R"
                               TO WS-REFUSE-NOTE
                           PERFORM 2900-REFUSE-CARD
                   END-EVALUATE
           END-READ.

       2100-CLOSE-BATCH.
      *    The batch in hand is complete: it goes on file for review
      *    whole, or is refused whole and its entries dropped.
           EVALUATE TRUE
               WHEN WS-CUR-BUILDING
                   IF WS-CUR-NOTE = SPACES
                           AND WS-BAT-ENTRIES (WS-CUR-BAT-IX) = ZERO
                       MOVE "NO DETAIL CARDS" TO WS-CUR-NOTE
                   END-IF
                   IF WS-CUR-NOTE = SPACES
                       ADD 1 TO WS-KEYED-COUNT
                   ELSE
                       SET WS-BAT-REFUSED (WS-CUR-BAT-IX) TO TRUE
                       COMPUTE WS-ENT-COUNT =
                           WS-BAT-FIRST-ENTRY (WS-CUR-BAT-IX) - 1
                       ADD 1 TO WS-REFUSED-BATCHES
                       DISPLAY "TRANJRNL: BATCH "
                           WS-BAT-NO (WS-CUR-BAT-IX)
                           " REFUSED - " WS-CUR-NOTE
                   END-IF
                   MOVE WS-CUR-BAT-IX TO WS-BAT-IX
                   PERFORM 2150-LOG-KEYING
               WHEN WS-CUR-SKIPPING
                   ADD 1 TO WS-REFUSED-BATCHES
                   MOVE ZERO TO WS-BAT-IX
                   PERFORM 2150-LOG-KEYING
           END-EVALUATE
           SET WS-CUR-NONE TO TRUE.

       2150-LOG-KEYING.
           MOVE SPACES TO LOG-RECORD
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP TO LOG-TIMESTAMP
           SET LOG-KEYED TO TRUE
           IF WS-BAT-IX > ZERO
               MOVE WS-BAT-NO (WS-BAT-IX) TO LOG-BATCH
               MOVE WS-BAT-MAKER (WS-BAT-IX) TO LOG-MAKER
               MOVE WS-BAT-KEYED-STAMP (WS-BAT-IX) TO LOG-KEYED-STAMP
               PERFORM 2160-LOG-BATCH-FIGURES
           END-IF
           IF WS-CUR-NOTE = SPACES
               SET LOG-APPLIED TO TRUE
               MOVE "KEYED FOR APPROVAL" TO LOG-NOTE
           ELSE
               SET LOG-REFUSED TO TRUE
               MOVE WS-CUR-NOTE TO LOG-NOTE
           END-IF
           PERFORM 2950-WRITE-LOG.

       2160-LOG-BATCH-FIGURES.
           MOVE WS-BAT-ENTRIES (WS-BAT-IX) TO LOG-ENTRIES
           COMPUTE LOG-AMOUNT =
               WS-BAT-DEBIT (WS-BAT-IX) + WS-BAT-CREDIT (WS-BAT-IX).

       2200-OPEN-BATCH.
      *    The number is taken even if the batch is refused, so a
      *    refused batch in the log is never confused with a later
      *    one.
           MOVE SPACES TO WS-CUR-NOTE
           IF WS-BAT-COUNT < WS-BAT-MAX AND WS-LAST-BATCH-NO < 99999
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-CUR-BAT-IX
               ADD 1 TO WS-LAST-BATCH-NO
               MOVE WS-LAST-BATCH-NO TO WS-BAT-NO (WS-CUR-BAT-IX)
               SET WS-BAT-KEYED (WS-CUR-BAT-IX) TO TRUE
               MOVE CARDH-MAKER TO WS-BAT-MAKER (WS-CUR-BAT-IX)
               MOVE FUNCTION CURRENT-DATE (1:14)
                   TO WS-BAT-KEYED-STAMP (WS-CUR-BAT-IX)
               MOVE CARDH-DESCRIPTION
                   TO WS-BAT-DESCRIPTION (WS-CUR-BAT-IX)
               PERFORM 1125-START-BATCH-TOTALS
               SET WS-CUR-BUILDING TO TRUE
               IF CARDH-MAKER = SPACES
                   MOVE "MAKER ID REQUIRED" TO WS-CUR-NOTE
               END-IF
           ELSE
               DISPLAY "TRANJRNL: BATCH TABLE FULL - BATCH NOT KEYED"
               SET WS-TABLE-FULL TO TRUE
               SET WS-CUR-SKIPPING TO TRUE
               MOVE "BATCH TABLE FULL" TO WS-CUR-NOTE
           END-IF.

       2300-ADD-DETAIL.
           MOVE SPACES TO WS-REFUSE-NOTE
           EVALUATE TRUE
               WHEN WS-CUR-NONE
                   MOVE "NO H CARD BEFORE D CARD" TO WS-REFUSE-NOTE
               WHEN WS-CUR-SKIPPING
                   MOVE WS-CUR-NOTE TO WS-REFUSE-NOTE
               WHEN OTHER
                   PERFORM 2310-VET-DETAIL
           END-EVALUATE
           IF WS-REFUSE-NOTE = SPACES
               IF WS-ENT-COUNT < WS-ENT-MAX
                   PERFORM 2320-BUILD-ENTRY
                   PERFORM 1140-ADD-ENTRY
               ELSE
                   DISPLAY "TRANJRNL: ENTRY TABLE FULL - BATCH "
                       WS-BAT-NO (WS-CUR-BAT-IX) " NOT KEYED"
                   SET WS-TABLE-FULL TO TRUE
                   MOVE "ENTRY TABLE FULL" TO WS-REFUSE-NOTE
               END-IF
           END-IF
           IF WS-REFUSE-NOTE NOT = SPACES
               IF WS-CUR-BUILDING AND WS-CUR-NOTE = SPACES
                   MOVE WS-REFUSE-NOTE TO WS-CUR-NOTE
               END-IF
               PERFORM 2900-REFUSE-CARD
           END-IF.

       2310-VET-DETAIL.
      *    Only the two posting layouts carry an amount; a reversal
      *    of a manual entry is keyed as an opposite entry.
           EVALUATE TRUE
               WHEN CARDD-REC-TYPE NOT = "01"
                       AND CARDD-REC-TYPE NOT = "02"
                   MOVE "TYPE NOT 01 OR 02" TO WS-REFUSE-NOTE
               WHEN CARDD-FIELD-1 NOT NUMERIC
                   MOVE "FIELD-1 NOT NUMERIC" TO WS-REFUSE-NOTE
               WHEN CARDD-DR-CR NOT = "D" AND CARDD-DR-CR NOT = "C"
                   MOVE "DR-CR NOT D OR C" TO WS-REFUSE-NOTE
               WHEN CARDD-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REFUSE-NOTE
               WHEN CARDD-AMOUNT-NUM = ZERO
                   MOVE "AMOUNT IS ZERO" TO WS-REFUSE-NOTE
               WHEN CARDD-GL-TEXT = SPACES
                   MOVE "GL TEXT REQUIRED" TO WS-REFUSE-NOTE
           END-EVALUATE.

       2320-BUILD-ENTRY.
      *    The record as a capture site would send it, under the
      *    manual source. The batch number leads the text, so the
      *    posting on TRANMSTR names its journal batch and two
      *    batches keying the same entry are not duplicates.
           MOVE SPACES TO WS-AREA-1
           MOVE CARDD-REC-TYPE TO WS-REC-TYPE
           MOVE CARDD-FIELD-1 TO WS-AREA-1 (3:5)
           MOVE CARDD-DR-CR TO WS-DR-CR-CODE
           MOVE CARDD-AMOUNT-NUM TO WS-AMOUNT
           SET WS-MANUAL-SOURCE TO TRUE
           STRING "JRNL " WS-BAT-NO (WS-CUR-BAT-IX) " "
               CARDD-GL-TEXT
               DELIMITED BY SIZE INTO WS-FIELD-2.

      *****************************************************************
      *  APPROVE AND DECLINE
      *****************************************************************
       2500-APPLY-DECISION.
           MOVE SPACES TO WS-REFUSE-NOTE
           MOVE ZERO TO WS-BAT-FOUND-IX
           IF CARDA-BATCH NUMERIC
               PERFORM 2510-MATCH-ONE-BATCH
                   VARYING WS-BAT-IX FROM 1 BY 1
                   UNTIL WS-BAT-IX > WS-BAT-COUNT
                       OR WS-BAT-FOUND-IX > ZERO
           END-IF
           IF CARDA-RUN-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-DECISION-RUN-DATE
           ELSE
               MOVE CARDA-RUN-DATE TO WS-DECISION-RUN-DATE
           END-IF
           MOVE ZERO TO WS-DATE-NUM
           IF WS-DECISION-RUN-DATE NUMERIC
               MOVE WS-DECISION-RUN-DATE TO WS-DATE-NUM
           END-IF
           PERFORM 2520-VET-DECISION
           IF WS-REFUSE-NOTE = SPACES
               MOVE CARDA-OPERATOR TO WS-BAT-CHECKER (WS-BAT-FOUND-IX)
               IF CARD-APPROVE
                   PERFORM 2600-APPROVE-BATCH
               ELSE
                   SET WS-BAT-DECLINED (WS-BAT-FOUND-IX) TO TRUE
                   ADD 1 TO WS-DECLINED-COUNT
               END-IF
           END-IF
      *    An approval is logged once it is on NEXTIN (3000).
           IF WS-REFUSE-NOTE NOT = SPACES OR CARD-DECLINE
               PERFORM 2800-LOG-DECISION
           END-IF.

       2510-MATCH-ONE-BATCH.
           IF WS-BAT-NO (WS-BAT-IX) = CARDA-BATCH-NUM
               MOVE WS-BAT-IX TO WS-BAT-FOUND-IX
           END-IF.

       2520-VET-DECISION.
      *    Every check a card must pass before anything moves; the
      *    first failure is the one logged.
           EVALUATE TRUE
               WHEN CARDA-BATCH NOT NUMERIC
                   MOVE "BATCH NOT NUMERIC" TO WS-REFUSE-NOTE
               WHEN WS-BAT-FOUND-IX = ZERO
                   MOVE "NO SUCH BATCH PENDING" TO WS-REFUSE-NOTE
               WHEN WS-BAT-KEYED (WS-BAT-FOUND-IX)
                   MOVE "KEYED THIS RUN - NOT YET" TO WS-REFUSE-NOTE
               WHEN NOT WS-BAT-PENDING (WS-BAT-FOUND-IX)
                   MOVE "ALREADY DECIDED" TO WS-REFUSE-NOTE
               WHEN CARDA-OPERATOR = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO WS-REFUSE-NOTE
               WHEN CARD-DECLINE
                   CONTINUE
               WHEN CARDA-OPERATOR = WS-BAT-MAKER (WS-BAT-FOUND-IX)
                   MOVE "MAKER MAY NOT APPROVE" TO WS-REFUSE-NOTE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                       NOT = ZERO
                   MOVE "RUN DATE NOT A VALID DATE" TO WS-REFUSE-NOTE
               WHEN WS-DECISION-RUN-DATE < WS-RUN-DATE
                   MOVE "RUN DATE IN THE PAST" TO WS-REFUSE-NOTE
               WHEN WS-DECISION-RUN-DATE > WS-NEXT-RUN-DATE
                   MOVE "RUN DATE AFTER NEXT EDIT" TO WS-REFUSE-NOTE
               WHEN NOT WS-NEXTIN-AVAILABLE
                   MOVE "NEXTIN UNAVAILABLE" TO WS-REFUSE-NOTE
               WHEN WS-NXT-DAMAGED
                   MOVE "NEXTIN MANUAL SET DAMAGED" TO WS-REFUSE-NOTE
               WHEN WS-MAN-SITE-UNKNOWN
                   MOVE "MJE NOT ON SITEREG" TO WS-REFUSE-NOTE
               WHEN WS-MAN-SITE-INACTIVE
                   MOVE "MJE INACTIVE ON SITEREG" TO WS-REFUSE-NOTE
               WHEN WS-SET-DATED
                       AND WS-DECISION-RUN-DATE NOT = WS-SET-RUN-DATE
                   MOVE "NEXTIN SET FOR OTHER DAY"
                       TO WS-REFUSE-NOTE
               WHEN WS-CYC-MAN-DATE NOT = SPACES
                       AND WS-DECISION-RUN-DATE < WS-CYC-MAN-DATE
                   MOVE "RUN DATE BEHIND CYCLCTL" TO WS-REFUSE-NOTE
           END-EVALUATE.

       2600-APPROVE-BATCH.
      *    The first release of the day's set fixes its date and
      *    takes the manual source's next cycle; later ones join it.
           IF NOT WS-SET-DATED
               SET WS-SET-DATED TO TRUE
               MOVE WS-DECISION-RUN-DATE TO WS-SET-RUN-DATE
               IF WS-DECISION-RUN-DATE = WS-CYC-MAN-DATE
                   COMPUTE WS-SET-CYCLE-NO = WS-CYC-MAN-LAST + 1
               ELSE
                   MOVE 1 TO WS-SET-CYCLE-NO
               END-IF
           END-IF
           SET WS-BAT-RELEASED (WS-BAT-FOUND-IX) TO TRUE.

       2800-LOG-DECISION.
           MOVE SPACES TO LOG-RECORD
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP TO LOG-TIMESTAMP
           MOVE CARDA-BATCH TO LOG-BATCH
           MOVE CARD-ACTION TO LOG-ACTION
           MOVE CARDA-OPERATOR TO LOG-CHECKER
           IF WS-BAT-FOUND-IX > ZERO
               MOVE WS-BAT-FOUND-IX TO WS-BAT-IX
               MOVE WS-BAT-MAKER (WS-BAT-IX) TO LOG-MAKER
               MOVE WS-BAT-KEYED-STAMP (WS-BAT-IX) TO LOG-KEYED-STAMP
               PERFORM 2160-LOG-BATCH-FIGURES
           END-IF
           IF CARD-APPROVE
               MOVE WS-DECISION-RUN-DATE TO LOG-RUN-DATE
           END-IF
           IF WS-REFUSE-NOTE = SPACES
               SET LOG-APPLIED TO TRUE
               IF CARD-APPROVE
                   MOVE WS-SET-CYCLE-NO TO LOG-CYCLE-NO
                   MOVE "RELEASED TO NEXTIN" TO LOG-NOTE
               ELSE
                   MOVE CARDR-REASON TO LOG-NOTE
                   IF LOG-NOTE = SPACES
                       MOVE "DECLINED" TO LOG-NOTE
                   END-IF
               END-IF
           ELSE
               SET LOG-REFUSED TO TRUE
               MOVE WS-REFUSE-NOTE TO LOG-NOTE
               ADD 1 TO WS-CARDS-REFUSED
               DISPLAY "TRANJRNL: " CARD-ACTION " CARD FOR BATCH "
                   CARDA-BATCH " REFUSED - " WS-REFUSE-NOTE
           END-IF
           PERFORM 2950-WRITE-LOG.

       2900-REFUSE-CARD.
           ADD 1 TO WS-CARDS-REFUSED
           DISPLAY "TRANJRNL: " CARD-ACTION " CARD REFUSED - "
               WS-REFUSE-NOTE.

       2950-WRITE-LOG.
           WRITE LOG-RECORD
           IF NOT WS-LOG-OK
               DISPLAY "TRANJRNL: JRNLLOG WRITE FAILED, STATUS="
                   WS-LOG-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

      *****************************************************************
      *  RELEASE TO NEXTIN
      *****************************************************************
       3000-RELEASE-TO-NEXTIN.
      *    NEXTIN is rewritten whole: what was there stays in order,
      *    less the manual trailer; the released entries follow, and
      *    one trailer closes the manual set for the whole day's
      *    releases. A new set gets its header first.
           MOVE ZERO TO WS-RELEASED-COUNT
           PERFORM 3010-COUNT-RELEASE
               VARYING WS-BAT-IX FROM 1 BY 1
               UNTIL WS-BAT-IX > WS-BAT-COUNT
           IF WS-RELEASED-COUNT > ZERO
               OPEN OUTPUT NEXTIN-FILE
               IF WS-NEXTIN-OK
                   PERFORM 3100-WRITE-NEXTIN-RECORD
                       VARYING WS-NXT-IX FROM 1 BY 1
                       UNTIL WS-NXT-IX > WS-NXT-COUNT
                   IF WS-NXT-MAN-HDR-IX = ZERO
                       PERFORM 3200-WRITE-MANUAL-HEADER
                   END-IF
                   PERFORM 3300-WRITE-RELEASED-BATCH
                       VARYING WS-BAT-IX FROM 1 BY 1
                       UNTIL WS-BAT-IX > WS-BAT-COUNT
                   PERFORM 3400-WRITE-MANUAL-TRAILER
                   CLOSE NEXTIN-FILE
               ELSE
                   DISPLAY "TRANJRNL: UNABLE TO REWRITE NEXTIN, "
                       "STATUS=" WS-NEXTIN-STATUS
                   SET WS-FILE-ERROR TO TRUE
                   SET WS-NEXTIN-FAILED TO TRUE
               END-IF
               PERFORM 3500-LOG-RELEASE
                   VARYING WS-BAT-IX FROM 1 BY 1
                   UNTIL WS-BAT-IX > WS-BAT-COUNT
           END-IF.

       3010-COUNT-RELEASE.
           IF WS-BAT-RELEASED (WS-BAT-IX)
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

       3100-WRITE-NEXTIN-RECORD.
           IF WS-NXT-IX NOT = WS-NXT-MAN-TRL-IX
               MOVE WS-NXT-AREA (WS-NXT-IX) TO NEXTIN-RECORD
               PERFORM 3900-WRITE-NEXTIN
           END-IF.

       3200-WRITE-MANUAL-HEADER.
           MOVE SPACES TO WS-AREA-1
           MOVE "HD" TO WS-REC-TYPE
           MOVE WS-SET-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-SET-CYCLE-NO TO WS-HDR-CYCLE-NO
           SET WS-HDR-MANUAL-SOURCE TO TRUE
           MOVE WS-AREA-1 TO NEXTIN-RECORD
           PERFORM 3900-WRITE-NEXTIN.

       3300-WRITE-RELEASED-BATCH.
           IF WS-BAT-RELEASED (WS-BAT-IX)
               COMPUTE WS-ENT-LAST = WS-BAT-FIRST-ENTRY (WS-BAT-IX)
                   + WS-BAT-ENTRIES (WS-BAT-IX) - 1
               PERFORM 3310-WRITE-RELEASED-ENTRY
                   VARYING WS-ENT-IX FROM WS-BAT-FIRST-ENTRY (WS-BAT-IX)
                   BY 1 UNTIL WS-ENT-IX > WS-ENT-LAST
           END-IF.

       3310-WRITE-RELEASED-ENTRY.
           MOVE WS-ENT-AREA (WS-ENT-IX) TO WS-AREA-1
           ADD 1 TO WS-SET-COUNT
           ADD WS-FIELD-1 TO WS-SET-HASH
           ADD WS-AMOUNT TO WS-SET-AMOUNT
           MOVE WS-AREA-1 TO NEXTIN-RECORD
           PERFORM 3900-WRITE-NEXTIN.

       3400-WRITE-MANUAL-TRAILER.
      *    Count, hash and amount exactly as TRANEDIT builds them
      *    for a site: every entry of the set, debit or credit.
           MOVE SPACES TO WS-AREA-1
           MOVE "TR" TO WS-REC-TYPE
           MOVE WS-SET-COUNT TO WS-TRL-RECORD-COUNT
           MOVE WS-SET-HASH TO WS-TRL-HASH-TOTAL
           MOVE WS-SET-AMOUNT TO WS-TRL-AMOUNT-TOTAL
           SET WS-TRL-MANUAL-SOURCE TO TRUE
           MOVE WS-AREA-1 TO NEXTIN-RECORD
           PERFORM 3900-WRITE-NEXTIN.

       3500-LOG-RELEASE.
      *    A release that did not reach NEXTIN goes back to pending
      *    and is logged refused, so the checker approves it again.
           IF WS-BAT-RELEASED (WS-BAT-IX)
               MOVE SPACES TO LOG-RECORD
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-STAMP
               MOVE WS-LOG-STAMP TO LOG-TIMESTAMP
               MOVE WS-BAT-NO (WS-BAT-IX) TO LOG-BATCH
               MOVE "A" TO LOG-ACTION
               MOVE WS-BAT-MAKER (WS-BAT-IX) TO LOG-MAKER
               MOVE WS-BAT-KEYED-STAMP (WS-BAT-IX) TO LOG-KEYED-STAMP
               MOVE WS-BAT-CHECKER (WS-BAT-IX) TO LOG-CHECKER
               PERFORM 2160-LOG-BATCH-FIGURES
               MOVE WS-SET-RUN-DATE TO LOG-RUN-DATE
               MOVE WS-SET-CYCLE-NO TO LOG-CYCLE-NO
               IF WS-NEXTIN-FAILED
                   SET WS-BAT-PENDING (WS-BAT-IX) TO TRUE
                   SET LOG-REFUSED TO TRUE
                   MOVE "NEXTIN WRITE FAILED" TO LOG-NOTE
                   ADD 1 TO WS-CARDS-REFUSED
                   SUBTRACT 1 FROM WS-RELEASED-COUNT
               ELSE
                   SET LOG-APPLIED TO TRUE
                   MOVE "RELEASED TO NEXTIN" TO LOG-NOTE
               END-IF
               PERFORM 2950-WRITE-LOG
           END-IF.

       3900-WRITE-NEXTIN.
           WRITE NEXTIN-RECORD
           IF WS-NEXTIN-OK
               ADD 1 TO WS-NEXTIN-WRITTEN
           ELSE
               DISPLAY "TRANJRNL: NEXTIN WRITE FAILED, STATUS="
                   WS-NEXTIN-STATUS
               SET WS-FILE-ERROR TO TRUE
               SET WS-NEXTIN-FAILED TO TRUE
           END-IF.

      *****************************************************************
      *  PENDING FILE
      *****************************************************************
       4000-REWRITE-PENDING.
      *    Only undecided batches are carried; the log holds the
      *    history of the rest.
           OPEN OUTPUT PEND-FILE
           IF WS-PEND-OK
               PERFORM 4100-WRITE-PENDING-BATCH
                   VARYING WS-BAT-IX FROM 1 BY 1
                   UNTIL WS-BAT-IX > WS-BAT-COUNT
               CLOSE PEND-FILE
           ELSE
               DISPLAY "TRANJRNL: UNABLE TO REWRITE JRNLPEND, STATUS="
                   WS-PEND-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       4100-WRITE-PENDING-BATCH.
           IF WS-BAT-PENDING (WS-BAT-IX) OR WS-BAT-KEYED (WS-BAT-IX)
               MOVE SPACES TO PEND-RECORD
               MOVE WS-BAT-NO (WS-BAT-IX) TO PND-BATCH
               SET PND-BATCH-LINE TO TRUE
               MOVE WS-BAT-MAKER (WS-BAT-IX) TO PNH-MAKER
               MOVE WS-BAT-KEYED-STAMP (WS-BAT-IX) TO PNH-KEYED-STAMP
               MOVE WS-BAT-DESCRIPTION (WS-BAT-IX) TO PNH-DESCRIPTION
               PERFORM 4300-WRITE-PENDING-LINE
               COMPUTE WS-ENT-LAST = WS-BAT-FIRST-ENTRY (WS-BAT-IX)
                   + WS-BAT-ENTRIES (WS-BAT-IX) - 1
               PERFORM 4200-WRITE-PENDING-ENTRY
                   VARYING WS-ENT-IX FROM WS-BAT-FIRST-ENTRY (WS-BAT-IX)
                   BY 1 UNTIL WS-ENT-IX > WS-ENT-LAST
           END-IF.

       4200-WRITE-PENDING-ENTRY.
           MOVE WS-BAT-NO (WS-BAT-IX) TO PND-BATCH
           SET PND-ENTRY-LINE TO TRUE
           MOVE WS-ENT-AREA (WS-ENT-IX) TO PND-ENTRY
           PERFORM 4300-WRITE-PENDING-LINE.

       4300-WRITE-PENDING-LINE.
           WRITE PEND-RECORD
           IF NOT WS-PEND-OK
               DISPLAY "TRANJRNL: JRNLPEND WRITE FAILED, STATUS="
                   WS-PEND-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

      *****************************************************************
      *  REPORT
      *****************************************************************
       6000-WRITE-REPORT.
      *    Every batch still awaiting a checker is listed entry by
      *    entry - this is what the checker approves against.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "MANUAL JOURNAL BATCHES - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "BATCH  STATUS    MAKER    KEYED           "
               "CHECKER"
               DELIMITED BY SIZE INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE ALL "-" TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           PERFORM 6100-WRITE-BATCH
               VARYING WS-BAT-IX FROM 1 BY 1
               UNTIL WS-BAT-IX > WS-BAT-COUNT
           PERFORM 6300-WRITE-TOTALS.

       6100-WRITE-BATCH.
           MOVE WS-BAT-NO (WS-BAT-IX) TO WS-BTL-NO
           EVALUATE TRUE
               WHEN WS-BAT-PENDING (WS-BAT-IX)
                   MOVE "PENDING" TO WS-BTL-STATUS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-BAT-KEYED (WS-BAT-IX)
                   MOVE "KEYED" TO WS-BTL-STATUS
                   ADD 1 TO WS-PENDING-COUNT
               WHEN WS-BAT-RELEASED (WS-BAT-IX)
                   MOVE "RELEASED" TO WS-BTL-STATUS
               WHEN WS-BAT-DECLINED (WS-BAT-IX)
                   MOVE "DECLINED" TO WS-BTL-STATUS
               WHEN OTHER
                   MOVE "REFUSED" TO WS-BTL-STATUS
           END-EVALUATE
           MOVE WS-BAT-MAKER (WS-BAT-IX) TO WS-BTL-MAKER
           MOVE WS-BAT-KEYED-STAMP (WS-BAT-IX) TO WS-BTL-KEYED
           MOVE WS-BAT-CHECKER (WS-BAT-IX) TO WS-BTL-CHECKER
           MOVE WS-BAT-ENTRIES (WS-BAT-IX) TO WS-BTL-ENTRIES
           MOVE WS-BATCH-LINE TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE WS-BAT-DESCRIPTION (WS-BAT-IX) TO WS-TXL-TEXT
           MOVE WS-TEXT-LINE TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           IF WS-BAT-RELEASED (WS-BAT-IX)
               MOVE SPACES TO WS-TXL-TEXT
               STRING "FOR EDIT RUN " WS-SET-RUN-DATE " MANUAL CYCLE "
                   WS-SET-CYCLE-NO
                   DELIMITED BY SIZE INTO WS-TXL-TEXT
               MOVE WS-TEXT-LINE TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF
           IF WS-BAT-PENDING (WS-BAT-IX) OR WS-BAT-KEYED (WS-BAT-IX)
               COMPUTE WS-ENT-LAST = WS-BAT-FIRST-ENTRY (WS-BAT-IX)
                   + WS-BAT-ENTRIES (WS-BAT-IX) - 1
               PERFORM 6200-WRITE-ENTRY
                   VARYING WS-ENT-IX FROM WS-BAT-FIRST-ENTRY (WS-BAT-IX)
                   BY 1 UNTIL WS-ENT-IX > WS-ENT-LAST
               MOVE WS-BAT-DEBIT (WS-BAT-IX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TXL-TEXT
               STRING "DEBITS  " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TXL-TEXT
               MOVE WS-TEXT-LINE TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
               MOVE WS-BAT-CREDIT (WS-BAT-IX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-TXL-TEXT
               STRING "CREDITS " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-TXL-TEXT
               MOVE WS-TEXT-LINE TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF.

       6200-WRITE-ENTRY.
           MOVE WS-ENT-AREA (WS-ENT-IX) TO WS-AREA-1
           MOVE WS-REC-TYPE TO WS-ENL-TYPE
           MOVE WS-AREA-1 (3:5) TO WS-ENL-FIELD-1
           MOVE WS-DR-CR-CODE TO WS-ENL-DR-CR
           MOVE WS-AMOUNT TO WS-ENL-AMOUNT
           MOVE WS-FIELD-2 (12:48) TO WS-ENL-GL-TEXT
           MOVE WS-ENTRY-LINE TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE.

       6300-WRITE-TOTALS.
           MOVE ALL "-" TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE "BATCHES KEYED THIS RUN" TO WS-TOTAL-LABEL
           MOVE WS-KEYED-COUNT TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE
           MOVE "BATCHES REFUSED AT KEYING" TO WS-TOTAL-LABEL
           MOVE WS-REFUSED-BATCHES TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE
           MOVE "BATCHES RELEASED THIS RUN" TO WS-TOTAL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE
           MOVE "BATCHES DECLINED THIS RUN" TO WS-TOTAL-LABEL
           MOVE WS-DECLINED-COUNT TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE
           MOVE "BATCHES AWAITING APPROVAL" TO WS-TOTAL-LABEL
           MOVE WS-PENDING-COUNT TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE
           MOVE "CARDS REFUSED" TO WS-TOTAL-LABEL
           MOVE WS-CARDS-REFUSED TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE
           MOVE "RECORDS WRITTEN TO NEXTIN" TO WS-TOTAL-LABEL
           MOVE WS-NEXTIN-WRITTEN TO WS-TOTAL-VALUE
           PERFORM 6400-WRITE-TOTAL-LINE.

       6400-WRITE-TOTAL-LINE.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE.

       7000-TERMINATE.
           IF WS-LOG-AVAILABLE
               CLOSE LOG-FILE
           END-IF
           CLOSE JOURNAL-REPORT.

       8000-WRITE-RUN-LEDGER.
           MOVE "TRANJRNL" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
