       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANHVAP.
      *
      *  TRANHVAP works the high-value suspense file the same way
      *  TRANDUPW works the duplicate suspense. 2800-CHECK-HIGH-VALUE
      *  in TRANEDIT holds an otherwise good transaction whose amount
      *  is over the HVLIMITS limit for its record type or its
      *  capture site, writes it to HVSUSP instead of posting it, and
      *  acknowledges it "H" - held for approval. Each morning this
      *  program reads the prior high-value disposition file and the
      *  night's HVSUSP, carries every held item forward under a
      *  working sequence number, applies the decision cards keyed
      *  against those numbers, rewrites the disposition file, and
      *  prints the day's approval report with how long each item
      *  has been waiting.
      *
      *  HVCORR decision cards, one per line:
      *    seq(5) action(1) space keyed-by(8) space approved-by(8)
      *      action A = APPROVE: the item goes to NEXTIN for the next
      *                 cycle and onto HVREL, which lets it post
      *                 there instead of being held again
      *             D = DECLINE: the item goes to the reject
      *                 disposition file (TRANDISP) as a pending
      *                 reject, reason H003, for data entry to
      *                 correct or write off through TRANRCYC
      *
      *  Dual control: a decision needs both operator IDs, and the
      *  operator who keyed it may not be the one who approved it.
      *  Every decision card - applied or refused - is logged to
      *  HVLOG with both IDs and a timestamp for the auditors, and
      *  no decision is applied at all when the log cannot be
      *  written.
      *
      *  Return codes: 0 clean, 4 a decision card was refused or
      *  items are still held, 12 a file could not be opened, 16 the
      *  disposition table overflowed (HVDISP left unchanged).
      *
      *  JOB-STREAM ORDER: run AFTER TRANEDIT (so the night's HVSUSP
      *  is complete) and AFTER TRANRCYC (NEXTIN is opened EXTEND
      *  here, behind the records the reject recycle already placed
      *  at the front of the next cycle, and declines are appended
      *  to the TRANDISP it has just rewritten).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "HVSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT DISP-FILE ASSIGN TO "HVDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT CORR-FILE ASSIGN TO "HVCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.

           SELECT NEXTIN-FILE ASSIGN TO "NEXTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXTIN-STATUS.

      *    Approvals TRANEDIT honors when the item comes back in.
           SELECT RELEASE-FILE ASSIGN TO "HVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

      *    The reject recycle's disposition file: a declined item
      *    joins it as a pending reject.
           SELECT REJ-DISP-FILE ASSIGN TO "TRANDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDSP-STATUS.

           SELECT LOG-FILE ASSIGN TO "HVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT APPROVAL-REPORT ASSIGN TO "HVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  SUSPENSE-RECORD                  PIC X(165).

       FD  DISP-FILE
           RECORD CONTAINS 187 CHARACTERS.
       01  DISP-RECORD.
           05  DSP-SEQ                       PIC 9(05).
           05  DSP-STATUS                    PIC X(01).
           05  DSP-STATUS-DATE               PIC X(08).
           05  DSP-DECIDED-BY                PIC X(08).
           05  DSP-HELD-LINE                 PIC X(165).

       FD  CORR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CORR-RECORD.
           05  CORR-SEQ                      PIC 9(05).
           05  CORR-ACTION                   PIC X(01).
               88  CORR-APPROVE              VALUE "A".
               88  CORR-DECLINE              VALUE "D".
           05  FILLER                        PIC X(01).
           05  CORR-KEYED-BY                 PIC X(08).
           05  FILLER                        PIC X(01).
           05  CORR-APPROVED-BY              PIC X(08).
           05  FILLER                        PIC X(56).

       FD  NEXTIN-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  NEXTIN-RECORD                    PIC X(100).

      *    Same layout TRANEDIT reads HVREL with.
       FD  RELEASE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RELEASE-RECORD.
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

      *    Same layout TRANRCYC keeps TRANDISP in.
       FD  REJ-DISP-FILE
           RECORD CONTAINS 179 CHARACTERS.
       01  REJ-DISP-RECORD.
           05  RDSP-SEQ                      PIC 9(05).
           05  RDSP-STATUS                   PIC X(01).
           05  RDSP-STATUS-DATE              PIC X(08).
           05  RDSP-REJECT-LINE              PIC X(165).

      *    One line per decision card, applied or refused.
       FD  LOG-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  LOG-RECORD.
           05  LOG-TIMESTAMP                 PIC X(14).
           05  FILLER                        PIC X(01).
           05  LOG-SEQ                       PIC X(05).
           05  FILLER                        PIC X(01).
           05  LOG-ACTION                    PIC X(01).
           05  FILLER                        PIC X(01).
           05  LOG-OUTCOME                   PIC X(07).
               88  LOG-APPLIED               VALUE "APPLIED".
               88  LOG-REFUSED               VALUE "REFUSED".
           05  FILLER                        PIC X(01).
           05  LOG-KEYED-BY                  PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-APPROVED-BY               PIC X(08).
           05  FILLER                        PIC X(01).
           05  LOG-REC-TYPE                  PIC X(02).
           05  FILLER                        PIC X(01).
           05  LOG-FIELD-1                   PIC X(05).
           05  FILLER                        PIC X(01).
           05  LOG-AMOUNT                    PIC X(11).
           05  FILLER                        PIC X(01).
           05  LOG-SOURCE                    PIC X(03).
           05  FILLER                        PIC X(01).
           05  LOG-NOTE                      PIC X(26).

       FD  APPROVAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUSP-STATUS                   PIC X(02).
           88  WS-SUSP-OK                    VALUE "00".

       01  WS-DISP-STATUS                   PIC X(02).
           88  WS-DISP-OK                    VALUE "00".

       01  WS-CORR-STATUS                   PIC X(02).
           88  WS-CORR-OK                    VALUE "00".

       01  WS-NEXTIN-STATUS                 PIC X(02).
           88  WS-NEXTIN-OK                  VALUE "00".

       01  WS-REL-STATUS                    PIC X(02).
           88  WS-REL-OK                     VALUE "00".

       01  WS-RDSP-STATUS                   PIC X(02).
           88  WS-RDSP-OK                    VALUE "00".

       01  WS-LOG-STATUS                    PIC X(02).
           88  WS-LOG-OK                     VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-DATE                      PIC X(08).
       01  WS-TODAY-NUM                     PIC 9(08) VALUE ZERO.
       01  WS-TODAY-INT                     PIC 9(08) VALUE ZERO.
       01  WS-HELD-DATE-NUM                 PIC 9(08) VALUE ZERO.
       01  WS-HELD-INT                      PIC 9(08) VALUE ZERO.
       01  WS-HELD-DAYS                     PIC S9(08) VALUE ZERO.
       01  WS-OLDEST-DAYS                   PIC S9(08) VALUE ZERO.

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

      *    Which outputs opened. An approval needs NEXTIN, a decline
      *    needs TRANDISP, and every decision needs the log.
       01  WS-NEXTIN-AVAIL-SWITCH           PIC X(01) VALUE "N".
           88  WS-NEXTIN-AVAILABLE          VALUE "Y".
       01  WS-RDSP-AVAIL-SWITCH             PIC X(01) VALUE "N".
           88  WS-RDSP-AVAILABLE            VALUE "Y".
       01  WS-LOG-AVAIL-SWITCH              PIC X(01) VALUE "N".
           88  WS-LOG-AVAILABLE             VALUE "Y".

       01  WS-FILE-ERROR-SWITCH             PIC X(01) VALUE "N".
           88  WS-FILE-ERROR                VALUE "Y".

      *    Same contract as the other suspense programs: a full
      *    table stops the run before the rewrite so the prior
      *    HVDISP survives.
       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

       01  WS-CHECK-VALUE                   PIC 9(08) VALUE ZERO.
       01  WS-LOG-STAMP                     PIC X(14).

      *    Why the card in hand was refused; spaces while it is
      *    still good.
       01  WS-REFUSE-NOTE                   PIC X(26).

       01  WS-DISP-MAX                      PIC 9(05) VALUE 2000.
       01  WS-DISP-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-DISP-IX                       PIC 9(05) VALUE ZERO.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 2000 TIMES.
               10  WS-DSP-STATUS             PIC X(01).
                   88  WS-DSP-HELD           VALUE "H".
                   88  WS-DSP-APPROVED       VALUE "A".
                   88  WS-DSP-DECLINED       VALUE "D".
               10  WS-DSP-DATE               PIC X(08).
               10  WS-DSP-BY                 PIC X(08).
               10  WS-DSP-LINE               PIC X(165).

       01  WS-HELD-COUNT                    PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-DECLINED-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-RESUBMIT-COUNT                PIC 9(05) VALUE ZERO.
       01  WS-CARDS-REFUSED                 PIC 9(05) VALUE ZERO.

           COPY REJLINE.

           COPY WSAREA.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-SEQ                 PIC Z(04)9.
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DETAIL-STATUS              PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DETAIL-DATE                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DETAIL-AGE                 PIC ZZZ9.
           05  FILLER                        PIC X(05) VALUE " DAYS".
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DETAIL-BY                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-DETAIL-AREA                PIC X(32).

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(30).
           05  WS-TOTAL-VALUE                PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-DISPOSITIONS
           PERFORM 3000-LOAD-NEW-HOLDS
           IF WS-ABORT
               DISPLAY "TRANHVAP: DISPOSITION TABLE FULL - RUN "
                   "STOPPED, HVDISP LEFT UNCHANGED. INCREASE "
                   "WS-DISP-MAX AND RERUN."
               PERFORM 7000-TERMINATE
               MOVE 16 TO RETURN-CODE
               MOVE "END" TO WS-LEDGER-EVENT
               MOVE RETURN-CODE TO WS-LEDGER-RC
               PERFORM 8000-WRITE-RUN-LEDGER
               MOVE WS-LEDGER-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-APPLY-DECISIONS
           PERFORM 5000-REWRITE-DISPOSITIONS
           PERFORM 6000-WRITE-REPORT
           PERFORM 7000-TERMINATE
           EVALUATE TRUE
               WHEN WS-FILE-ERROR
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CARDS-REFUSED > ZERO OR WS-HELD-COUNT > ZERO
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
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               TO WS-TODAY-INT
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           PERFORM 8000-WRITE-RUN-LEDGER
      *    EXTEND, not OUTPUT, on every output but the report: the
      *    reject recycle and the duplicate release share NEXTIN,
      *    TRANDISP belongs to the reject recycle, and HVREL and
      *    HVLOG accumulate.
           OPEN EXTEND NEXTIN-FILE
           IF NOT WS-NEXTIN-OK
               OPEN OUTPUT NEXTIN-FILE
           END-IF
           IF WS-NEXTIN-OK
               SET WS-NEXTIN-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TRANHVAP: UNABLE TO OPEN NEXTIN, STATUS="
                   WS-NEXTIN-STATUS " - NO APPROVALS APPLIED"
               SET WS-FILE-ERROR TO TRUE
           END-IF
           OPEN EXTEND REJ-DISP-FILE
           IF NOT WS-RDSP-OK
               OPEN OUTPUT REJ-DISP-FILE
           END-IF
           IF WS-RDSP-OK
               SET WS-RDSP-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TRANHVAP: UNABLE TO OPEN TRANDISP, STATUS="
                   WS-RDSP-STATUS " - NO DECLINES APPLIED"
               SET WS-FILE-ERROR TO TRUE
           END-IF
           OPEN EXTEND LOG-FILE
           IF NOT WS-LOG-OK
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-OK
               SET WS-LOG-AVAILABLE TO TRUE
           ELSE
               DISPLAY "TRANHVAP: UNABLE TO OPEN HVLOG, STATUS="
                   WS-LOG-STATUS " - NO DECISIONS APPLIED"
               SET WS-FILE-ERROR TO TRUE
           END-IF
           OPEN OUTPUT APPROVAL-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANHVAP: UNABLE TO OPEN HVRPT, STATUS="
                   WS-RPT-STATUS
           END-IF.

       2000-LOAD-DISPOSITIONS.
      *    Carry forward the full prior disposition file - approved
      *    and declined entries stay on report so the morning run
      *    shows what happened to every held item, and held entries
      *    stay workable until a card disposes of them.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DISP-FILE
           IF WS-DISP-OK
               PERFORM 2100-LOAD-DISP-ENTRY UNTIL WS-EOF
               CLOSE DISP-FILE
           END-IF.

       2100-LOAD-DISP-ENTRY.
           READ DISP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-DISP-COUNT < WS-DISP-MAX
                       ADD 1 TO WS-DISP-COUNT
                       MOVE DSP-STATUS
                           TO WS-DSP-STATUS (WS-DISP-COUNT)
                       MOVE DSP-STATUS-DATE
                           TO WS-DSP-DATE (WS-DISP-COUNT)
                       MOVE DSP-DECIDED-BY
                           TO WS-DSP-BY (WS-DISP-COUNT)
                       MOVE DSP-HELD-LINE
                           TO WS-DSP-LINE (WS-DISP-COUNT)
                   ELSE
                       SET WS-ABORT TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3000-LOAD-NEW-HOLDS.
      *    Last night's HVSUSP records come in behind the carried
      *    entries as new held work dated today.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-OK
               PERFORM 3100-LOAD-HOLD-ENTRY UNTIL WS-EOF
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "TRANHVAP: UNABLE TO OPEN HVSUSP, STATUS="
                   WS-SUSP-STATUS
           END-IF.

       3100-LOAD-HOLD-ENTRY.
           READ SUSPENSE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-DISP-COUNT < WS-DISP-MAX
                       ADD 1 TO WS-DISP-COUNT
                       SET WS-DSP-HELD (WS-DISP-COUNT) TO TRUE
                       MOVE WS-RUN-DATE
                           TO WS-DSP-DATE (WS-DISP-COUNT)
                       MOVE SPACES TO WS-DSP-BY (WS-DISP-COUNT)
                       MOVE SUSPENSE-RECORD
                           TO WS-DSP-LINE (WS-DISP-COUNT)
                   ELSE
                       SET WS-ABORT TO TRUE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       4000-APPLY-DECISIONS.
      *    Decision cards cite the sequence number the prior run's
      *    report printed for the held item. Without the log there
      *    is no audit trail, so no card is read at all.
           IF NOT WS-LOG-AVAILABLE
               DISPLAY "TRANHVAP: HVLOG UNAVAILABLE - DECISION CARDS "
                   "NOT READ"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               OPEN INPUT CORR-FILE
               IF WS-CORR-OK
                   PERFORM 4100-APPLY-ONE-CARD UNTIL WS-EOF
                   CLOSE CORR-FILE
               ELSE
                   DISPLAY "TRANHVAP: NO HVCORR CARDS, STATUS="
                       WS-CORR-STATUS
               END-IF
           END-IF.

       4100-APPLY-ONE-CARD.
           READ CORR-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-REFUSE-NOTE
                   PERFORM 4200-VET-CARD
                   IF WS-REFUSE-NOTE = SPACES
                       EVALUATE TRUE
                           WHEN CORR-APPROVE
                               PERFORM 4400-APPROVE-ENTRY
                           WHEN CORR-DECLINE
                               PERFORM 4500-DECLINE-ENTRY
                       END-EVALUATE
                   END-IF
                   PERFORM 4800-LOG-DECISION
           END-READ.

       4200-VET-CARD.
      *    Every check a card must pass before anything is moved;
      *    the first failure is the one logged.
           EVALUATE TRUE
               WHEN CORR-SEQ NOT NUMERIC
                   MOVE "SEQ NOT NUMERIC" TO WS-REFUSE-NOTE
               WHEN CORR-SEQ = ZERO OR CORR-SEQ > WS-DISP-COUNT
                   MOVE "NO SUCH HELD ITEM" TO WS-REFUSE-NOTE
               WHEN NOT WS-DSP-HELD (CORR-SEQ)
                   MOVE "ALREADY DECIDED" TO WS-REFUSE-NOTE
               WHEN NOT CORR-APPROVE AND NOT CORR-DECLINE
                   MOVE "ACTION NOT A OR D" TO WS-REFUSE-NOTE
               WHEN CORR-KEYED-BY = SPACES
                   OR CORR-APPROVED-BY = SPACES
                   MOVE "KEYER AND APPROVER NEEDED" TO WS-REFUSE-NOTE
               WHEN CORR-KEYED-BY = CORR-APPROVED-BY
                   MOVE "KEYER MAY NOT APPROVE" TO WS-REFUSE-NOTE
               WHEN CORR-APPROVE AND NOT WS-NEXTIN-AVAILABLE
                   MOVE "NEXTIN UNAVAILABLE" TO WS-REFUSE-NOTE
               WHEN CORR-DECLINE AND NOT WS-RDSP-AVAILABLE
                   MOVE "TRANDISP UNAVAILABLE" TO WS-REFUSE-NOTE
           END-EVALUATE.

       4400-APPROVE-ENTRY.
      *    The held line is the reject-line shape: the first 100
      *    bytes are the original record image, which goes back into
      *    the next cycle exactly as the capture system sent it.
           MOVE WS-DSP-LINE (CORR-SEQ) TO WS-REJECT-LINE
           MOVE WS-REJECT-AREA TO NEXTIN-RECORD
           WRITE NEXTIN-RECORD
           IF WS-NEXTIN-OK
               SET WS-DSP-APPROVED (CORR-SEQ) TO TRUE
               MOVE WS-RUN-DATE TO WS-DSP-DATE (CORR-SEQ)
               MOVE CORR-APPROVED-BY TO WS-DSP-BY (CORR-SEQ)
               ADD 1 TO WS-RESUBMIT-COUNT
               PERFORM 4450-WRITE-RELEASE
           ELSE
               DISPLAY "TRANHVAP: NEXTIN WRITE FAILED, STATUS="
                   WS-NEXTIN-STATUS " - SEQ " CORR-SEQ " LEFT HELD"
               MOVE "NEXTIN WRITE FAILED" TO WS-REFUSE-NOTE
           END-IF.

       4450-WRITE-RELEASE.
      *    Keyed through TRANCKV exactly as TRANEDIT keys history,
      *    so the approval matches only this transaction. Without
      *    it the item is simply held again tomorrow - safe, but
      *    operations is told.
           MOVE WS-REJECT-AREA TO WS-AREA-1
           CALL "TRANCKV" USING WS-AREA-1
                                 WS-CHECK-VALUE
           END-CALL
           OPEN EXTEND RELEASE-FILE
           IF NOT WS-REL-OK
               OPEN OUTPUT RELEASE-FILE
           END-IF
           IF WS-REL-OK
               MOVE SPACES TO RELEASE-RECORD
               MOVE WS-REC-TYPE TO HVR-REC-TYPE
               MOVE WS-FIELD-1 TO HVR-FIELD-1
               MOVE WS-CHECK-VALUE TO HVR-CHECK-VALUE
               MOVE CORR-APPROVED-BY TO HVR-APPROVED-BY
               MOVE WS-RUN-DATE TO HVR-APPROVED-DATE
               IF WS-AMOUNT NUMERIC
                   MOVE WS-AMOUNT TO HVR-AMOUNT
               ELSE
                   MOVE ZERO TO HVR-AMOUNT
               END-IF
               WRITE RELEASE-RECORD
               IF NOT WS-REL-OK
                   DISPLAY "TRANHVAP: HVREL WRITE FAILED, STATUS="
                       WS-REL-STATUS " - SEQ " CORR-SEQ
                       " WILL BE HELD AGAIN"
               END-IF
               CLOSE RELEASE-FILE
           ELSE
               DISPLAY "TRANHVAP: UNABLE TO OPEN HVREL, STATUS="
                   WS-REL-STATUS " - SEQ " CORR-SEQ
                   " WILL BE HELD AGAIN"
           END-IF.

       4500-DECLINE-ENTRY.
      *    A declined item is a reject like any other from here on:
      *    it joins the reject recycle's disposition file as pending
      *    work, reason H003, and TRANRCYC numbers it with the rest
      *    tomorrow morning.
           MOVE WS-DSP-LINE (CORR-SEQ) TO WS-REJECT-LINE
           MOVE SPACES TO WS-REJECT-REASON
           STRING "H003 HIGH VALUE DECLINED BY " CORR-APPROVED-BY
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           MOVE ZERO TO RDSP-SEQ
           MOVE "P" TO RDSP-STATUS
           MOVE WS-RUN-DATE TO RDSP-STATUS-DATE
           MOVE WS-REJECT-LINE TO RDSP-REJECT-LINE
           WRITE REJ-DISP-RECORD
           IF WS-RDSP-OK
               SET WS-DSP-DECLINED (CORR-SEQ) TO TRUE
               MOVE WS-RUN-DATE TO WS-DSP-DATE (CORR-SEQ)
               MOVE CORR-APPROVED-BY TO WS-DSP-BY (CORR-SEQ)
           ELSE
               DISPLAY "TRANHVAP: TRANDISP WRITE FAILED, STATUS="
                   WS-RDSP-STATUS " - SEQ " CORR-SEQ " LEFT HELD"
               MOVE "TRANDISP WRITE FAILED" TO WS-REFUSE-NOTE
           END-IF.

       4800-LOG-DECISION.
           MOVE SPACES TO LOG-RECORD
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-LOG-STAMP
           MOVE WS-LOG-STAMP TO LOG-TIMESTAMP
           MOVE CORR-SEQ TO LOG-SEQ
           MOVE CORR-ACTION TO LOG-ACTION
           MOVE CORR-KEYED-BY TO LOG-KEYED-BY
           MOVE CORR-APPROVED-BY TO LOG-APPROVED-BY
      *    The item's own identity, when the card named one.
           IF CORR-SEQ NUMERIC
               IF CORR-SEQ > ZERO AND CORR-SEQ NOT > WS-DISP-COUNT
                   MOVE WS-DSP-LINE (CORR-SEQ) TO WS-REJECT-LINE
                   MOVE WS-REJECT-AREA TO WS-AREA-1
                   MOVE WS-REC-TYPE TO LOG-REC-TYPE
                   MOVE WS-AREA-1 (3:5) TO LOG-FIELD-1
                   MOVE WS-AREA-1 (9:11) TO LOG-AMOUNT
                   MOVE WS-SOURCE-CODE TO LOG-SOURCE
               END-IF
           END-IF
           IF WS-REFUSE-NOTE = SPACES
               SET LOG-APPLIED TO TRUE
               IF CORR-APPROVE
                   MOVE "APPROVED TO NEXTIN" TO LOG-NOTE
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   MOVE "DECLINED TO TRANDISP" TO LOG-NOTE
                   ADD 1 TO WS-DECLINED-COUNT
               END-IF
           ELSE
               SET LOG-REFUSED TO TRUE
               MOVE WS-REFUSE-NOTE TO LOG-NOTE
               ADD 1 TO WS-CARDS-REFUSED
               DISPLAY "TRANHVAP: CARD SEQ " LOG-SEQ " REFUSED - "
                   WS-REFUSE-NOTE
           END-IF
           WRITE LOG-RECORD
           IF NOT WS-LOG-OK
               DISPLAY "TRANHVAP: HVLOG WRITE FAILED, STATUS="
                   WS-LOG-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       5000-REWRITE-DISPOSITIONS.
           OPEN OUTPUT DISP-FILE
           IF WS-DISP-OK
               MOVE ZERO TO WS-DISP-IX
               PERFORM 5100-WRITE-DISP-ENTRY
                   UNTIL WS-DISP-IX >= WS-DISP-COUNT
               CLOSE DISP-FILE
           ELSE
               DISPLAY "TRANHVAP: UNABLE TO REWRITE HVDISP, STATUS="
                   WS-DISP-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       5100-WRITE-DISP-ENTRY.
           ADD 1 TO WS-DISP-IX
           MOVE WS-DISP-IX TO DSP-SEQ
           MOVE WS-DSP-STATUS (WS-DISP-IX) TO DSP-STATUS
           MOVE WS-DSP-DATE (WS-DISP-IX) TO DSP-STATUS-DATE
           MOVE WS-DSP-BY (WS-DISP-IX) TO DSP-DECIDED-BY
           MOVE WS-DSP-LINE (WS-DISP-IX) TO DSP-HELD-LINE
           WRITE DISP-RECORD
           IF NOT WS-DISP-OK
               DISPLAY "TRANHVAP: HVDISP WRITE FAILED, STATUS="
                   WS-DISP-STATUS
               SET WS-FILE-ERROR TO TRUE
           END-IF.

       6000-WRITE-REPORT.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING "HIGH-VALUE APPROVAL DISPOSITIONS - RUN DATE "
               WS-RUN-DATE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE ALL "-" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE ZERO TO WS-DISP-IX
           PERFORM 6100-WRITE-DETAIL
               UNTIL WS-DISP-IX >= WS-DISP-COUNT
           PERFORM 6200-WRITE-TOTALS.

       6100-WRITE-DETAIL.
           ADD 1 TO WS-DISP-IX
           MOVE WS-DSP-LINE (WS-DISP-IX) TO WS-REJECT-LINE
           MOVE WS-DISP-IX TO WS-DETAIL-SEQ
           MOVE ZERO TO WS-HELD-DAYS
           IF WS-DSP-DATE (WS-DISP-IX) NUMERIC
               MOVE WS-DSP-DATE (WS-DISP-IX) TO WS-HELD-DATE-NUM
               MOVE FUNCTION INTEGER-OF-DATE(WS-HELD-DATE-NUM)
                   TO WS-HELD-INT
               COMPUTE WS-HELD-DAYS = WS-TODAY-INT - WS-HELD-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-DSP-HELD (WS-DISP-IX)
                   MOVE "HELD" TO WS-DETAIL-STATUS
                   ADD 1 TO WS-HELD-COUNT
                   IF WS-HELD-DAYS > WS-OLDEST-DAYS
                       MOVE WS-HELD-DAYS TO WS-OLDEST-DAYS
                   END-IF
               WHEN WS-DSP-APPROVED (WS-DISP-IX)
                   MOVE "APPROVED" TO WS-DETAIL-STATUS
               WHEN WS-DSP-DECLINED (WS-DISP-IX)
                   MOVE "DECLINED" TO WS-DETAIL-STATUS
               WHEN OTHER
                   MOVE "?" TO WS-DETAIL-STATUS
           END-EVALUATE
           MOVE WS-DSP-DATE (WS-DISP-IX) TO WS-DETAIL-DATE
           MOVE WS-HELD-DAYS TO WS-DETAIL-AGE
           MOVE WS-DSP-BY (WS-DISP-IX) TO WS-DETAIL-BY
           MOVE WS-REJECT-AREA TO WS-DETAIL-AREA
           MOVE WS-DETAIL-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       6200-WRITE-TOTALS.
           MOVE ALL "-" TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE "ITEMS STILL HELD" TO WS-TOTAL-LABEL
           MOVE WS-HELD-COUNT TO WS-TOTAL-VALUE
           PERFORM 6300-WRITE-TOTAL-LINE
           MOVE "APPROVED THIS RUN" TO WS-TOTAL-LABEL
           MOVE WS-APPROVED-COUNT TO WS-TOTAL-VALUE
           PERFORM 6300-WRITE-TOTAL-LINE
           MOVE "DECLINED THIS RUN" TO WS-TOTAL-LABEL
           MOVE WS-DECLINED-COUNT TO WS-TOTAL-VALUE
           PERFORM 6300-WRITE-TOTAL-LINE
           MOVE "RECORDS WRITTEN TO NEXTIN" TO WS-TOTAL-LABEL
           MOVE WS-RESUBMIT-COUNT TO WS-TOTAL-VALUE
           PERFORM 6300-WRITE-TOTAL-LINE
           MOVE "DECISION CARDS REFUSED" TO WS-TOTAL-LABEL
           MOVE WS-CARDS-REFUSED TO WS-TOTAL-VALUE
           PERFORM 6300-WRITE-TOTAL-LINE
           MOVE "OLDEST HELD ITEM, DAYS" TO WS-TOTAL-LABEL
           MOVE WS-OLDEST-DAYS TO WS-TOTAL-VALUE
           PERFORM 6300-WRITE-TOTAL-LINE.

       6300-WRITE-TOTAL-LINE.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       7000-TERMINATE.
           IF WS-NEXTIN-AVAILABLE
               CLOSE NEXTIN-FILE
           END-IF
           IF WS-RDSP-AVAILABLE
               CLOSE REJ-DISP-FILE
           END-IF
           IF WS-LOG-AVAILABLE
               CLOSE LOG-FILE
           END-IF
           CLOSE APPROVAL-REPORT.

       8000-WRITE-RUN-LEDGER.
           MOVE "TRANHVAP" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
