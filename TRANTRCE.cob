       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANTRCE.
      *
      *  TRANTRCE answers "what happened to transaction nnnnn" in
      *  one report. TRANINQ reads the master alone; the rest of the
      *  answer is spread over the audit trail, the acknowledgments,
      *  the reject, duplicate and high-value disposition files and
      *  the GL extract, and the older part of it over the archive
      *  generations. This program reads all of them for one
      *  WS-FIELD-1 value and prints every event it finds in date
      *  order - each arrival, the disposition and why, any
      *  correction or release and when it went back in, the master
      *  posting and any reversal against it, and the GL entry - so
      *  the story is complete without a separate RETRIEVE run.
      *
      *  TRCECARD cards, one per line ("*" in column 1 is a comment):
      *
      *    FIELD-1=nnnnn      trace that reference number
      *    TYPE=nn            from here on, only that record type
      *                       (and reversals of it); TYPE=ALL resets
      *    FROM-DATE=yyyymmdd from here on, only events on or after
      *    TO-DATE=yyyymmdd   / on or before that date; =ALL resets
      *
      *  Sources, each read for every trace:
      *    TRANAUD and every active audit generation - arrivals, from
      *      the AFTER line the edit writes for every record read
      *    TRANACK  - the last run's acknowledgment to the site
      *    TRANREJ and every active reject generation - rejections
      *    TRANDISP - reject corrections, resubmissions, write-offs
      *    DUPDISP  - duplicates held, released and confirmed
      *    HVDISP   - high-value items held, approved and declined
      *    TRANMSTR and every active master generation - postings
      *      and the reversals recorded against them
      *    GLEXTR   - the last run's GL entries, dated from GLCTL
      *  Generations come from the TRANARCT catalog TRANARCH keeps;
      *  consolidated dailies are read through their monthly, and a
      *  purged generation is named on the report as a gap. TRANACK
      *  and GLEXTR are rewritten every night and are not archived,
      *  so an earlier night's disposition and GL booking are told
      *  from the reject, disposition and master records instead.
      *
      *  Return codes: 0 every trace found something, 4 a trace
      *  found nothing or had more events than the report holds,
      *  12 a source was there but could not be read (the trace is
      *  printed without it and says so).
      *
      *  Run on demand; the program only reads.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-CARDS ASSIGN TO "TRCECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT TRACE-REPORT ASSIGN TO "TRCERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "TRANARCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

      *    The live audit and reject datasets and their archive
      *    generations are read through the same pair of files,
      *    opened by DD name the way TRANARCH opens them.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-DD-AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-FILE ASSIGN DYNAMIC WS-DD-REJECT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT ACK-FILE ASSIGN TO "TRANACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT REJ-DISP-FILE ASSIGN TO "TRANDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RDSP-STATUS.

           SELECT DUP-DISP-FILE ASSIGN TO "DUPDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DDSP-STATUS.

           SELECT HV-DISP-FILE ASSIGN TO "HVDISP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDSP-STATUS.

      *    Must carry the same alternate keys TRANEDIT declares, or
      *    the open fails on key mismatch.
           SELECT MASTER-FILE ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-FIELD-1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.

           SELECT GEN-MST-FILE ASSIGN DYNAMIC WS-DD-GEN-MST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GMST-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLX-STATUS.

           SELECT GL-CONTROL-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-CARDS
           RECORD CONTAINS 80 CHARACTERS.
       01  TRACE-CARD                       PIC X(80).

       FD  TRACE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  TRACE-REPORT-LINE                PIC X(132).

       FD  CATALOG-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  CATALOG-RECORD.
           05  CAT-KIND                      PIC X(03).
           05  CAT-LEVEL                     PIC X(01).
           05  CAT-DATE                      PIC X(08).
           05  CAT-DDNAME                    PIC X(08).
           05  CAT-STATUS                    PIC X(01).

      *    TRANEDIT's audit line: timestamp, BEFORE/AFTER tag, the
      *    100-byte record image, then its hex.
       FD  AUDIT-FILE
           RECORD CONTAINS 330 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP.
               10  AUD-DATE                  PIC X(08).
               10  AUD-TIME                  PIC X(06).
               10  FILLER                    PIC X(07).
           05  FILLER                        PIC X(01).
           05  AUD-TAG                       PIC X(06).
           05  FILLER                        PIC X(01).
           05  AUD-IMAGE                     PIC X(100).
           05  FILLER                        PIC X(201).

       FD  REJECT-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  REJECT-RECORD                    PIC X(165).

      *    Same layout TRANEDIT writes TRANACK in.
       FD  ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACK-RECORD.
           05  ACK-REC-TYPE                  PIC X(02).
           05  ACK-FIELD-1                   PIC X(05).
           05  ACK-DISPOSITION               PIC X(01).
           05  ACK-REASONS                   PIC X(54).
           05  ACK-RUN-DATE                  PIC X(08).
           05  ACK-CYCLE-NO                  PIC X(04).
           05  ACK-SOURCE                    PIC X(03).
           05  FILLER                        PIC X(03).

      *    Same layout TRANRCYC keeps TRANDISP in.
       FD  REJ-DISP-FILE
           RECORD CONTAINS 179 CHARACTERS.
       01  REJ-DISP-RECORD.
           05  RDSP-SEQ                      PIC X(05).
           05  RDSP-STATUS                   PIC X(01).
               88  RDSP-PENDING              VALUE "P".
               88  RDSP-CORRECTED            VALUE "C".
               88  RDSP-WRITTEN-OFF          VALUE "W".
           05  RDSP-STATUS-DATE              PIC X(08).
           05  RDSP-REJECT-LINE              PIC X(165).

      *    Same layout TRANDUPW keeps DUPDISP in.
       FD  DUP-DISP-FILE
           RECORD CONTAINS 179 CHARACTERS.
       01  DUP-DISP-RECORD.
           05  DDSP-SEQ                      PIC X(05).
           05  DDSP-STATUS                   PIC X(01).
               88  DDSP-HELD                 VALUE "H".
               88  DDSP-RELEASED             VALUE "R".
               88  DDSP-CONFIRMED            VALUE "C".
           05  DDSP-STATUS-DATE              PIC X(08).
           05  DDSP-HELD-LINE                PIC X(165).

      *    Same layout TRANHVAP keeps HVDISP in.
       FD  HV-DISP-FILE
           RECORD CONTAINS 187 CHARACTERS.
       01  HV-DISP-RECORD.
           05  HDSP-SEQ                      PIC X(05).
           05  HDSP-STATUS                   PIC X(01).
               88  HDSP-HELD                 VALUE "H".
               88  HDSP-APPROVED             VALUE "A".
               88  HDSP-DECLINED             VALUE "D".
           05  HDSP-STATUS-DATE              PIC X(08).
           05  HDSP-DECIDED-BY               PIC X(08).
           05  HDSP-HELD-LINE                PIC X(165).

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

      *    Aged-off master generation, as TRANARCH cuts it. Older,
      *    shorter generations read back with the later fields
      *    blank.
       FD  GEN-MST-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GEN-MST-RECORD.
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

       FD  GL-CONTROL-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  GL-CONTROL-RECORD.
           05  GLC-RUN-DATE                  PIC X(08).
           05  GLC-SOURCE                    PIC X(03).
           05  FILLER                        PIC X(52).
           05  GLC-CYCLE-NO                  PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS                   PIC X(02).
           88  WS-CARD-OK                    VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-CAT-STATUS                    PIC X(02).
           88  WS-CAT-OK                     VALUE "00".

       01  WS-AUDIT-STATUS                  PIC X(02).
           88  WS-AUDIT-OK                   VALUE "00".
           88  WS-AUDIT-MISSING              VALUE "35".

       01  WS-REJECT-STATUS                 PIC X(02).
           88  WS-REJECT-OK                  VALUE "00".
           88  WS-REJECT-MISSING             VALUE "35".

       01  WS-ACK-STATUS                    PIC X(02).
           88  WS-ACK-OK                     VALUE "00".
           88  WS-ACK-MISSING                VALUE "35".

       01  WS-RDSP-STATUS                   PIC X(02).
           88  WS-RDSP-OK                    VALUE "00".
           88  WS-RDSP-MISSING               VALUE "35".

       01  WS-DDSP-STATUS                   PIC X(02).
           88  WS-DDSP-OK                    VALUE "00".
           88  WS-DDSP-MISSING               VALUE "35".

       01  WS-HDSP-STATUS                   PIC X(02).
           88  WS-HDSP-OK                    VALUE "00".
           88  WS-HDSP-MISSING               VALUE "35".

       01  WS-MST-STATUS                    PIC X(02).
           88  WS-MST-OK                     VALUE "00".
           88  WS-MST-MISSING                VALUE "35".

       01  WS-GMST-STATUS                   PIC X(02).
           88  WS-GMST-OK                    VALUE "00".

       01  WS-GLX-STATUS                    PIC X(02).
           88  WS-GLX-OK                     VALUE "00".
           88  WS-GLX-MISSING                VALUE "35".

       01  WS-GLC-STATUS                    PIC X(02).
           88  WS-GLC-OK                     VALUE "00".

       01  WS-DD-AUDIT                      PIC X(08).
       01  WS-DD-REJECT                     PIC X(08).
       01  WS-DD-GEN-MST                    PIC X(08).

       01  WS-CARDS-OPEN-SWITCH             PIC X(01) VALUE "N".
           88  WS-CARDS-OPEN                VALUE "Y".

       01  WS-CARD-EOF-SWITCH               PIC X(01) VALUE "N".
           88  WS-CARD-EOF                  VALUE "Y".

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-CARD-KEYWORD                  PIC X(20).
       01  WS-CARD-VALUE                    PIC X(20).

      *    What is being traced. The reference is compared as the
      *    five bytes it occupies in the record, so a reject whose
      *    field-1 is partly garbage is still found by the digits
      *    the site quotes.
       01  WS-TRC-FIELD-1                   PIC X(05).
       01  WS-TRC-FIELD-1-NUM REDEFINES WS-TRC-FIELD-1
                                            PIC 9(05).
       01  WS-TRC-TYPE                      PIC X(02) VALUE SPACES.
           88  WS-TRC-ALL-TYPES             VALUE SPACES.
       01  WS-TRC-FROM-DATE                 PIC X(08) VALUE "00000000".
       01  WS-TRC-TO-DATE                   PIC X(08) VALUE "99999999".

       01  WS-MATCH-SWITCH                  PIC X(01) VALUE "N".
           88  WS-IMAGE-MATCHES             VALUE "Y".

      *    The worst outcome of the run, handed back as the return
      *    code: 0, 4 or 12.
       01  WS-RUN-RC                        PIC 9(02) VALUE ZERO.

      *    Active archive generations from the catalog, in catalog
      *    order. A consolidated daily is skipped (its records are
      *    in the monthly); a purged one is only counted, and the
      *    newest purge date is printed as the edge of the history.
       01  WS-GEN-MAX                       PIC 9(03) VALUE 500.
       01  WS-GEN-COUNT                     PIC 9(03) VALUE ZERO.
       01  WS-GEN-IX                        PIC 9(03) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 500 TIMES.
               10  WS-GEN-KIND               PIC X(03).
               10  WS-GEN-DDNAME             PIC X(08).
       01  WS-PURGED-COUNT                  PIC 9(03) VALUE ZERO.
       01  WS-PURGED-THROUGH                PIC X(08) VALUE SPACES.

      *    The night GLEXTR belongs to, from GLCTL.
       01  WS-GL-RUN-DATE                   PIC X(08) VALUE SPACES.
       01  WS-GL-CYCLE-NO                   PIC X(04) VALUE SPACES.

      *    The story for one trace, kept in date order as each event
      *    is found: date, then the stage the event belongs to, then
      *    the time where the source has one, then the order found.
       01  WS-EVT-MAX                       PIC 9(05) VALUE 500.
       01  WS-EVT-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-EVT-IX                        PIC 9(05) VALUE ZERO.
       01  WS-EVT-SEQ                       PIC 9(05) VALUE ZERO.
       01  WS-EVT-DROPPED                   PIC 9(05) VALUE ZERO.
       01  WS-SLOT-SWITCH                   PIC X(01) VALUE "N".
           88  WS-SLOT-FOUND                VALUE "Y".
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY OCCURS 500 TIMES.
               10  WS-EVT-KEY                PIC X(20).
               10  WS-EVT-BODY               PIC X(102).

      *    The event being added.
       01  WS-NEW-EVENT.
           05  WS-NEW-KEY.
               10  WS-NEW-DATE               PIC X(08).
               10  WS-NEW-STAGE              PIC 9(01).
                   88  WS-STAGE-ARRIVAL      VALUE 1.
                   88  WS-STAGE-EDIT         VALUE 2.
                   88  WS-STAGE-POSTING      VALUE 3.
                   88  WS-STAGE-ACK          VALUE 4.
                   88  WS-STAGE-GL           VALUE 5.
                   88  WS-STAGE-REVERSAL     VALUE 6.
                   88  WS-STAGE-FOLLOW-UP    VALUE 7.
               10  WS-NEW-TIME               PIC X(06).
               10  WS-NEW-SEQ                PIC 9(05).
           05  WS-NEW-BODY.
               10  WS-NEW-REC-TYPE           PIC X(02).
               10  WS-NEW-WHAT               PIC X(20).
               10  WS-NEW-DETAIL             PIC X(72).
               10  WS-NEW-FROM               PIC X(08).

      *    A reject-shaped line's date, MM/DD/YYYY, as yyyymmdd.
       01  WS-LINE-DATE                     PIC X(10).
       01  WS-LINE-DATE-PARTS REDEFINES WS-LINE-DATE.
           05  WS-LDT-MM                     PIC X(02).
           05  FILLER                        PIC X(01).
           05  WS-LDT-DD                     PIC X(02).
           05  FILLER                        PIC X(01).
           05  WS-LDT-YYYY                   PIC X(04).
       01  WS-EVENT-DATE                    PIC X(08).

           COPY REJLINE.

           COPY WSAREA.

       01  WS-AMOUNT-EDIT                   PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-GL-AMOUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-GL-FIELD-1                    PIC 9(05).
      *    Side and amount of the record image in hand, for the
      *    detail text: the amount edited when it is numeric, the
      *    raw bytes when it is not (a reject can be exactly that).
       01  WS-IMAGE-MONEY                   PIC X(16).

       01  WS-HEADING-LINE.
           05  FILLER                        PIC X(08)
                                             VALUE "TRACE:  ".
           05  WS-HEADING-TEXT               PIC X(124).

       01  WS-COLUMN-LINE.
           05  FILLER                        PIC X(20)
                                             VALUE "DATE      TIME".
           05  FILLER                        PIC X(28)
                                             VALUE "TYPE  EVENT".
           05  FILLER                        PIC X(74)
                                             VALUE "DETAIL".
           05  FILLER                        PIC X(10)
                                             VALUE "FROM".

       01  WS-EVENT-LINE.
           05  WS-EVL-DATE                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-EVL-TIME                   PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.
           05  WS-EVL-BODY.
               10  WS-EVL-REC-TYPE           PIC X(02).
               10  FILLER                    PIC X(04).
               10  WS-EVL-WHAT               PIC X(20).
               10  FILLER                    PIC X(02).
               10  WS-EVL-DETAIL             PIC X(72).
               10  FILLER                    PIC X(02).
               10  WS-EVL-FROM               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACE.

       01  WS-EVENT-COUNT-EDIT              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD UNTIL WS-CARD-EOF
           PERFORM 9000-TERMINATE
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT TRACE-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANTRCE: UNABLE TO OPEN TRCERPT, STATUS="
                   WS-RPT-STATUS
           END-IF
           PERFORM 1100-LOAD-ARCHIVE-CATALOG
           PERFORM 1200-LOAD-GL-RUN-DATE
           OPEN INPUT TRACE-CARDS
           IF NOT WS-CARD-OK
               DISPLAY "TRANTRCE: UNABLE TO OPEN TRCECARD, STATUS="
                   WS-CARD-STATUS
               MOVE 12 TO WS-RUN-RC
               SET WS-CARD-EOF TO TRUE
           ELSE
               SET WS-CARDS-OPEN TO TRUE
           END-IF.

       1100-LOAD-ARCHIVE-CATALOG.
      *    A missing catalog just means nothing has ever been
      *    archived - the live files are the whole story.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-OK
               PERFORM 1110-LOAD-ONE-CAT-ENTRY UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       1110-LOAD-ONE-CAT-ENTRY.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE CAT-STATUS
                       WHEN "A"
                           PERFORM 1120-ADD-GENERATION
                       WHEN "P"
                           ADD 1 TO WS-PURGED-COUNT
                           IF CAT-DATE > WS-PURGED-THROUGH
                                   OR WS-PURGED-THROUGH = SPACES
                               MOVE CAT-DATE TO WS-PURGED-THROUGH
                           END-IF
                   END-EVALUATE
           END-READ.

       1120-ADD-GENERATION.
           IF WS-GEN-COUNT < WS-GEN-MAX
               ADD 1 TO WS-GEN-COUNT
               MOVE CAT-KIND TO WS-GEN-KIND (WS-GEN-COUNT)
               MOVE CAT-DDNAME TO WS-GEN-DDNAME (WS-GEN-COUNT)
           ELSE
      *        The catalog appends chronologically, so what a full
      *        table drops is the newest generations.
               DISPLAY "TRANTRCE: MORE THAN " WS-GEN-MAX
                   " ACTIVE GENERATIONS - NEWEST NOT READ"
               MOVE 12 TO WS-RUN-RC
               SET WS-EOF TO TRUE
           END-IF.

       1200-LOAD-GL-RUN-DATE.
      *    GLEXTR carries no date of its own; GLCTL, written by the
      *    same run, names the night and cycle it belongs to.
           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLC-OK
               READ GL-CONTROL-FILE
                   NOT AT END
                       MOVE GLC-RUN-DATE TO WS-GL-RUN-DATE
                       MOVE GLC-CYCLE-NO TO WS-GL-CYCLE-NO
               END-READ
               CLOSE GL-CONTROL-FILE
           END-IF.

       2000-PROCESS-CARD.
           READ TRACE-CARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   IF TRACE-CARD NOT = SPACES
                           AND TRACE-CARD (1:1) NOT = "*"
                       PERFORM 2100-PARSE-CARD
                   END-IF
           END-READ.

       2100-PARSE-CARD.
           MOVE SPACES TO WS-CARD-KEYWORD
           MOVE SPACES TO WS-CARD-VALUE
           UNSTRING TRACE-CARD DELIMITED BY "="
               INTO WS-CARD-KEYWORD WS-CARD-VALUE
           EVALUATE WS-CARD-KEYWORD
               WHEN "FIELD-1"
                   IF WS-CARD-VALUE (1:5) NUMERIC
                       MOVE WS-CARD-VALUE (1:5) TO WS-TRC-FIELD-1
                       PERFORM 3000-RUN-TRACE
                   ELSE
                       DISPLAY "TRANTRCE: FIELD-1 VALUE '"
                           WS-CARD-VALUE "' NOT 5 DIGITS - CARD "
                           "IGNORED"
                   END-IF
               WHEN "TYPE"
                   EVALUATE TRUE
                       WHEN WS-CARD-VALUE = "ALL"
                           MOVE SPACES TO WS-TRC-TYPE
                       WHEN WS-CARD-VALUE (1:2) NUMERIC
                               AND WS-CARD-VALUE (3:) = SPACES
                           MOVE WS-CARD-VALUE (1:2) TO WS-TRC-TYPE
                       WHEN OTHER
                           DISPLAY "TRANTRCE: TYPE VALUE '"
                               WS-CARD-VALUE "' NOT 2 DIGITS OR ALL "
                               "- CARD IGNORED"
                   END-EVALUATE
               WHEN "FROM-DATE"
                   EVALUATE TRUE
                       WHEN WS-CARD-VALUE = "ALL"
                           MOVE "00000000" TO WS-TRC-FROM-DATE
                       WHEN WS-CARD-VALUE (1:8) NUMERIC
                           MOVE WS-CARD-VALUE (1:8)
                               TO WS-TRC-FROM-DATE
                       WHEN OTHER
                           DISPLAY "TRANTRCE: FROM-DATE VALUE '"
                               WS-CARD-VALUE "' NOT YYYYMMDD OR ALL "
                               "- CARD IGNORED"
                   END-EVALUATE
               WHEN "TO-DATE"
                   EVALUATE TRUE
                       WHEN WS-CARD-VALUE = "ALL"
                           MOVE "99999999" TO WS-TRC-TO-DATE
                       WHEN WS-CARD-VALUE (1:8) NUMERIC
                           MOVE WS-CARD-VALUE (1:8) TO WS-TRC-TO-DATE
                       WHEN OTHER
                           DISPLAY "TRANTRCE: TO-DATE VALUE '"
                               WS-CARD-VALUE "' NOT YYYYMMDD OR ALL "
                               "- CARD IGNORED"
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "TRANTRCE: UNKNOWN KEYWORD '"
                       WS-CARD-KEYWORD "' - CARD IGNORED"
           END-EVALUATE.

      *****************************************************************
      *  ONE TRACE
      *****************************************************************
       3000-RUN-TRACE.
      *    Every source is read afresh per trace - trace volume is a
      *    handful of cards, and it keeps each answer independent of
      *    the one before it.
           MOVE ZERO TO WS-EVT-COUNT
           MOVE ZERO TO WS-EVT-SEQ
           MOVE ZERO TO WS-EVT-DROPPED
           PERFORM 3010-WRITE-TRACE-HEADING
           MOVE "TRANAUD" TO WS-DD-AUDIT
           PERFORM 3100-SCAN-AUDIT-DATASET
           MOVE "TRANREJ" TO WS-DD-REJECT
           PERFORM 3300-SCAN-REJECT-DATASET
           PERFORM 3050-SCAN-ONE-GENERATION
               VARYING WS-GEN-IX FROM 1 BY 1
               UNTIL WS-GEN-IX > WS-GEN-COUNT
           PERFORM 3200-SCAN-ACKS
           PERFORM 3400-SCAN-REJECT-DISPOSITIONS
           PERFORM 3500-SCAN-DUP-DISPOSITIONS
           PERFORM 3600-SCAN-HV-DISPOSITIONS
           PERFORM 3700-SCAN-MASTER
           PERFORM 3900-SCAN-GL-EXTRACT
           PERFORM 4000-PRINT-STORY.

       3010-WRITE-TRACE-HEADING.
           MOVE SPACES TO WS-HEADING-TEXT
           STRING "FIELD-1 = " WS-TRC-FIELD-1 "   TYPE "
               DELIMITED BY SIZE INTO WS-HEADING-TEXT
           IF WS-TRC-ALL-TYPES
               MOVE "ALL" TO WS-HEADING-TEXT (24:3)
           ELSE
               MOVE WS-TRC-TYPE TO WS-HEADING-TEXT (24:2)
           END-IF
           MOVE "DATES" TO WS-HEADING-TEXT (30:5)
           IF WS-TRC-FROM-DATE = "00000000"
                   AND WS-TRC-TO-DATE = "99999999"
               MOVE "ALL" TO WS-HEADING-TEXT (36:3)
           ELSE
               STRING WS-TRC-FROM-DATE " THRU " WS-TRC-TO-DATE
                   DELIMITED BY SIZE INTO WS-HEADING-TEXT (36:22)
           END-IF
           MOVE WS-HEADING-LINE TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE WS-COLUMN-LINE TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       3050-SCAN-ONE-GENERATION.
           EVALUATE WS-GEN-KIND (WS-GEN-IX)
               WHEN "AUD"
                   MOVE WS-GEN-DDNAME (WS-GEN-IX) TO WS-DD-AUDIT
                   PERFORM 3100-SCAN-AUDIT-DATASET
               WHEN "REJ"
                   MOVE WS-GEN-DDNAME (WS-GEN-IX) TO WS-DD-REJECT
                   PERFORM 3300-SCAN-REJECT-DATASET
               WHEN "MST"
                   MOVE WS-GEN-DDNAME (WS-GEN-IX) TO WS-DD-GEN-MST
                   PERFORM 3800-SCAN-MASTER-GENERATION
           END-EVALUATE.

      *****************************************************************
      *  ARRIVALS - TRANAUD AND AUDIT GENERATIONS
      *****************************************************************
       3100-SCAN-AUDIT-DATASET.
      *    The edit writes a BEFORE and an AFTER line around every
      *    READ; the AFTER line holds the record just read, stamped
      *    with the moment it arrived.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           EVALUATE TRUE
               WHEN WS-AUDIT-OK
                   PERFORM 3110-READ-AUDIT-LINE UNTIL WS-EOF
                   CLOSE AUDIT-FILE
               WHEN WS-AUDIT-MISSING AND WS-DD-AUDIT = "TRANAUD"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-DD-AUDIT TO WS-NEW-FROM
                   MOVE WS-AUDIT-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3110-READ-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AUD-TAG = "AFTER"
                       MOVE AUD-IMAGE TO WS-AREA-1
                       PERFORM 4100-CHECK-IMAGE
                       IF WS-IMAGE-MATCHES
                           PERFORM 3120-ADD-ARRIVAL
                       END-IF
                   END-IF
           END-READ.

       3120-ADD-ARRIVAL.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE AUD-DATE TO WS-NEW-DATE
           SET WS-STAGE-ARRIVAL TO TRUE
           MOVE AUD-TIME TO WS-NEW-TIME
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           MOVE "ARRIVED" TO WS-NEW-WHAT
           PERFORM 4200-EDIT-IMAGE-MONEY
           IF WS-REC-TYPE = "09"
               STRING "REVERSAL OF TYPE " WS-RVSL-ORIG-TYPE
                   " FROM SITE " WS-SOURCE-CODE
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           ELSE
               STRING "FROM SITE " WS-SOURCE-CODE "  " WS-IMAGE-MONEY
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-IF
           MOVE WS-DD-AUDIT TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

      *****************************************************************
      *  ACKNOWLEDGMENTS - TRANACK
      *****************************************************************
       3200-SCAN-ACKS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACK-FILE
           EVALUATE TRUE
               WHEN WS-ACK-OK
                   PERFORM 3210-READ-ACK UNTIL WS-EOF
                   CLOSE ACK-FILE
               WHEN WS-ACK-MISSING
                   CONTINUE
               WHEN OTHER
                   MOVE "TRANACK" TO WS-NEW-FROM
                   MOVE WS-ACK-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3210-READ-ACK.
      *    The trailer is type "TR" and is never a match.
           READ ACK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-AREA-1
                   MOVE ACK-REC-TYPE TO WS-REC-TYPE
                   MOVE ACK-FIELD-1 TO WS-AREA-1 (3:5)
                   PERFORM 4100-CHECK-IMAGE
                   IF WS-IMAGE-MATCHES
                       PERFORM 3220-ADD-ACK
                   END-IF
           END-READ.

       3220-ADD-ACK.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE ACK-RUN-DATE TO WS-NEW-DATE
           SET WS-STAGE-ACK TO TRUE
           MOVE ACK-REC-TYPE TO WS-NEW-REC-TYPE
           EVALUATE ACK-DISPOSITION
               WHEN "A"
                   MOVE "ACK - ACCEPTED" TO WS-NEW-WHAT
               WHEN "R"
                   MOVE "ACK - REJECTED" TO WS-NEW-WHAT
               WHEN "D"
                   MOVE "ACK - DUPLICATE" TO WS-NEW-WHAT
               WHEN "V"
                   MOVE "ACK - REVERSED" TO WS-NEW-WHAT
               WHEN "U"
                   MOVE "ACK - RVSL NOT DONE" TO WS-NEW-WHAT
               WHEN "H"
                   MOVE "ACK - HELD HV" TO WS-NEW-WHAT
               WHEN OTHER
                   STRING "ACK - " ACK-DISPOSITION
                       DELIMITED BY SIZE INTO WS-NEW-WHAT
           END-EVALUATE
           STRING "SITE " ACK-SOURCE " CYCLE " ACK-CYCLE-NO "  "
               ACK-REASONS
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           MOVE "TRANACK" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

      *****************************************************************
      *  REJECTIONS - TRANREJ AND REJECT GENERATIONS
      *****************************************************************
       3300-SCAN-REJECT-DATASET.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           EVALUATE TRUE
               WHEN WS-REJECT-OK
                   PERFORM 3310-READ-REJECT-LINE UNTIL WS-EOF
                   CLOSE REJECT-FILE
               WHEN WS-REJECT-MISSING AND WS-DD-REJECT = "TRANREJ"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-DD-REJECT TO WS-NEW-FROM
                   MOVE WS-REJECT-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3310-READ-REJECT-LINE.
           READ REJECT-FILE INTO WS-REJECT-LINE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE WS-REJECT-AREA TO WS-AREA-1
                   PERFORM 4100-CHECK-IMAGE
                   IF WS-IMAGE-MATCHES
                       MOVE SPACES TO WS-NEW-EVENT
                       MOVE WS-REJECT-DATE-OUT TO WS-LINE-DATE
                       PERFORM 4300-CONVERT-LINE-DATE
                       MOVE WS-EVENT-DATE TO WS-NEW-DATE
                       SET WS-STAGE-EDIT TO TRUE
                       MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
                       MOVE "REJECTED" TO WS-NEW-WHAT
                       MOVE WS-REJECT-REASON TO WS-NEW-DETAIL
                       MOVE WS-DD-REJECT TO WS-NEW-FROM
                       PERFORM 5000-ADD-EVENT
                   END-IF
           END-READ.

      *****************************************************************
      *  FOLLOW-UP - TRANDISP, DUPDISP, HVDISP
      *****************************************************************
       3400-SCAN-REJECT-DISPOSITIONS.
      *    TRANDISP keeps each reject as it was rejected and the
      *    date of its latest status: corrected means the re-keyed
      *    record went to NEXTIN that day, for the next cycle.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT REJ-DISP-FILE
           EVALUATE TRUE
               WHEN WS-RDSP-OK
                   PERFORM 3410-READ-REJECT-DISPOSITION UNTIL WS-EOF
                   CLOSE REJ-DISP-FILE
               WHEN WS-RDSP-MISSING
                   CONTINUE
               WHEN OTHER
                   MOVE "TRANDISP" TO WS-NEW-FROM
                   MOVE WS-RDSP-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3410-READ-REJECT-DISPOSITION.
           READ REJ-DISP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE RDSP-REJECT-LINE TO WS-REJECT-LINE
                   MOVE WS-REJECT-AREA TO WS-AREA-1
                   PERFORM 4100-CHECK-IMAGE
                   IF WS-IMAGE-MATCHES
                       PERFORM 3420-ADD-REJECT-DISPOSITION
                   END-IF
           END-READ.

       3420-ADD-REJECT-DISPOSITION.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE RDSP-STATUS-DATE TO WS-NEW-DATE
           SET WS-STAGE-FOLLOW-UP TO TRUE
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           EVALUATE TRUE
               WHEN RDSP-CORRECTED
                   MOVE "CORRECTED" TO WS-NEW-WHAT
                   STRING "RESUBMITTED ON NEXTIN FOR THE NEXT CYCLE"
                       " - REJECT SEQ " RDSP-SEQ
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN RDSP-WRITTEN-OFF
                   MOVE "WRITTEN OFF" TO WS-NEW-WHAT
                   STRING "NOT RESUBMITTED - REJECT SEQ " RDSP-SEQ
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN OTHER
                   MOVE "AWAITING CORRECTION" TO WS-NEW-WHAT
                   STRING "REJECT SEQ " RDSP-SEQ " - "
                       WS-REJECT-REASON
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-EVALUATE
           MOVE "TRANDISP" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

       3500-SCAN-DUP-DISPOSITIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT DUP-DISP-FILE
           EVALUATE TRUE
               WHEN WS-DDSP-OK
                   PERFORM 3510-READ-DUP-DISPOSITION UNTIL WS-EOF
                   CLOSE DUP-DISP-FILE
               WHEN WS-DDSP-MISSING
                   CONTINUE
               WHEN OTHER
                   MOVE "DUPDISP" TO WS-NEW-FROM
                   MOVE WS-DDSP-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3510-READ-DUP-DISPOSITION.
      *    The hold is dated by the suspense line; a decision by the
      *    disposition's status date.
           READ DUP-DISP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE DDSP-HELD-LINE TO WS-REJECT-LINE
                   MOVE WS-REJECT-AREA TO WS-AREA-1
                   PERFORM 4100-CHECK-IMAGE
                   IF WS-IMAGE-MATCHES
                       PERFORM 3520-ADD-DUP-HOLD
                       IF NOT DDSP-HELD
                           PERFORM 3530-ADD-DUP-DECISION
                       END-IF
                   END-IF
           END-READ.

       3520-ADD-DUP-HOLD.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE WS-REJECT-DATE-OUT TO WS-LINE-DATE
           PERFORM 4300-CONVERT-LINE-DATE
           MOVE WS-EVENT-DATE TO WS-NEW-DATE
           SET WS-STAGE-EDIT TO TRUE
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           MOVE "HELD AS DUPLICATE" TO WS-NEW-WHAT
           STRING "DUP SEQ " DDSP-SEQ " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           MOVE "DUPDISP" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

       3530-ADD-DUP-DECISION.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE DDSP-STATUS-DATE TO WS-NEW-DATE
           SET WS-STAGE-FOLLOW-UP TO TRUE
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           IF DDSP-RELEASED
               MOVE "DUPLICATE RELEASED" TO WS-NEW-WHAT
               STRING "RESUBMITTED ON NEXTIN FOR THE NEXT CYCLE"
                   " - DUP SEQ " DDSP-SEQ
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           ELSE
               MOVE "DUPLICATE CONFIRMED" TO WS-NEW-WHAT
               STRING "NOT RESUBMITTED - DUP SEQ " DDSP-SEQ
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-IF
           MOVE "DUPDISP" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

       3600-SCAN-HV-DISPOSITIONS.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HV-DISP-FILE
           EVALUATE TRUE
               WHEN WS-HDSP-OK
                   PERFORM 3610-READ-HV-DISPOSITION UNTIL WS-EOF
                   CLOSE HV-DISP-FILE
               WHEN WS-HDSP-MISSING
                   CONTINUE
               WHEN OTHER
                   MOVE "HVDISP" TO WS-NEW-FROM
                   MOVE WS-HDSP-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3610-READ-HV-DISPOSITION.
           READ HV-DISP-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE HDSP-HELD-LINE TO WS-REJECT-LINE
                   MOVE WS-REJECT-AREA TO WS-AREA-1
                   PERFORM 4100-CHECK-IMAGE
                   IF WS-IMAGE-MATCHES
                       PERFORM 3620-ADD-HV-HOLD
                       IF NOT HDSP-HELD
                           PERFORM 3630-ADD-HV-DECISION
                       END-IF
                   END-IF
           END-READ.

       3620-ADD-HV-HOLD.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE WS-REJECT-DATE-OUT TO WS-LINE-DATE
           PERFORM 4300-CONVERT-LINE-DATE
           MOVE WS-EVENT-DATE TO WS-NEW-DATE
           SET WS-STAGE-EDIT TO TRUE
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           MOVE "HELD HIGH VALUE" TO WS-NEW-WHAT
           PERFORM 4200-EDIT-IMAGE-MONEY
           STRING "HV SEQ " HDSP-SEQ "  " WS-IMAGE-MONEY " - "
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           MOVE "HVDISP" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

       3630-ADD-HV-DECISION.
      *    A decline goes on to TRANDISP as reject H003, where the
      *    rest of its story is picked up.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE HDSP-STATUS-DATE TO WS-NEW-DATE
           SET WS-STAGE-FOLLOW-UP TO TRUE
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           IF HDSP-APPROVED
               MOVE "HIGH VALUE APPROVED" TO WS-NEW-WHAT
               STRING "BY " HDSP-DECIDED-BY " - RESUBMITTED ON "
                   "NEXTIN FOR THE NEXT CYCLE - HV SEQ " HDSP-SEQ
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           ELSE
               MOVE "HIGH VALUE DECLINED" TO WS-NEW-WHAT
               STRING "BY " HDSP-DECIDED-BY " - SENT TO REJECT "
                   "CORRECTION AS H003 - HV SEQ " HDSP-SEQ
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
           END-IF
           MOVE "HVDISP" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

      *****************************************************************
      *  POSTINGS - TRANMSTR AND MASTER GENERATIONS
      *****************************************************************
       3700-SCAN-MASTER.
      *    Positioned straight to the reference through the
      *    alternate index, the way TRANINQ does it.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT MASTER-FILE
           EVALUATE TRUE
               WHEN WS-MST-OK
                   MOVE WS-TRC-FIELD-1-NUM TO MST-FIELD-1
                   START MASTER-FILE KEY = MST-FIELD-1
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
                   PERFORM 3710-READ-MASTER UNTIL WS-EOF
                   CLOSE MASTER-FILE
               WHEN WS-MST-MISSING
                   CONTINUE
               WHEN OTHER
                   MOVE "TRANMSTR" TO WS-NEW-FROM
                   MOVE WS-MST-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3710-READ-MASTER.
           READ MASTER-FILE NEXT
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF MST-FIELD-1 = WS-TRC-FIELD-1-NUM
                       MOVE MST-AREA TO WS-AREA-1
                       PERFORM 4100-CHECK-IMAGE
                       IF WS-IMAGE-MATCHES
                           PERFORM 3720-ADD-LIVE-POSTING
                       END-IF
                   ELSE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

       3720-ADD-LIVE-POSTING.
      *    The master posting is handed to the shared posting
      *    paragraphs through the generation layout.
           MOVE SPACES TO GEN-MST-RECORD
           MOVE MST-RUN-DATE TO GMI-RUN-DATE
           MOVE MST-CYCLE-NO TO GMI-CYCLE-NO
           MOVE MST-STATUS TO GMI-STATUS
           MOVE MST-POST-PERIOD TO GMI-POST-PERIOD
           MOVE MST-PRIOR-PERIOD-FLAG TO GMI-PRIOR-PERIOD-FLAG
           MOVE MST-RVSL-PERIOD TO GMI-RVSL-PERIOD
           MOVE MST-RVSL-DATE TO GMI-RVSL-DATE
           MOVE MST-RVSL-SOURCE TO GMI-RVSL-SOURCE
           MOVE "TRANMSTR" TO WS-NEW-FROM
           PERFORM 3830-ADD-POSTING.

       3800-SCAN-MASTER-GENERATION.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GEN-MST-FILE
           IF WS-GMST-OK
               PERFORM 3810-READ-GEN-POSTING UNTIL WS-EOF
               CLOSE GEN-MST-FILE
           ELSE
               MOVE WS-DD-GEN-MST TO WS-NEW-FROM
               MOVE WS-GMST-STATUS TO WS-NEW-DETAIL (1:2)
               PERFORM 4900-NOTE-UNREADABLE
           END-IF
           MOVE "N" TO WS-EOF-SWITCH.

       3810-READ-GEN-POSTING.
           READ GEN-MST-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GMI-FIELD-1 = WS-TRC-FIELD-1
                       MOVE GMI-AREA TO WS-AREA-1
                       PERFORM 4100-CHECK-IMAGE
                       IF WS-IMAGE-MATCHES
                           MOVE WS-DD-GEN-MST TO WS-NEW-FROM
                           PERFORM 3830-ADD-POSTING
                       END-IF
                   END-IF
           END-READ.

       3830-ADD-POSTING.
      *    One event for the posting and, when it was reversed, one
      *    for the reversal on the night it came in. Postings from
      *    before the period fields were kept book to their run-date
      *    month. The caller has set WS-NEW-FROM.
           MOVE SPACES TO WS-NEW-KEY
           MOVE GMI-RUN-DATE TO WS-NEW-DATE
           SET WS-STAGE-POSTING TO TRUE
           MOVE WS-REC-TYPE TO WS-NEW-REC-TYPE
           MOVE "POSTED TO MASTER" TO WS-NEW-WHAT
           IF GMI-POST-PERIOD = SPACES
               MOVE GMI-RUN-DATE (1:6) TO GMI-POST-PERIOD
           END-IF
           PERFORM 4200-EDIT-IMAGE-MONEY
           MOVE SPACES TO WS-NEW-DETAIL
           STRING "CYCLE " GMI-CYCLE-NO "  " WS-IMAGE-MONEY
               "  GL PERIOD " GMI-POST-PERIOD
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           IF GMI-PRIOR-PERIOD-FLAG = "P"
               MOVE "(PRIOR PERIOD)" TO WS-NEW-DETAIL (50:14)
           END-IF
           PERFORM 5000-ADD-EVENT
           IF GMI-STATUS = "R"
               MOVE SPACES TO WS-NEW-KEY
               MOVE GMI-RVSL-DATE TO WS-NEW-DATE
               IF GMI-RVSL-DATE = SPACES
      *            Reversed before the reversal night was kept: the
      *            story can only say it happened after posting.
                   MOVE GMI-RUN-DATE TO WS-NEW-DATE
               END-IF
               SET WS-STAGE-REVERSAL TO TRUE
               MOVE "POSTING REVERSED" TO WS-NEW-WHAT
               MOVE SPACES TO WS-NEW-DETAIL
               IF GMI-RVSL-DATE = SPACES
                   STRING "POSTING OF " GMI-RUN-DATE
                       " - REVERSAL NIGHT NOT RECORDED"
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               ELSE
                   STRING "POSTING OF " GMI-RUN-DATE " BY SITE "
                       GMI-RVSL-SOURCE "  GL PERIOD " GMI-RVSL-PERIOD
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-IF
               PERFORM 5000-ADD-EVENT
           END-IF.

      *****************************************************************
      *  GL ENTRIES - GLEXTR
      *****************************************************************
       3900-SCAN-GL-EXTRACT.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT GL-EXTRACT-FILE
           EVALUATE TRUE
               WHEN WS-GLX-OK
                   PERFORM 3910-READ-GL-ENTRY UNTIL WS-EOF
                   CLOSE GL-EXTRACT-FILE
               WHEN WS-GLX-MISSING
                   CONTINUE
               WHEN OTHER
                   MOVE "GLEXTR" TO WS-NEW-FROM
                   MOVE WS-GLX-STATUS TO WS-NEW-DETAIL (1:2)
                   PERFORM 4900-NOTE-UNREADABLE
           END-EVALUATE
           MOVE "N" TO WS-EOF-SWITCH.

       3910-READ-GL-ENTRY.
           READ GL-EXTRACT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF GLX-FIELD-1 NUMERIC
                       MOVE GLX-FIELD-1 TO WS-GL-FIELD-1
                       IF WS-GL-FIELD-1 = WS-TRC-FIELD-1-NUM
                           MOVE SPACES TO WS-AREA-1
                           MOVE GLX-REC-TYPE TO WS-REC-TYPE
                           MOVE WS-TRC-FIELD-1 TO WS-AREA-1 (3:5)
                           PERFORM 4100-CHECK-IMAGE
                           IF WS-IMAGE-MATCHES
                               PERFORM 3920-ADD-GL-ENTRY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3920-ADD-GL-ENTRY.
           MOVE SPACES TO WS-NEW-EVENT
           MOVE WS-GL-RUN-DATE TO WS-NEW-DATE
           SET WS-STAGE-GL TO TRUE
           MOVE GLX-REC-TYPE TO WS-NEW-REC-TYPE
           MOVE "GL EXTRACT ENTRY" TO WS-NEW-WHAT
           MOVE GLX-AMOUNT TO WS-GL-AMOUNT-EDIT
           STRING GLX-DR-CR " " WS-GL-AMOUNT-EDIT
               "  DR " GLX-DEBIT-ACCT " CR " GLX-CREDIT-ACCT
               "  PERIOD " GLX-PERIOD " " GLX-PRIOR-PERIOD
               "  CYCLE " WS-GL-CYCLE-NO
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           MOVE "GLEXTR" TO WS-NEW-FROM
           PERFORM 5000-ADD-EVENT.

      *****************************************************************
      *  STORY
      *****************************************************************
       4000-PRINT-STORY.
           PERFORM 4010-PRINT-EVENT
               VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVT-COUNT
           MOVE WS-EVT-COUNT TO WS-EVENT-COUNT-EDIT
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "  EVENTS: " WS-EVENT-COUNT-EDIT
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF WS-EVT-COUNT = ZERO
               MOVE "  NOTHING ON FILE FOR THIS REFERENCE"
                   TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               PERFORM 4020-RAISE-TO-WARNING
           END-IF
           IF WS-EVT-DROPPED > ZERO
               MOVE WS-EVT-DROPPED TO WS-EVENT-COUNT-EDIT
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "  " WS-EVENT-COUNT-EDIT " FURTHER EVENTS NOT "
                   "PRINTED - NARROW THE DATE RANGE OR TYPE"
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               PERFORM 4020-RAISE-TO-WARNING
           END-IF
      *    Purged generations are gone for good: a story reaching
      *    back past the newest purge may be missing its start.
           IF WS-PURGED-COUNT > ZERO
                   AND WS-TRC-FROM-DATE <= WS-PURGED-THROUGH
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "  ARCHIVE GENERATIONS PURGED THROUGH "
                   WS-PURGED-THROUGH " - EARLIER HISTORY MAY BE "
                   "INCOMPLETE"
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       4010-PRINT-EVENT.
           MOVE SPACES TO WS-EVENT-LINE
           MOVE WS-EVT-KEY (WS-EVT-IX) TO WS-NEW-KEY
           MOVE WS-NEW-DATE TO WS-EVL-DATE
           IF WS-NEW-DATE = SPACES
               MOVE "UNKNOWN" TO WS-EVL-DATE
           END-IF
           IF WS-NEW-TIME NOT = SPACES
               STRING WS-NEW-TIME (1:2) ":" WS-NEW-TIME (3:2) ":"
                   WS-NEW-TIME (5:2)
                   DELIMITED BY SIZE INTO WS-EVL-TIME
           END-IF
           MOVE WS-EVT-BODY (WS-EVT-IX) TO WS-NEW-BODY
           MOVE WS-NEW-REC-TYPE TO WS-EVL-REC-TYPE
           MOVE WS-NEW-WHAT TO WS-EVL-WHAT
           MOVE WS-NEW-DETAIL TO WS-EVL-DETAIL
           MOVE WS-NEW-FROM TO WS-EVL-FROM
           MOVE WS-EVENT-LINE TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       4020-RAISE-TO-WARNING.
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

       4100-CHECK-IMAGE.
      *    The record image in WS-AREA-1 belongs to the trace when
      *    it carries the reference and the wanted type. A reversal
      *    (type 09) names the type it backs out, so it belongs to a
      *    trace of that type. Headers and trailers never match -
      *    their bytes 3-7 are a date or a count, not a reference.
           MOVE "N" TO WS-MATCH-SWITCH
           IF WS-AREA-1 (3:5) = WS-TRC-FIELD-1
                   AND WS-REC-TYPE NOT = "HD"
                   AND WS-REC-TYPE NOT = "TR"
               EVALUATE TRUE
                   WHEN WS-TRC-ALL-TYPES
                       SET WS-IMAGE-MATCHES TO TRUE
                   WHEN WS-REC-TYPE = WS-TRC-TYPE
                       SET WS-IMAGE-MATCHES TO TRUE
                   WHEN WS-REC-TYPE = "09"
                           AND WS-RVSL-ORIG-TYPE = WS-TRC-TYPE
                       SET WS-IMAGE-MATCHES TO TRUE
               END-EVALUATE
           END-IF.

       4200-EDIT-IMAGE-MONEY.
           MOVE SPACES TO WS-IMAGE-MONEY
           IF WS-AMOUNT NUMERIC
               MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
               STRING WS-DR-CR-CODE " " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-IMAGE-MONEY
           ELSE
               STRING WS-DR-CR-CODE " " WS-AREA-1 (9:11)
                   DELIMITED BY SIZE INTO WS-IMAGE-MONEY
           END-IF.

       4300-CONVERT-LINE-DATE.
           MOVE SPACES TO WS-EVENT-DATE
           IF WS-LDT-YYYY NUMERIC AND WS-LDT-MM NUMERIC
                   AND WS-LDT-DD NUMERIC
               STRING WS-LDT-YYYY WS-LDT-MM WS-LDT-DD
                   DELIMITED BY SIZE INTO WS-EVENT-DATE
           END-IF.

       4900-NOTE-UNREADABLE.
      *    Called with the DD name in WS-NEW-FROM and the status in
      *    the first two bytes of WS-NEW-DETAIL. The trace goes on
      *    without the source and says so above the story.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "  " WS-NEW-FROM " UNREADABLE, STATUS="
               WS-NEW-DETAIL (1:2) " - NOT IN THIS TRACE"
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           DISPLAY "TRANTRCE: " WS-NEW-FROM " UNREADABLE, STATUS="
               WS-NEW-DETAIL (1:2)
           MOVE 12 TO WS-RUN-RC.

       5000-ADD-EVENT.
      *    Inside the date window, the event goes into the table at
      *    its place in date order; a full table counts what it
      *    could not hold. An event with no date of its own is
      *    always kept.
           IF WS-NEW-DATE = SPACES
                   OR (WS-NEW-DATE >= WS-TRC-FROM-DATE
                       AND WS-NEW-DATE <= WS-TRC-TO-DATE)
               IF WS-EVT-COUNT < WS-EVT-MAX
                   ADD 1 TO WS-EVT-SEQ
                   MOVE WS-EVT-SEQ TO WS-NEW-SEQ
                   ADD 1 TO WS-EVT-COUNT
                   MOVE WS-EVT-COUNT TO WS-EVT-IX
                   MOVE "N" TO WS-SLOT-SWITCH
                   PERFORM 5100-MAKE-ROOM UNTIL WS-SLOT-FOUND
                   MOVE WS-NEW-KEY TO WS-EVT-KEY (WS-EVT-IX)
                   MOVE WS-NEW-BODY TO WS-EVT-BODY (WS-EVT-IX)
               ELSE
                   ADD 1 TO WS-EVT-DROPPED
               END-IF
           END-IF.

       5100-MAKE-ROOM.
      *    Moves later events up one until the new one's place is
      *    reached; events with equal keys keep the order found.
           IF WS-EVT-IX = 1
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               IF WS-EVT-KEY (WS-EVT-IX - 1) > WS-NEW-KEY
                   MOVE WS-EVT-ENTRY (WS-EVT-IX - 1)
                       TO WS-EVT-ENTRY (WS-EVT-IX)
                   SUBTRACT 1 FROM WS-EVT-IX
               ELSE
                   SET WS-SLOT-FOUND TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           IF WS-CARDS-OPEN
               CLOSE TRACE-CARDS
           END-IF
           CLOSE TRACE-REPORT.
