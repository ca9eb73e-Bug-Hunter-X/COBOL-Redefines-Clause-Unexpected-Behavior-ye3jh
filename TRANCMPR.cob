       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANCMPR.
      *
      *  TRANCMPR is the parallel-run comparison for release
      *  sign-off. The same TRANSIN is run through TRANEDIT twice -
      *  once in TEST (copied to TRANTEST, with the changed EDITRULS
      *  or GLACCTS cards or the changed program) and once in
      *  PRODUCTION - and this program sets the two sets of outputs
      *  side by side, transaction by transaction:
      *
      *    TSTACK vs TRANACK   disposition and reason codes
      *    TSTREJ vs TRANREJ   which records were rejected, and why
      *    TSTGLX vs GLEXTR    amount and D/C, GL accounts, period,
      *                        prior-period flag and site, unpacked
      *    TSTGLC vs GLCTL     record count, hash, debit and credit
      *                        per site
      *
      *  A transaction is matched on its type and WS-FIELD-1 (a
      *  reject on its whole record image, a control record on its
      *  site); a key that occurs more than once pairs up in file
      *  order. Run dates, reject dates and cycle numbers are not
      *  compared - the TEST run need not be made on the same day.
      *  Every difference prints with the TEST value over the
      *  PRODUCTION value, and the report ends with the count of
      *  differences of each kind, so sign-off is read off the
      *  report rather than judged from two listings.
      *
      *    RC 00  the outputs agree
      *    RC 04  differences found - see CMPRRPT
      *    RC 12  an output could not be read, so nothing is proved
      *    RC 16  a working table overflowed
      *
      *  JOB-STREAM ORDER: run after both TRANEDIT runs and before
      *  anything consumes the PRODUCTION outputs (TRANRCYC reads
      *  TRANREJ, the GL load takes GLEXTR).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEST-ACK-FILE ASSIGN TO "TSTACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TACK-STATUS.

           SELECT PROD-ACK-FILE ASSIGN TO "TRANACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.

           SELECT TEST-REJECT-FILE ASSIGN TO "TSTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREJ-STATUS.

           SELECT PROD-REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREJ-STATUS.

           SELECT TEST-GLX-FILE ASSIGN TO "TSTGLX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGLX-STATUS.

           SELECT PROD-GLX-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PGLX-STATUS.

           SELECT TEST-GLC-FILE ASSIGN TO "TSTGLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TGLC-STATUS.

           SELECT PROD-GLC-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PGLC-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO "CMPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Same layout as TRANEDIT's ACK-FILE. The trailer it ends
      *    with is told from a detail by the count in columns 3-11:
      *    a detail's disposition in column 8 is never a digit.
       FD  TEST-ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TEST-ACK-RECORD.
           05  TACK-REC-TYPE                 PIC X(02).
           05  TACK-FIELD-1                  PIC X(05).
           05  TACK-DISPOSITION              PIC X(01).
           05  TACK-REASONS                  PIC X(54).
           05  TACK-RUN-DATE                 PIC X(08).
           05  TACK-CYCLE-NO                 PIC X(04).
           05  TACK-SOURCE                   PIC X(03).
           05  FILLER                        PIC X(03).
       01  TEST-ACK-TRAILER.
           05  TACK-TRL-TYPE                 PIC X(02).
           05  TACK-TRL-COUNT                PIC 9(09).
           05  TACK-TRL-HASH                 PIC 9(11).
           05  FILLER                        PIC X(58).

       FD  PROD-ACK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PROD-ACK-RECORD.
           05  PACK-REC-TYPE                 PIC X(02).
           05  PACK-FIELD-1                  PIC X(05).
           05  PACK-DISPOSITION              PIC X(01).
           05  PACK-REASONS                  PIC X(54).
           05  PACK-RUN-DATE                 PIC X(08).
           05  PACK-CYCLE-NO                 PIC X(04).
           05  PACK-SOURCE                   PIC X(03).
           05  FILLER                        PIC X(03).
       01  PROD-ACK-TRAILER.
           05  PACK-TRL-TYPE                 PIC X(02).
           05  PACK-TRL-COUNT                PIC 9(09).
           05  PACK-TRL-HASH                 PIC 9(11).
           05  FILLER                        PIC X(58).

       FD  TEST-REJECT-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  TEST-REJECT-RECORD               PIC X(165).

       FD  PROD-REJECT-FILE
           RECORD CONTAINS 165 CHARACTERS.
       01  PROD-REJECT-RECORD               PIC X(165).

      *    Same layout TRANEDIT writes in 2600-WRITE-GL-EXTRACT.
       FD  TEST-GLX-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  TEST-GLX-RECORD.
           05  TGLX-REC-TYPE                 PIC X(02).
           05  TGLX-FIELD-1                  PIC S9(5) COMP-3.
           05  TGLX-DR-CR                    PIC X(01).
           05  TGLX-AMOUNT                   PIC S9(9)V99 COMP-3.
           05  TGLX-DEBIT-ACCT               PIC 9(08).
           05  TGLX-CREDIT-ACCT              PIC 9(08).
           05  TGLX-SOURCE                   PIC X(03).
           05  TGLX-PERIOD                   PIC X(06).
           05  TGLX-PRIOR-PERIOD             PIC X(01).

       FD  PROD-GLX-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  PROD-GLX-RECORD.
           05  PGLX-REC-TYPE                 PIC X(02).
           05  PGLX-FIELD-1                  PIC S9(5) COMP-3.
           05  PGLX-DR-CR                    PIC X(01).
           05  PGLX-AMOUNT                   PIC S9(9)V99 COMP-3.
           05  PGLX-DEBIT-ACCT               PIC 9(08).
           05  PGLX-CREDIT-ACCT              PIC 9(08).
           05  PGLX-SOURCE                   PIC X(03).
           05  PGLX-PERIOD                   PIC X(06).
           05  PGLX-PRIOR-PERIOD             PIC X(01).

      *    Same layout TRANEDIT cuts in 3150-WRITE-GL-CONTROL.
       FD  TEST-GLC-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  TEST-GLC-RECORD.
           05  TGLC-RUN-DATE                 PIC X(08).
           05  TGLC-SOURCE                   PIC X(03).
           05  TGLC-RECORD-COUNT             PIC 9(09).
           05  TGLC-HASH-TOTAL               PIC S9(11).
           05  TGLC-DEBIT-AMOUNT             PIC S9(13)V99.
           05  TGLC-CREDIT-AMOUNT            PIC S9(13)V99.
           05  TGLC-CYCLE-NO                 PIC 9(04).

       FD  PROD-GLC-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  PROD-GLC-RECORD.
           05  PGLC-RUN-DATE                 PIC X(08).
           05  PGLC-SOURCE                   PIC X(03).
           05  PGLC-RECORD-COUNT             PIC 9(09).
           05  PGLC-HASH-TOTAL               PIC S9(11).
           05  PGLC-DEBIT-AMOUNT             PIC S9(13)V99.
           05  PGLC-CREDIT-AMOUNT            PIC S9(13)V99.
           05  PGLC-CYCLE-NO                 PIC 9(04).

       FD  COMPARE-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  COMPARE-REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TACK-STATUS                   PIC X(02).
           88  WS-TACK-OK                    VALUE "00".
       01  WS-PACK-STATUS                   PIC X(02).
           88  WS-PACK-OK                    VALUE "00".
       01  WS-TREJ-STATUS                   PIC X(02).
           88  WS-TREJ-OK                    VALUE "00".
       01  WS-PREJ-STATUS                   PIC X(02).
           88  WS-PREJ-OK                    VALUE "00".
       01  WS-TGLX-STATUS                   PIC X(02).
           88  WS-TGLX-OK                    VALUE "00".
       01  WS-PGLX-STATUS                   PIC X(02).
           88  WS-PGLX-OK                    VALUE "00".
       01  WS-TGLC-STATUS                   PIC X(02).
           88  WS-TGLC-OK                    VALUE "00".
       01  WS-PGLC-STATUS                   PIC X(02).
           88  WS-PGLC-OK                    VALUE "00".
       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-TODAY-DATE                    PIC X(08).

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-ABORT-SWITCH                  PIC X(01) VALUE "N".
           88  WS-ABORT                     VALUE "Y".

       01  WS-FILE-ERROR-SWITCH             PIC X(01) VALUE "N".
           88  WS-FILE-ERROR                VALUE "Y".

      *    Set while one pair of files is being compared; a pair
      *    with a file missing is skipped, not half compared.
       01  WS-PAIR-SWITCH                   PIC X(01) VALUE "Y".
           88  WS-PAIR-READABLE             VALUE "Y".

      *    TEST acknowledgments, waiting for their PRODUCTION match.
       01  WS-ACK-MAX                       PIC 9(05) VALUE 5000.
       01  WS-ACK-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-ACK-IX                        PIC 9(05) VALUE ZERO.
       01  WS-ACK-FOUND-IX                  PIC 9(05) VALUE ZERO.
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 5000 TIMES.
               10  WS-ACK-REC-TYPE           PIC X(02).
               10  WS-ACK-FIELD-1            PIC X(05).
               10  WS-ACK-DISPOSITION        PIC X(01).
               10  WS-ACK-REASONS            PIC X(54).
               10  WS-ACK-MATCHED            PIC X(01).
       01  WS-TEST-TRL-SWITCH               PIC X(01) VALUE "N".
           88  WS-TEST-TRL-SEEN             VALUE "Y".
       01  WS-TEST-TRL-COUNT                PIC 9(09) VALUE ZERO.
       01  WS-TEST-TRL-HASH                 PIC 9(11) VALUE ZERO.

      *    Each reject line, TEST or PRODUCTION, is read into the
      *    shared layout in turn; TEST's are held in the table below
      *    while PRODUCTION's are read in against them.
           COPY REJLINE.

      *    TEST reject lines.
       01  WS-REJ-MAX                       PIC 9(05) VALUE 5000.
       01  WS-REJ-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-REJ-IX                        PIC 9(05) VALUE ZERO.
       01  WS-REJ-FOUND-IX                  PIC 9(05) VALUE ZERO.
       01  WS-REJ-TABLE.
           05  WS-REJ-ENTRY OCCURS 5000 TIMES.
               10  WS-REJ-AREA               PIC X(100).
               10  WS-REJ-REASON             PIC X(54).
               10  WS-REJ-MATCHED            PIC X(01).

      *    TEST GL extract records, unpacked.
       01  WS-GLX-MAX                       PIC 9(05) VALUE 5000.
       01  WS-GLX-COUNT                     PIC 9(05) VALUE ZERO.
       01  WS-GLX-IX                        PIC 9(05) VALUE ZERO.
       01  WS-GLX-FOUND-IX                  PIC 9(05) VALUE ZERO.
       01  WS-GLX-TABLE.
           05  WS-GLX-ENTRY OCCURS 5000 TIMES.
               10  WS-GLX-REC-TYPE           PIC X(02).
               10  WS-GLX-FIELD-1            PIC S9(05).
               10  WS-GLX-DR-CR              PIC X(01).
               10  WS-GLX-AMOUNT             PIC S9(09)V99.
               10  WS-GLX-DEBIT-ACCT         PIC 9(08).
               10  WS-GLX-CREDIT-ACCT        PIC 9(08).
               10  WS-GLX-SOURCE             PIC X(03).
               10  WS-GLX-PERIOD             PIC X(06).
               10  WS-GLX-PRIOR-PERIOD       PIC X(01).
               10  WS-GLX-MATCHED            PIC X(01).

      *    TEST GL control records, one per site plus "ALL".
       01  WS-GLC-MAX                       PIC 9(02) VALUE 20.
       01  WS-GLC-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-GLC-IX                        PIC 9(02) VALUE ZERO.
       01  WS-GLC-FOUND-IX                  PIC 9(02) VALUE ZERO.
       01  WS-GLC-TABLE.
           05  WS-GLC-ENTRY OCCURS 20 TIMES.
               10  WS-GLC-SOURCE             PIC X(03).
               10  WS-GLC-RECORD-COUNT       PIC 9(09).
               10  WS-GLC-HASH-TOTAL         PIC S9(11).
               10  WS-GLC-DEBIT-AMOUNT       PIC S9(13)V99.
               10  WS-GLC-CREDIT-AMOUNT      PIC S9(13)V99.
               10  WS-GLC-MATCHED            PIC X(01).

      *    A PRODUCTION GL extract record, unpacked.
       01  WS-PGX-FIELD-1                   PIC S9(05).
       01  WS-PGX-AMOUNT                    PIC S9(09)V99.

      *    Records read and paired, per file.
       01  WS-TEST-ACKS                     PIC 9(09) VALUE ZERO.
       01  WS-PROD-ACKS                     PIC 9(09) VALUE ZERO.
       01  WS-PAIRED-ACKS                   PIC 9(09) VALUE ZERO.
       01  WS-TEST-REJECTS                  PIC 9(09) VALUE ZERO.
       01  WS-PROD-REJECTS                  PIC 9(09) VALUE ZERO.
       01  WS-PAIRED-REJECTS                PIC 9(09) VALUE ZERO.
       01  WS-TEST-GLXS                     PIC 9(09) VALUE ZERO.
       01  WS-PROD-GLXS                     PIC 9(09) VALUE ZERO.
       01  WS-PAIRED-GLXS                   PIC 9(09) VALUE ZERO.
       01  WS-TEST-GLCS                     PIC 9(09) VALUE ZERO.
       01  WS-PROD-GLCS                     PIC 9(09) VALUE ZERO.
       01  WS-PAIRED-GLCS                   PIC 9(09) VALUE ZERO.

      *    Differences by kind.
       01  WS-DIF-ACK-DISPOSITION           PIC 9(09) VALUE ZERO.
       01  WS-DIF-ACK-REASONS               PIC 9(09) VALUE ZERO.
       01  WS-DIF-ACK-TEST-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-ACK-PROD-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-ACK-TRAILER               PIC 9(09) VALUE ZERO.
       01  WS-DIF-REJ-REASON                PIC 9(09) VALUE ZERO.
       01  WS-DIF-REJ-TEST-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-REJ-PROD-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLX-AMOUNT                PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLX-ACCOUNTS              PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLX-PERIOD                PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLX-TEST-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLX-PROD-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLC-TOTALS                PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLC-TEST-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIF-GLC-PROD-ONLY             PIC 9(09) VALUE ZERO.
       01  WS-DIFFERENCES                   PIC 9(09) VALUE ZERO.
       01  WS-KIND-COUNT                    PIC 9(09) VALUE ZERO.
       01  WS-FINAL-RC                      PIC 9(02) VALUE ZERO.

      *    One difference prints as two lines: the kind and key with
      *    the TEST value, then the PRODUCTION value beneath it.
       01  WS-DIFF-LINE.
           05  WS-DFL-KIND                   PIC X(16).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DFL-TYPE                   PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DFL-KEY                    PIC X(11).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-DFL-SIDE                   PIC X(05).
           05  WS-DFL-VALUE                  PIC X(95).
       01  WS-DFL-TEST-VALUE                PIC X(95).
       01  WS-DFL-PROD-VALUE                PIC X(95).

      *    An acknowledgment as printed.
       01  WS-ACK-TEXT.
           05  WS-AKT-DISPOSITION            PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-AKT-REASONS                PIC X(54).

      *    A GL extract record as printed.
       01  WS-GLX-TEXT.
           05  WS-GXT-DR-CR                  PIC X(01).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-GXT-AMOUNT                 PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE " DR ".
           05  WS-GXT-DEBIT-ACCT             PIC 9(08).
           05  FILLER                        PIC X(04) VALUE " CR ".
           05  WS-GXT-CREDIT-ACCT            PIC 9(08).
           05  FILLER                        PIC X(06) VALUE " SITE ".
           05  WS-GXT-SOURCE                 PIC X(03).
           05  FILLER                        PIC X(08) VALUE " PERIOD ".
           05  WS-GXT-PERIOD                 PIC X(06).
           05  FILLER                        PIC X(01) VALUE SPACE.
           05  WS-GXT-PRIOR-PERIOD           PIC X(01).

      *    A GL control record as printed.
       01  WS-GLC-TEXT.
           05  FILLER                        PIC X(06) VALUE "COUNT ".
           05  WS-GCT-COUNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(06) VALUE " HASH ".
           05  WS-GCT-HASH                   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE " DR ".
           05  WS-GCT-DEBIT          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                        PIC X(04) VALUE " CR ".
           05  WS-GCT-CREDIT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-KEY-FIELD-1                   PIC -9(05).

       01  WS-DIFFERENCES-EDIT              PIC ZZZ,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(40).
           05  WS-TOTAL-VALUE                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COMPARE-ACKS
           IF NOT WS-ABORT
               PERFORM 3000-COMPARE-REJECTS
           END-IF
           IF NOT WS-ABORT
               PERFORM 4000-COMPARE-GL-EXTRACTS
           END-IF
           IF NOT WS-ABORT
               PERFORM 5000-COMPARE-GL-CONTROLS
           END-IF
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 7000-TERMINATE
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT COMPARE-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN CMPRRPT, STATUS="
                   WS-RPT-STATUS
           END-IF
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "PARALLEL RUN COMPARISON - TEST VS PRODUCTION - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING "KIND             TY KEY              VALUE"
               DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE ALL "-" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE.

      *****************************************************************
      *  TSTACK VS TRANACK
      *****************************************************************
       2000-COMPARE-ACKS.
           MOVE "Y" TO WS-PAIR-SWITCH
           OPEN INPUT TEST-ACK-FILE
           IF NOT WS-TACK-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN TSTACK, STATUS="
                   WS-TACK-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           OPEN INPUT PROD-ACK-FILE
           IF NOT WS-PACK-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN TRANACK, STATUS="
                   WS-PACK-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           IF WS-PAIR-READABLE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2100-LOAD-TEST-ACK UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               IF NOT WS-ABORT
                   PERFORM 2200-MATCH-PROD-ACK UNTIL WS-EOF
                   PERFORM 2400-REPORT-TEST-ONLY-ACK
                       VARYING WS-ACK-IX FROM 1 BY 1
                       UNTIL WS-ACK-IX > WS-ACK-COUNT
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-TACK-OK OR WS-TACK-STATUS = "10"
               CLOSE TEST-ACK-FILE
           END-IF
           IF WS-PACK-OK OR WS-PACK-STATUS = "10"
               CLOSE PROD-ACK-FILE
           END-IF.

       2100-LOAD-TEST-ACK.
           READ TEST-ACK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF TACK-REC-TYPE = "TR" AND TACK-DISPOSITION NUMERIC
                       SET WS-TEST-TRL-SEEN TO TRUE
                       MOVE TACK-TRL-COUNT TO WS-TEST-TRL-COUNT
                       MOVE TACK-TRL-HASH TO WS-TEST-TRL-HASH
                   ELSE
                       ADD 1 TO WS-TEST-ACKS
                       PERFORM 2110-HOLD-TEST-ACK
                   END-IF
           END-READ.

       2110-HOLD-TEST-ACK.
           IF WS-ACK-COUNT < WS-ACK-MAX
               ADD 1 TO WS-ACK-COUNT
               MOVE TACK-REC-TYPE TO WS-ACK-REC-TYPE (WS-ACK-COUNT)
               MOVE TACK-FIELD-1 TO WS-ACK-FIELD-1 (WS-ACK-COUNT)
               MOVE TACK-DISPOSITION
                   TO WS-ACK-DISPOSITION (WS-ACK-COUNT)
               MOVE TACK-REASONS TO WS-ACK-REASONS (WS-ACK-COUNT)
               MOVE "N" TO WS-ACK-MATCHED (WS-ACK-COUNT)
           ELSE
               DISPLAY "TRANCMPR: MORE THAN " WS-ACK-MAX
                   " ACKNOWLEDGMENTS ON TSTACK"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       2200-MATCH-PROD-ACK.
           READ PROD-ACK-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF PACK-REC-TYPE = "TR" AND PACK-DISPOSITION NUMERIC
                       PERFORM 2300-COMPARE-ACK-TRAILER
                   ELSE
                       ADD 1 TO WS-PROD-ACKS
                       PERFORM 2210-PAIR-ONE-ACK
                   END-IF
           END-READ.

       2210-PAIR-ONE-ACK.
      *    The first TEST acknowledgment of the same key not yet
      *    paired: repeated keys pair up in file order.
           MOVE ZERO TO WS-ACK-FOUND-IX
           PERFORM 2220-MATCH-ONE-ACK
               VARYING WS-ACK-IX FROM 1 BY 1
               UNTIL WS-ACK-IX > WS-ACK-COUNT
                   OR WS-ACK-FOUND-IX > ZERO
           MOVE PACK-REC-TYPE TO WS-DFL-TYPE
           MOVE PACK-FIELD-1 TO WS-DFL-KEY
           MOVE PACK-DISPOSITION TO WS-AKT-DISPOSITION
           MOVE PACK-REASONS TO WS-AKT-REASONS
           MOVE WS-ACK-TEXT TO WS-DFL-PROD-VALUE
           IF WS-ACK-FOUND-IX = ZERO
               ADD 1 TO WS-DIF-ACK-PROD-ONLY
               MOVE "ACK PROD ONLY" TO WS-DFL-KIND
               MOVE "(NONE)" TO WS-DFL-TEST-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           ELSE
               ADD 1 TO WS-PAIRED-ACKS
               MOVE "Y" TO WS-ACK-MATCHED (WS-ACK-FOUND-IX)
               MOVE WS-ACK-DISPOSITION (WS-ACK-FOUND-IX)
                   TO WS-AKT-DISPOSITION
               MOVE WS-ACK-REASONS (WS-ACK-FOUND-IX) TO WS-AKT-REASONS
               MOVE WS-ACK-TEXT TO WS-DFL-TEST-VALUE
               EVALUATE TRUE
                   WHEN WS-ACK-DISPOSITION (WS-ACK-FOUND-IX)
                           NOT = PACK-DISPOSITION
                       ADD 1 TO WS-DIF-ACK-DISPOSITION
                       MOVE "ACK DISPOSITION" TO WS-DFL-KIND
                       PERFORM 8000-WRITE-DIFFERENCE
                   WHEN WS-ACK-REASONS (WS-ACK-FOUND-IX)
                           NOT = PACK-REASONS
                       ADD 1 TO WS-DIF-ACK-REASONS
                       MOVE "ACK REASONS" TO WS-DFL-KIND
                       PERFORM 8000-WRITE-DIFFERENCE
               END-EVALUATE
           END-IF.

       2220-MATCH-ONE-ACK.
           IF WS-ACK-MATCHED (WS-ACK-IX) = "N"
                   AND WS-ACK-REC-TYPE (WS-ACK-IX) = PACK-REC-TYPE
                   AND WS-ACK-FIELD-1 (WS-ACK-IX) = PACK-FIELD-1
               MOVE WS-ACK-IX TO WS-ACK-FOUND-IX
           END-IF.

       2300-COMPARE-ACK-TRAILER.
           IF NOT WS-TEST-TRL-SEEN
                   OR WS-TEST-TRL-COUNT NOT = PACK-TRL-COUNT
                   OR WS-TEST-TRL-HASH NOT = PACK-TRL-HASH
               ADD 1 TO WS-DIF-ACK-TRAILER
               MOVE "ACK TRAILER" TO WS-DFL-KIND
               MOVE "TR" TO WS-DFL-TYPE
               MOVE SPACES TO WS-DFL-KEY
               MOVE SPACES TO WS-DFL-TEST-VALUE
               IF WS-TEST-TRL-SEEN
                   STRING "COUNT " WS-TEST-TRL-COUNT " HASH "
                       WS-TEST-TRL-HASH
                       DELIMITED BY SIZE INTO WS-DFL-TEST-VALUE
               ELSE
                   MOVE "(NONE)" TO WS-DFL-TEST-VALUE
               END-IF
               MOVE SPACES TO WS-DFL-PROD-VALUE
               STRING "COUNT " PACK-TRL-COUNT " HASH " PACK-TRL-HASH
                   DELIMITED BY SIZE INTO WS-DFL-PROD-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           END-IF.

       2400-REPORT-TEST-ONLY-ACK.
           IF WS-ACK-MATCHED (WS-ACK-IX) = "N"
               ADD 1 TO WS-DIF-ACK-TEST-ONLY
               MOVE "ACK TEST ONLY" TO WS-DFL-KIND
               MOVE WS-ACK-REC-TYPE (WS-ACK-IX) TO WS-DFL-TYPE
               MOVE WS-ACK-FIELD-1 (WS-ACK-IX) TO WS-DFL-KEY
               MOVE WS-ACK-DISPOSITION (WS-ACK-IX)
                   TO WS-AKT-DISPOSITION
               MOVE WS-ACK-REASONS (WS-ACK-IX) TO WS-AKT-REASONS
               MOVE WS-ACK-TEXT TO WS-DFL-TEST-VALUE
               MOVE "(NONE)" TO WS-DFL-PROD-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           END-IF.

      *****************************************************************
      *  TSTREJ VS TRANREJ
      *****************************************************************
       3000-COMPARE-REJECTS.
           MOVE "Y" TO WS-PAIR-SWITCH
           OPEN INPUT TEST-REJECT-FILE
           IF NOT WS-TREJ-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN TSTREJ, STATUS="
                   WS-TREJ-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           OPEN INPUT PROD-REJECT-FILE
           IF NOT WS-PREJ-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN TRANREJ, STATUS="
                   WS-PREJ-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           IF WS-PAIR-READABLE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 3100-LOAD-TEST-REJECT UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               IF NOT WS-ABORT
                   PERFORM 3200-MATCH-PROD-REJECT UNTIL WS-EOF
                   PERFORM 3400-REPORT-TEST-ONLY-REJECT
                       VARYING WS-REJ-IX FROM 1 BY 1
                       UNTIL WS-REJ-IX > WS-REJ-COUNT
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-TREJ-OK OR WS-TREJ-STATUS = "10"
               CLOSE TEST-REJECT-FILE
           END-IF
           IF WS-PREJ-OK OR WS-PREJ-STATUS = "10"
               CLOSE PROD-REJECT-FILE
           END-IF.

       3100-LOAD-TEST-REJECT.
           READ TEST-REJECT-FILE INTO WS-REJECT-LINE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-REJECTS
                   PERFORM 3110-HOLD-TEST-REJECT
           END-READ.

       3110-HOLD-TEST-REJECT.
           IF WS-REJ-COUNT < WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT
               MOVE WS-REJECT-AREA TO WS-REJ-AREA (WS-REJ-COUNT)
               MOVE WS-REJECT-REASON TO WS-REJ-REASON (WS-REJ-COUNT)
               MOVE "N" TO WS-REJ-MATCHED (WS-REJ-COUNT)
           ELSE
               DISPLAY "TRANCMPR: MORE THAN " WS-REJ-MAX
                   " REJECT LINES ON TSTREJ"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       3200-MATCH-PROD-REJECT.
           READ PROD-REJECT-FILE INTO WS-REJECT-LINE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROD-REJECTS
                   PERFORM 3210-PAIR-ONE-REJECT
           END-READ.

       3210-PAIR-ONE-REJECT.
           MOVE ZERO TO WS-REJ-FOUND-IX
           PERFORM 3220-MATCH-ONE-REJECT
               VARYING WS-REJ-IX FROM 1 BY 1
               UNTIL WS-REJ-IX > WS-REJ-COUNT
                   OR WS-REJ-FOUND-IX > ZERO
           MOVE WS-REJECT-AREA (1:2) TO WS-DFL-TYPE
           MOVE WS-REJECT-AREA (3:5) TO WS-DFL-KEY
           MOVE WS-REJECT-REASON TO WS-DFL-PROD-VALUE
           IF WS-REJ-FOUND-IX = ZERO
               ADD 1 TO WS-DIF-REJ-PROD-ONLY
               MOVE "REJECT PROD ONLY" TO WS-DFL-KIND
               MOVE "(NOT REJECTED)" TO WS-DFL-TEST-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           ELSE
               ADD 1 TO WS-PAIRED-REJECTS
               MOVE "Y" TO WS-REJ-MATCHED (WS-REJ-FOUND-IX)
               IF WS-REJ-REASON (WS-REJ-FOUND-IX)
                       NOT = WS-REJECT-REASON
                   ADD 1 TO WS-DIF-REJ-REASON
                   MOVE "REJECT REASON" TO WS-DFL-KIND
                   MOVE WS-REJ-REASON (WS-REJ-FOUND-IX)
                       TO WS-DFL-TEST-VALUE
                   PERFORM 8000-WRITE-DIFFERENCE
               END-IF
           END-IF.

       3220-MATCH-ONE-REJECT.
           IF WS-REJ-MATCHED (WS-REJ-IX) = "N"
                   AND WS-REJ-AREA (WS-REJ-IX) = WS-REJECT-AREA
               MOVE WS-REJ-IX TO WS-REJ-FOUND-IX
           END-IF.

       3400-REPORT-TEST-ONLY-REJECT.
           IF WS-REJ-MATCHED (WS-REJ-IX) = "N"
               ADD 1 TO WS-DIF-REJ-TEST-ONLY
               MOVE "REJECT TEST ONLY" TO WS-DFL-KIND
               MOVE WS-REJ-AREA (WS-REJ-IX) (1:2) TO WS-DFL-TYPE
               MOVE WS-REJ-AREA (WS-REJ-IX) (3:5) TO WS-DFL-KEY
               MOVE WS-REJ-REASON (WS-REJ-IX) TO WS-DFL-TEST-VALUE
               MOVE "(NOT REJECTED)" TO WS-DFL-PROD-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           END-IF.

      *****************************************************************
      *  TSTGLX VS GLEXTR
      *****************************************************************
       4000-COMPARE-GL-EXTRACTS.
           MOVE "Y" TO WS-PAIR-SWITCH
           OPEN INPUT TEST-GLX-FILE
           IF NOT WS-TGLX-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN TSTGLX, STATUS="
                   WS-TGLX-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           OPEN INPUT PROD-GLX-FILE
           IF NOT WS-PGLX-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN GLEXTR, STATUS="
                   WS-PGLX-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           IF WS-PAIR-READABLE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4100-LOAD-TEST-GLX UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               IF NOT WS-ABORT
                   PERFORM 4200-MATCH-PROD-GLX UNTIL WS-EOF
                   PERFORM 4400-REPORT-TEST-ONLY-GLX
                       VARYING WS-GLX-IX FROM 1 BY 1
                       UNTIL WS-GLX-IX > WS-GLX-COUNT
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-TGLX-OK OR WS-TGLX-STATUS = "10"
               CLOSE TEST-GLX-FILE
           END-IF
           IF WS-PGLX-OK OR WS-PGLX-STATUS = "10"
               CLOSE PROD-GLX-FILE
           END-IF.

       4100-LOAD-TEST-GLX.
           READ TEST-GLX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-GLXS
                   PERFORM 4110-HOLD-TEST-GLX
           END-READ.

       4110-HOLD-TEST-GLX.
           IF WS-GLX-COUNT < WS-GLX-MAX
               ADD 1 TO WS-GLX-COUNT
               MOVE TGLX-REC-TYPE TO WS-GLX-REC-TYPE (WS-GLX-COUNT)
               MOVE TGLX-FIELD-1 TO WS-GLX-FIELD-1 (WS-GLX-COUNT)
               MOVE TGLX-DR-CR TO WS-GLX-DR-CR (WS-GLX-COUNT)
               MOVE TGLX-AMOUNT TO WS-GLX-AMOUNT (WS-GLX-COUNT)
               MOVE TGLX-DEBIT-ACCT
                   TO WS-GLX-DEBIT-ACCT (WS-GLX-COUNT)
               MOVE TGLX-CREDIT-ACCT
                   TO WS-GLX-CREDIT-ACCT (WS-GLX-COUNT)
               MOVE TGLX-SOURCE TO WS-GLX-SOURCE (WS-GLX-COUNT)
               MOVE TGLX-PERIOD TO WS-GLX-PERIOD (WS-GLX-COUNT)
               MOVE TGLX-PRIOR-PERIOD
                   TO WS-GLX-PRIOR-PERIOD (WS-GLX-COUNT)
               MOVE "N" TO WS-GLX-MATCHED (WS-GLX-COUNT)
           ELSE
               DISPLAY "TRANCMPR: MORE THAN " WS-GLX-MAX
                   " RECORDS ON TSTGLX"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       4200-MATCH-PROD-GLX.
           READ PROD-GLX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROD-GLXS
                   PERFORM 4210-PAIR-ONE-GLX
           END-READ.

       4210-PAIR-ONE-GLX.
      *    A pair can differ in more than one way; each way is
      *    counted under its own kind and printed on its own.
           MOVE PGLX-FIELD-1 TO WS-PGX-FIELD-1
           MOVE PGLX-AMOUNT TO WS-PGX-AMOUNT
           MOVE ZERO TO WS-GLX-FOUND-IX
           PERFORM 4220-MATCH-ONE-GLX
               VARYING WS-GLX-IX FROM 1 BY 1
               UNTIL WS-GLX-IX > WS-GLX-COUNT
                   OR WS-GLX-FOUND-IX > ZERO
           MOVE PGLX-REC-TYPE TO WS-DFL-TYPE
           MOVE WS-PGX-FIELD-1 TO WS-KEY-FIELD-1
           MOVE WS-KEY-FIELD-1 TO WS-DFL-KEY
           MOVE PGLX-DR-CR TO WS-GXT-DR-CR
           MOVE WS-PGX-AMOUNT TO WS-GXT-AMOUNT
           MOVE PGLX-DEBIT-ACCT TO WS-GXT-DEBIT-ACCT
           MOVE PGLX-CREDIT-ACCT TO WS-GXT-CREDIT-ACCT
           MOVE PGLX-SOURCE TO WS-GXT-SOURCE
           MOVE PGLX-PERIOD TO WS-GXT-PERIOD
           MOVE PGLX-PRIOR-PERIOD TO WS-GXT-PRIOR-PERIOD
           MOVE WS-GLX-TEXT TO WS-DFL-PROD-VALUE
           IF WS-GLX-FOUND-IX = ZERO
               ADD 1 TO WS-DIF-GLX-PROD-ONLY
               MOVE "GL PROD ONLY" TO WS-DFL-KIND
               MOVE "(NONE)" TO WS-DFL-TEST-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           ELSE
               ADD 1 TO WS-PAIRED-GLXS
               MOVE "Y" TO WS-GLX-MATCHED (WS-GLX-FOUND-IX)
               MOVE WS-GLX-FOUND-IX TO WS-GLX-IX
               PERFORM 4300-FORMAT-TEST-GLX
               IF WS-GLX-AMOUNT (WS-GLX-FOUND-IX) NOT = WS-PGX-AMOUNT
                       OR WS-GLX-DR-CR (WS-GLX-FOUND-IX)
                           NOT = PGLX-DR-CR
                   ADD 1 TO WS-DIF-GLX-AMOUNT
                   MOVE "GL AMOUNT" TO WS-DFL-KIND
                   PERFORM 8000-WRITE-DIFFERENCE
               END-IF
               IF WS-GLX-DEBIT-ACCT (WS-GLX-FOUND-IX)
                           NOT = PGLX-DEBIT-ACCT
                       OR WS-GLX-CREDIT-ACCT (WS-GLX-FOUND-IX)
                           NOT = PGLX-CREDIT-ACCT
                   ADD 1 TO WS-DIF-GLX-ACCOUNTS
                   MOVE "GL ACCOUNTS" TO WS-DFL-KIND
                   PERFORM 8000-WRITE-DIFFERENCE
               END-IF
               IF WS-GLX-PERIOD (WS-GLX-FOUND-IX) NOT = PGLX-PERIOD
                       OR WS-GLX-PRIOR-PERIOD (WS-GLX-FOUND-IX)
                           NOT = PGLX-PRIOR-PERIOD
                       OR WS-GLX-SOURCE (WS-GLX-FOUND-IX)
                           NOT = PGLX-SOURCE
                   ADD 1 TO WS-DIF-GLX-PERIOD
                   MOVE "GL PERIOD/SITE" TO WS-DFL-KIND
                   PERFORM 8000-WRITE-DIFFERENCE
               END-IF
           END-IF.

       4220-MATCH-ONE-GLX.
           IF WS-GLX-MATCHED (WS-GLX-IX) = "N"
                   AND WS-GLX-REC-TYPE (WS-GLX-IX) = PGLX-REC-TYPE
                   AND WS-GLX-FIELD-1 (WS-GLX-IX) = WS-PGX-FIELD-1
               MOVE WS-GLX-IX TO WS-GLX-FOUND-IX
           END-IF.

       4300-FORMAT-TEST-GLX.
           MOVE WS-GLX-DR-CR (WS-GLX-IX) TO WS-GXT-DR-CR
           MOVE WS-GLX-AMOUNT (WS-GLX-IX) TO WS-GXT-AMOUNT
           MOVE WS-GLX-DEBIT-ACCT (WS-GLX-IX) TO WS-GXT-DEBIT-ACCT
           MOVE WS-GLX-CREDIT-ACCT (WS-GLX-IX) TO WS-GXT-CREDIT-ACCT
           MOVE WS-GLX-SOURCE (WS-GLX-IX) TO WS-GXT-SOURCE
           MOVE WS-GLX-PERIOD (WS-GLX-IX) TO WS-GXT-PERIOD
           MOVE WS-GLX-PRIOR-PERIOD (WS-GLX-IX) TO WS-GXT-PRIOR-PERIOD
           MOVE WS-GLX-TEXT TO WS-DFL-TEST-VALUE.

       4400-REPORT-TEST-ONLY-GLX.
           IF WS-GLX-MATCHED (WS-GLX-IX) = "N"
               ADD 1 TO WS-DIF-GLX-TEST-ONLY
               MOVE "GL TEST ONLY" TO WS-DFL-KIND
               MOVE WS-GLX-REC-TYPE (WS-GLX-IX) TO WS-DFL-TYPE
               MOVE WS-GLX-FIELD-1 (WS-GLX-IX) TO WS-KEY-FIELD-1
               MOVE WS-KEY-FIELD-1 TO WS-DFL-KEY
               PERFORM 4300-FORMAT-TEST-GLX
               MOVE "(NONE)" TO WS-DFL-PROD-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           END-IF.

      *****************************************************************
      *  TSTGLC VS GLCTL
      *****************************************************************
       5000-COMPARE-GL-CONTROLS.
           MOVE "Y" TO WS-PAIR-SWITCH
           OPEN INPUT TEST-GLC-FILE
           IF NOT WS-TGLC-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN TSTGLC, STATUS="
                   WS-TGLC-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           OPEN INPUT PROD-GLC-FILE
           IF NOT WS-PGLC-OK
               DISPLAY "TRANCMPR: UNABLE TO OPEN GLCTL, STATUS="
                   WS-PGLC-STATUS
               PERFORM 8100-PAIR-NOT-READABLE
           END-IF
           IF WS-PAIR-READABLE
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 5100-LOAD-TEST-GLC UNTIL WS-EOF
               MOVE "N" TO WS-EOF-SWITCH
               IF NOT WS-ABORT
                   PERFORM 5200-MATCH-PROD-GLC UNTIL WS-EOF
                   PERFORM 5400-REPORT-TEST-ONLY-GLC
                       VARYING WS-GLC-IX FROM 1 BY 1
                       UNTIL WS-GLC-IX > WS-GLC-COUNT
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-TGLC-OK OR WS-TGLC-STATUS = "10"
               CLOSE TEST-GLC-FILE
           END-IF
           IF WS-PGLC-OK OR WS-PGLC-STATUS = "10"
               CLOSE PROD-GLC-FILE
           END-IF.

       5100-LOAD-TEST-GLC.
           READ TEST-GLC-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TEST-GLCS
                   PERFORM 5110-HOLD-TEST-GLC
           END-READ.

       5110-HOLD-TEST-GLC.
           IF WS-GLC-COUNT < WS-GLC-MAX
               ADD 1 TO WS-GLC-COUNT
               MOVE TGLC-SOURCE TO WS-GLC-SOURCE (WS-GLC-COUNT)
               MOVE TGLC-RECORD-COUNT
                   TO WS-GLC-RECORD-COUNT (WS-GLC-COUNT)
               MOVE TGLC-HASH-TOTAL TO WS-GLC-HASH-TOTAL (WS-GLC-COUNT)
               MOVE TGLC-DEBIT-AMOUNT
                   TO WS-GLC-DEBIT-AMOUNT (WS-GLC-COUNT)
               MOVE TGLC-CREDIT-AMOUNT
                   TO WS-GLC-CREDIT-AMOUNT (WS-GLC-COUNT)
               MOVE "N" TO WS-GLC-MATCHED (WS-GLC-COUNT)
           ELSE
               DISPLAY "TRANCMPR: MORE THAN " WS-GLC-MAX
                   " RECORDS ON TSTGLC"
               SET WS-ABORT TO TRUE
               SET WS-EOF TO TRUE
           END-IF.

       5200-MATCH-PROD-GLC.
           READ PROD-GLC-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROD-GLCS
                   PERFORM 5210-PAIR-ONE-GLC
           END-READ.

       5210-PAIR-ONE-GLC.
           MOVE ZERO TO WS-GLC-FOUND-IX
           PERFORM 5220-MATCH-ONE-GLC
               VARYING WS-GLC-IX FROM 1 BY 1
               UNTIL WS-GLC-IX > WS-GLC-COUNT
                   OR WS-GLC-FOUND-IX > ZERO
           MOVE SPACES TO WS-DFL-TYPE
           MOVE PGLC-SOURCE TO WS-DFL-KEY
           MOVE PGLC-RECORD-COUNT TO WS-GCT-COUNT
           MOVE PGLC-HASH-TOTAL TO WS-GCT-HASH
           MOVE PGLC-DEBIT-AMOUNT TO WS-GCT-DEBIT
           MOVE PGLC-CREDIT-AMOUNT TO WS-GCT-CREDIT
           MOVE WS-GLC-TEXT TO WS-DFL-PROD-VALUE
           IF WS-GLC-FOUND-IX = ZERO
               ADD 1 TO WS-DIF-GLC-PROD-ONLY
               MOVE "GLCTL PROD ONLY" TO WS-DFL-KIND
               MOVE "(NONE)" TO WS-DFL-TEST-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           ELSE
               ADD 1 TO WS-PAIRED-GLCS
               MOVE "Y" TO WS-GLC-MATCHED (WS-GLC-FOUND-IX)
               MOVE WS-GLC-FOUND-IX TO WS-GLC-IX
               PERFORM 5300-FORMAT-TEST-GLC
               IF WS-GLC-RECORD-COUNT (WS-GLC-FOUND-IX)
                           NOT = PGLC-RECORD-COUNT
                       OR WS-GLC-HASH-TOTAL (WS-GLC-FOUND-IX)
                           NOT = PGLC-HASH-TOTAL
                       OR WS-GLC-DEBIT-AMOUNT (WS-GLC-FOUND-IX)
                           NOT = PGLC-DEBIT-AMOUNT
                       OR WS-GLC-CREDIT-AMOUNT (WS-GLC-FOUND-IX)
                           NOT = PGLC-CREDIT-AMOUNT
                   ADD 1 TO WS-DIF-GLC-TOTALS
                   MOVE "GLCTL TOTALS" TO WS-DFL-KIND
                   PERFORM 8000-WRITE-DIFFERENCE
               END-IF
           END-IF.

       5220-MATCH-ONE-GLC.
           IF WS-GLC-MATCHED (WS-GLC-IX) = "N"
                   AND WS-GLC-SOURCE (WS-GLC-IX) = PGLC-SOURCE
               MOVE WS-GLC-IX TO WS-GLC-FOUND-IX
           END-IF.

       5300-FORMAT-TEST-GLC.
           MOVE WS-GLC-RECORD-COUNT (WS-GLC-IX) TO WS-GCT-COUNT
           MOVE WS-GLC-HASH-TOTAL (WS-GLC-IX) TO WS-GCT-HASH
           MOVE WS-GLC-DEBIT-AMOUNT (WS-GLC-IX) TO WS-GCT-DEBIT
           MOVE WS-GLC-CREDIT-AMOUNT (WS-GLC-IX) TO WS-GCT-CREDIT
           MOVE WS-GLC-TEXT TO WS-DFL-TEST-VALUE.

       5400-REPORT-TEST-ONLY-GLC.
           IF WS-GLC-MATCHED (WS-GLC-IX) = "N"
               ADD 1 TO WS-DIF-GLC-TEST-ONLY
               MOVE "GLCTL TEST ONLY" TO WS-DFL-KIND
               MOVE SPACES TO WS-DFL-TYPE
               MOVE WS-GLC-SOURCE (WS-GLC-IX) TO WS-DFL-KEY
               PERFORM 5300-FORMAT-TEST-GLC
               MOVE "(NONE)" TO WS-DFL-PROD-VALUE
               PERFORM 8000-WRITE-DIFFERENCE
           END-IF.

      *****************************************************************
      *  SUMMARY OF DIFFERENCES BY KIND
      *****************************************************************
       6000-WRITE-SUMMARY.
           MOVE ALL "-" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "ACKNOWLEDGMENTS ON TSTACK" TO WS-TOTAL-LABEL
           MOVE WS-TEST-ACKS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "ACKNOWLEDGMENTS ON TRANACK" TO WS-TOTAL-LABEL
           MOVE WS-PROD-ACKS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "ACKNOWLEDGMENTS PAIRED" TO WS-TOTAL-LABEL
           MOVE WS-PAIRED-ACKS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  DISPOSITION DIFFERS" TO WS-TOTAL-LABEL
           MOVE WS-DIF-ACK-DISPOSITION TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  REASON CODES DIFFER" TO WS-TOTAL-LABEL
           MOVE WS-DIF-ACK-REASONS TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  IN TEST ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-ACK-TEST-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  IN PRODUCTION ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-ACK-PROD-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  TRAILER DIFFERS" TO WS-TOTAL-LABEL
           MOVE WS-DIF-ACK-TRAILER TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "REJECT LINES ON TSTREJ" TO WS-TOTAL-LABEL
           MOVE WS-TEST-REJECTS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "REJECT LINES ON TRANREJ" TO WS-TOTAL-LABEL
           MOVE WS-PROD-REJECTS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "REJECT LINES PAIRED" TO WS-TOTAL-LABEL
           MOVE WS-PAIRED-REJECTS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  REJECT REASON DIFFERS" TO WS-TOTAL-LABEL
           MOVE WS-DIF-REJ-REASON TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  REJECTED IN TEST ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-REJ-TEST-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  REJECTED IN PRODUCTION ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-REJ-PROD-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "GL EXTRACT RECORDS ON TSTGLX" TO WS-TOTAL-LABEL
           MOVE WS-TEST-GLXS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GL EXTRACT RECORDS ON GLEXTR" TO WS-TOTAL-LABEL
           MOVE WS-PROD-GLXS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GL EXTRACT RECORDS PAIRED" TO WS-TOTAL-LABEL
           MOVE WS-PAIRED-GLXS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  AMOUNT OR DEBIT/CREDIT DIFFERS" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLX-AMOUNT TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  GL ACCOUNTS DIFFER" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLX-ACCOUNTS TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  PERIOD, PRIOR FLAG OR SITE DIFFERS"
               TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLX-PERIOD TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  IN TEST ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLX-TEST-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  IN PRODUCTION ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLX-PROD-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "GL CONTROL RECORDS ON TSTGLC" TO WS-TOTAL-LABEL
           MOVE WS-TEST-GLCS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GL CONTROL RECORDS ON GLCTL" TO WS-TOTAL-LABEL
           MOVE WS-PROD-GLCS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "GL CONTROL RECORDS PAIRED" TO WS-TOTAL-LABEL
           MOVE WS-PAIRED-GLCS TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE
           MOVE "  CONTROL TOTALS DIFFER" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLC-TOTALS TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  SITE IN TEST ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLC-TEST-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE "  SITE IN PRODUCTION ONLY" TO WS-TOTAL-LABEL
           MOVE WS-DIF-GLC-PROD-ONLY TO WS-KIND-COUNT
           PERFORM 6200-WRITE-KIND-LINE
           MOVE ALL "-" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE 16 TO WS-FINAL-RC
                   MOVE "WORKING TABLE FULL - COMPARISON INCOMPLETE"
                       TO COMPARE-REPORT-LINE
               WHEN WS-FILE-ERROR
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "AN OUTPUT COULD NOT BE READ - NOT SIGNED OFF"
                       TO COMPARE-REPORT-LINE
               WHEN WS-DIFFERENCES > ZERO
                   MOVE 4 TO WS-FINAL-RC
                   MOVE WS-DIFFERENCES TO WS-DIFFERENCES-EDIT
                   STRING WS-DIFFERENCES-EDIT
                       " DIFFERENCE(S) BETWEEN "
                       "TEST AND PRODUCTION"
                       DELIMITED BY SIZE INTO COMPARE-REPORT-LINE
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "TEST AND PRODUCTION OUTPUTS AGREE"
                       TO COMPARE-REPORT-LINE
           END-EVALUATE
           WRITE COMPARE-REPORT-LINE
           DISPLAY "TRANCMPR: " COMPARE-REPORT-LINE (1:60).

       6100-WRITE-TOTAL-LINE.
           MOVE SPACES TO COMPARE-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE.

       6200-WRITE-KIND-LINE.
           ADD WS-KIND-COUNT TO WS-DIFFERENCES
           MOVE WS-KIND-COUNT TO WS-TOTAL-VALUE
           PERFORM 6100-WRITE-TOTAL-LINE.

       7000-TERMINATE.
           CLOSE COMPARE-REPORT.

       8000-WRITE-DIFFERENCE.
           MOVE "TEST " TO WS-DFL-SIDE
           MOVE WS-DFL-TEST-VALUE TO WS-DFL-VALUE
           MOVE SPACES TO COMPARE-REPORT-LINE
           MOVE WS-DIFF-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           MOVE "PROD " TO COMPARE-REPORT-LINE (33:5)
           MOVE WS-DFL-PROD-VALUE TO COMPARE-REPORT-LINE (38:95)
           WRITE COMPARE-REPORT-LINE.

       8100-PAIR-NOT-READABLE.
           SET WS-FILE-ERROR TO TRUE
           MOVE "N" TO WS-PAIR-SWITCH.
