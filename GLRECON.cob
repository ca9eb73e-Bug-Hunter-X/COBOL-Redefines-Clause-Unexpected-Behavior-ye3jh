      *  NOGO - a short extract, a torn write from an abend, or
      *  yesterday's file left on the pack stops here, loudly, not in
      *  the ledger days later.
      *  TRANEDIT runs several cycles a day and cuts GLEXTR and GLCTL
      *  afresh for each, so this program proves one cycle at a time;
      *  the cycle comes from the "ALL" control record and is carried
      *  on the report heading and the GLOKFLAG verdict.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
      *    Same layout TRANEDIT writes in 2600-WRITE-GL-EXTRACT.
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

      *    One record per capture site plus the "ALL" grand totals,
      *    as TRANEDIT cuts them in 3150-WRITE-GL-CONTROL. The cycle
      *    is the run's on the "ALL" record and the site's own on a
      *    site record.
       FD  GL-CONTROL-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  GL-CONTROL-RECORD.
           05  GLC-RUN-DATE                  PIC X(08).
           05  GLC-SOURCE                    PIC X(03).
           05  GLC-HASH-TOTAL                PIC S9(11).
           05  GLC-DEBIT-AMOUNT              PIC S9(13)V99.
           05  GLC-CREDIT-AMOUNT             PIC S9(13)V99.
           05  GLC-CYCLE-NO                  PIC 9(04).

       FD  OK-FLAG-FILE
           RECORD CONTAINS 80 CHARACTERS.
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-DATE                      PIC X(08).
       01  WS-RUN-CYCLE                     PIC 9(04) VALUE ZERO.

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-RECORDS-READ                  PIC 9(09) VALUE ZERO.
       01  WS-BAD-RECORDS                   PIC 9(09) VALUE ZERO.
      *    Entries carried out of a closed accounting period into
      *    the open one - shown so the GL desk knows they are there,
      *    not a balancing failure.
       01  WS-PRIOR-PERIOD-RECORDS          PIC 9(09) VALUE ZERO.
       01  WS-HASH-TOTAL                    PIC S9(11) VALUE ZERO.
       01  WS-DEBIT-AMOUNT-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-CREDIT-AMOUNT-TOTAL           PIC S9(13)V99 VALUE ZERO.
                           TO WS-CTL-DEBIT-AMT (WS-CTL-COUNT)
                       MOVE GLC-CREDIT-AMOUNT
                           TO WS-CTL-CREDIT-AMT (WS-CTL-COUNT)
                       IF GLC-SOURCE = "ALL" AND GLC-CYCLE-NO NUMERIC
                           MOVE GLC-CYCLE-NO TO WS-RUN-CYCLE
                       END-IF
                   ELSE
                       DISPLAY "GLRECON: MORE GLCTL RECORDS THAN "
                           WS-CTL-MAX " - FILE REFUSED"
               PERFORM 2400-ACCUMULATE-BY-ACCOUNT
               MOVE GLX-SOURCE TO WS-SRC-WANT-CODE
               PERFORM 2600-ACCUMULATE-BY-SOURCE
               IF GLX-PRIOR-PERIOD = "P"
                   ADD 1 TO WS-PRIOR-PERIOD-RECORDS
               END-IF
           ELSE
      *        Unpackable COMP-3 means the extract is damaged - say
      *        which record and refuse the file.
       3100-WRITE-REPORT-BODY.
           MOVE SPACES TO RECON-REPORT-LINE
           STRING "GL EXTRACT RECONCILIATION - RUN DATE " WS-RUN-DATE
               " CYCLE " WS-RUN-CYCLE
               DELIMITED BY SIZE INTO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE ALL "-" TO RECON-REPORT-LINE
           MOVE "UNPACKABLE RECORDS" TO WS-DETAIL-LABEL
           MOVE WS-BAD-RECORDS TO WS-DETAIL-VALUE
           PERFORM 3300-WRITE-DETAIL-LINE
           MOVE "PRIOR-PERIOD ENTRIES" TO WS-DETAIL-LABEL
           MOVE WS-PRIOR-PERIOD-RECORDS TO WS-DETAIL-VALUE
           PERFORM 3300-WRITE-DETAIL-LINE
           IF WS-CONTROL-PRESENT
               MOVE ZERO TO WS-CTL-IX
               PERFORM 3280-WRITE-CONTROL-LINES
           IF WS-FLAG-OK
               MOVE SPACES TO OK-FLAG-RECORD
               IF WS-EXTRACT-BALANCED
                   STRING "GO   " WS-RUN-DATE " " WS-RUN-CYCLE
                       DELIMITED BY SIZE INTO OK-FLAG-RECORD
               ELSE
                   STRING "NOGO " WS-RUN-DATE " " WS-RUN-CYCLE
                       DELIMITED BY SIZE INTO OK-FLAG-RECORD
               END-IF
               WRITE OK-FLAG-RECORD
