      *    Per-program pairing of STARTs against ENDs, plus the
      *    timestamps and codes the sequence rules need. One entry
      *    per distinct program name seen on the ledger.
       01  WS-PGM-MAX                       PIC 9(02) VALUE 20.
       01  WS-PGM-COUNT                     PIC 9(02) VALUE ZERO.
       01  WS-PGM-IX                        PIC 9(02) VALUE ZERO.
       01  WS-PGM-CUR                       PIC 9(02) VALUE ZERO.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 20 TIMES.
               10  WS-PGM-NAME               PIC X(08).
               10  WS-PGM-STARTS             PIC 9(03).
               10  WS-PGM-ENDS               PIC 9(03).
       2100-TALLY-ENTRY.
           PERFORM 2200-FIND-PROGRAM-ENTRY
           IF WS-PGM-CUR > ZERO
      *        A BKOUT entry sits between TRANBACK's START and END
      *        and pairs with neither.
               IF WS-LED-START
                   ADD 1 TO WS-PGM-STARTS (WS-PGM-CUR)
               ELSE
                   IF NOT WS-LED-BACKOUT
                       ADD 1 TO WS-PGM-ENDS (WS-PGM-CUR)
                       MOVE WS-LED-TIMESTAMP
                           TO WS-PGM-LAST-END-TIME (WS-PGM-CUR)
                       IF WS-LED-RETURN-CODE NUMERIC
                           MOVE WS-LED-RETURN-CODE
                               TO WS-PGM-LAST-END-RC (WS-PGM-CUR)
                       END-IF
                       MOVE WS-LED-NOTE
                           TO WS-PGM-LAST-END-NOTE (WS-PGM-CUR)
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-LED-PROGRAM
