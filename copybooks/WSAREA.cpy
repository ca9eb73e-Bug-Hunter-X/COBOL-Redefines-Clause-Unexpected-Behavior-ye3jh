      *    reversal (it falls inside WS-AREA-2R's trailing FILLER),
      *    so WS-SOURCE-CODE is readable through this layout no
      *    matter which type is in the buffer.
      *    "MJE" is reserved for manual journal entries accounting
      *    keys through TRANJRNL; no capture site is given it.
       01  WS-AREA-2 REDEFINES WS-AREA-1.
           05  WS-REC-TYPE                   PIC X(02).
           05  WS-FIELD-1                    PIC 9(05).
               88  WS-AMOUNT-CREDIT          VALUE "C".
           05  WS-AMOUNT                     PIC 9(09)V99.
           05  WS-SOURCE-CODE                PIC X(03).
               88  WS-MANUAL-SOURCE          VALUE "MJE".
           05  WS-FIELD-2                    PIC X(78).

      *    Type 02's WS-REC-TYPE/WS-FIELD-1/amount/source are read
           05  WS-HDR-RUN-DATE               PIC X(08).
           05  WS-HDR-CYCLE-NO               PIC 9(04).
           05  WS-HDR-SOURCE-CODE            PIC X(03).
               88  WS-HDR-MANUAL-SOURCE      VALUE "MJE".
           05  FILLER                        PIC X(83).

      *    Batch trailer the capture system can place after the detail
           05  WS-TRL-HASH-TOTAL             PIC 9(11).
           05  WS-TRL-AMOUNT-TOTAL           PIC 9(13)V99.
           05  WS-TRL-SOURCE-CODE            PIC X(03).
               88  WS-TRL-MANUAL-SOURCE      VALUE "MJE".
           05  FILLER                        PIC X(60).
