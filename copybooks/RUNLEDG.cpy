      *  the required order and completion codes. The note field
      *  carries whatever one word matters for the entry: the run
      *  mode, the TRANARCH function, or GLRECON's GO/NOGO verdict.
      *  TRANBACK adds a BKOUT entry between its START and END when
      *  it backs a run out, its note naming the run date, cycle and
      *  source taken out.
      *****************************************************************
       01  WS-LEDGER-LINE.
           05  WS-LED-TIMESTAMP              PIC X(21).
           05  WS-LED-EVENT                  PIC X(05).
               88  WS-LED-START              VALUE "START".
               88  WS-LED-END                VALUE "END".
               88  WS-LED-BACKOUT            VALUE "BKOUT".
           05  FILLER                        PIC X(01).
           05  WS-LED-RETURN-CODE            PIC 9(02).
           05  FILLER                        PIC X(01).
