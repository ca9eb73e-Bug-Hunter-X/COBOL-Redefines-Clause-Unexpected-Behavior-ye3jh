      *****************************************************************
      *  SITEEXC.cpy
      *  Capture-site registry exceptions found by the nightly edit:
      *  one entry per site and kind - an expected site that sent no
      *  header, a site whose volume fell outside its registered
      *  range, or a site whose batch was turned away because the
      *  registry does not know it or has it inactive, or a site
      *  whose header failed cycle sequence control. TRANEDIT
      *  builds the table against SITEREG and hands it to TRANRPT
      *  whole, so the control report names every site the night
      *  did not go to plan for. Copied into WORKING-STORAGE by
      *  TRANEDIT and into LINKAGE by TRANRPT, so no VALUE clauses
      *  here - TRANEDIT zeroes the count at initialize.
      *
      *  WS-SXC-KIND "M" - expected this cycle, no header received.
      *  WS-SXC-KIND "L" - day's volume below the registered minimum.
      *  WS-SXC-KIND "H" - day's volume above the registered maximum.
      *  WS-SXC-KIND "U" - site not on the registry; batch rejected.
      *  WS-SXC-KIND "I" - site inactive on the registry; batch
      *                    rejected.
      *  WS-SXC-KIND "R" - cycle already processed (replayed
      *                    transmission); whole file refused.
      *  WS-SXC-KIND "G" - cycle skips one or more cycles not yet
      *                    received; whole file refused.
      *  WS-SXC-KIND "O" - cycle for a run date older than the last
      *                    one processed for the site, or no usable
      *                    cycle number; whole file refused.
      *  For R/G/O the cycle received, the cycle expected next and
      *  the run date of the last cycle processed are carried in
      *  the cycle fields; they are zero/spaces for the other kinds.
      *****************************************************************
       01  WS-SXC-COUNT                      PIC 9(02).
       01  WS-SXC-TABLE.
           05  WS-SXC-ENTRY OCCURS 20 TIMES.
               10  WS-SXC-CODE               PIC X(03).
               10  WS-SXC-KIND               PIC X(01).
                   88  WS-SXC-MISSING        VALUE "M".
                   88  WS-SXC-LOW            VALUE "L".
                   88  WS-SXC-HIGH           VALUE "H".
                   88  WS-SXC-UNREGISTERED   VALUE "U".
                   88  WS-SXC-INACTIVE       VALUE "I".
                   88  WS-SXC-REPLAYED       VALUE "R".
                   88  WS-SXC-GAP            VALUE "G".
                   88  WS-SXC-OUT-OF-SEQ     VALUE "O".
                   88  WS-SXC-SEQUENCE       VALUE "R" "G" "O".
               10  WS-SXC-VOLUME             PIC 9(09).
               10  WS-SXC-MIN-VOLUME         PIC 9(07).
               10  WS-SXC-MAX-VOLUME         PIC 9(07).
               10  WS-SXC-CYCLE              PIC 9(04).
               10  WS-SXC-EXPECT-CYCLE       PIC 9(04).
               10  WS-SXC-LAST-DATE          PIC X(08).
