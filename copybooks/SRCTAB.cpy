      *  history break out by source from the same figures the
      *  balancing used. Copied into WORKING-STORAGE by TRANEDIT and
      *  into LINKAGE by TRANRPT, so no VALUE clauses here - TRANEDIT
      *  zeroes the count at initialize. WS-SRC-CYCLE-NO is the cycle
      *  number on the site's own batch header (the run's cycle when
      *  the site sent none), so each site's figures are filed under
      *  the cycle they belong to.
      *****************************************************************
       01  WS-SRC-COUNT                      PIC 9(02).
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 5 TIMES.
               10  WS-SRC-CODE               PIC X(03).
               10  WS-SRC-CYCLE-NO           PIC 9(04).
               10  WS-SRC-READ               PIC 9(09).
               10  WS-SRC-PASSED             PIC 9(09).
               10  WS-SRC-REJECTED           PIC 9(09).
