               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.

      *    Aged-off master generations: the full master posting, so
      *    a RETRIEVE can bring a prior year's postings back whole.
      *    The -OUT side also serves RETRMST.
           SELECT GEN-MST-IN ASSIGN DYNAMIC WS-DD-MST-IN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-IN-STATUS.
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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
               10  HIST-CHECK-VALUE          PIC 9(08).
           05  HIST-ACCEPT-DATE              PIC X(08).

      *    The master posting laid out field by field, 144 bytes; the
      *    run date comes third so retrieval can filter a generation
      *    by day. Generations cut before the period fields were
      *    added are 116 bytes and read back with the period fields
      *    blank; those cut before the cycle number was added are
      *    129 bytes and read back with the cycle blank; those cut
      *    before the reversal night was kept are 133 bytes and read
      *    back with it blank. The cycle sits at the end, not beside
      *    the run date as it does in MST-KEY, so the older
      *    generations keep their meaning.
       FD  GEN-MST-IN
           RECORD CONTAINS 144 CHARACTERS.
       01  GEN-MST-IN-RECORD.
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

       FD  GEN-MST-OUT
           RECORD CONTAINS 144 CHARACTERS.
       01  GEN-MST-OUT-RECORD.
           05  GMO-REC-TYPE                  PIC X(02).
           05  GMO-FIELD-1                   PIC 9(05).
           05  GMO-RUN-DATE                  PIC X(08).
           05  GMO-AREA                      PIC X(100).
           05  GMO-STATUS                    PIC X(01).
           05  GMO-POST-PERIOD               PIC X(06).
           05  GMO-PRIOR-PERIOD-FLAG         PIC X(01).
           05  GMO-RVSL-PERIOD               PIC X(06).
           05  GMO-CYCLE-NO                  PIC 9(04).
           05  GMO-RVSL-DATE                 PIC X(08).
           05  GMO-RVSL-SOURCE               PIC X(03).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS                  PIC X(02).
       7300-SWEEP-ONE-POSTING.
      *    Archive first, delete second: a posting leaves the master
      *    only once its archived copy is on the generation.
           MOVE MST-REC-TYPE TO GMO-REC-TYPE
           MOVE MST-FIELD-1 TO GMO-FIELD-1
           MOVE MST-RUN-DATE TO GMO-RUN-DATE
           MOVE MST-AREA TO GMO-AREA
           MOVE MST-STATUS TO GMO-STATUS
           MOVE MST-POST-PERIOD TO GMO-POST-PERIOD
           MOVE MST-PRIOR-PERIOD-FLAG TO GMO-PRIOR-PERIOD-FLAG
           MOVE MST-RVSL-PERIOD TO GMO-RVSL-PERIOD
           MOVE MST-CYCLE-NO TO GMO-CYCLE-NO
           MOVE MST-RVSL-DATE TO GMO-RVSL-DATE
           MOVE MST-RVSL-SOURCE TO GMO-RVSL-SOURCE
           WRITE GEN-MST-OUT-RECORD
           IF WS-MST-OUT-OK
               DELETE MASTER-FILE RECORD
