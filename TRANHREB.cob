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
