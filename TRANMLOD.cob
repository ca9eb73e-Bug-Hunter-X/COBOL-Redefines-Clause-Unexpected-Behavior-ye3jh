       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANMLOD.
      *
      *  TRANMLOD loads postings into the transaction master from a
      *  flat file in the master generation layout TRANARCH writes
      *  (see GEN-MST-IN there). It serves two jobs:
      *
      *    - putting a RETRIEVE'd day (RETRMST) back on TRANMSTR
      *      when a prior posting must be reversed or inquired on
      *      through the master itself, and
      *    - rebuilding TRANMSTR from an unload of itself whenever
      *      its record or key layout changes. The cycle number
      *      joined the key behind the run date; a master unloaded
      *      before that carries no cycle and every posting on it
      *      loads as cycle 0000, which is what the single nightly
      *      run it came from amounts to.
      *
      *  Generations of every vintage are accepted: 116-byte records
      *  load with the period fields blank, 129-byte records with
      *  the cycle zero, 133-byte records with the reversal night
      *  blank. A posting already on the master is left as
      *  it stands and counted - the load never overwrites, so a
      *  retrieval cannot undo a reversal made since. The master is
      *  created when it does not exist.
      *
      *    RC 00  every record loaded
      *    RC 04  loaded, but some records were already on the
      *           master or unusable - see MLODRPT
      *    RC 12  TRANMSTR or MLODIN could not be opened, or a
      *           write failed
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Must carry the same alternate keys TRANEDIT declares, or
      *    the open fails on key mismatch.
           SELECT MASTER-FILE ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS MST-FIELD-1 WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-RUN-DATE WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.

           SELECT LOAD-FILE ASSIGN TO "MLODIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.

           SELECT LOAD-REPORT ASSIGN TO "MLODRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *    Same layout as TRANARCH's GEN-MST-IN; shorter records of
      *    the older vintages read back space-filled on the right.
       FD  LOAD-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  LOAD-RECORD.
           05  LOD-REC-TYPE                  PIC X(02).
           05  LOD-FIELD-1                   PIC X(05).
           05  LOD-RUN-DATE                  PIC X(08).
           05  LOD-AREA                      PIC X(100).
           05  LOD-STATUS                    PIC X(01).
           05  LOD-POST-PERIOD               PIC X(06).
           05  LOD-PRIOR-PERIOD-FLAG         PIC X(01).
           05  LOD-RVSL-PERIOD               PIC X(06).
           05  LOD-CYCLE-NO                  PIC X(04).
           05  LOD-RVSL-DATE                 PIC X(08).
           05  LOD-RVSL-SOURCE               PIC X(03).

       FD  LOAD-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAD-REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MST-STATUS                    PIC X(02).
           88  WS-MST-OK                     VALUE "00".
           88  WS-MST-MISSING                VALUE "35".

       01  WS-LOAD-STATUS                   PIC X(02).
           88  WS-LOAD-OK                    VALUE "00".

       01  WS-RPT-STATUS                    PIC X(02).
           88  WS-RPT-OK                     VALUE "00".

       01  WS-RUN-DATE                      PIC X(08).

       01  WS-EOF-SWITCH                    PIC X(01) VALUE "N".
           88  WS-EOF                       VALUE "Y".

       01  WS-ERROR-SWITCH                  PIC X(01) VALUE "N".
           88  WS-RUN-IN-ERROR              VALUE "Y".

       01  WS-CREATED-SWITCH                PIC X(01) VALUE "N".
           88  WS-MASTER-CREATED            VALUE "Y".

       01  WS-MST-OPEN-SWITCH               PIC X(01) VALUE "N".
           88  WS-MST-OPENED                VALUE "Y".
       01  WS-LOAD-OPEN-SWITCH              PIC X(01) VALUE "N".
           88  WS-LOAD-OPENED               VALUE "Y".

       01  WS-RECORDS-READ                  PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-LOADED                PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-ON-FILE               PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-UNUSABLE              PIC 9(09) VALUE ZERO.
       01  WS-RECORDS-NO-CYCLE              PIC 9(09) VALUE ZERO.

      *    Run-ledger entry fields handed to TRANLEDG, which owns
      *    the shared RUNLEDG plumbing for the whole suite.
       01  WS-LEDGER-PROGRAM                PIC X(08).
       01  WS-LEDGER-EVENT                  PIC X(05).
       01  WS-LEDGER-RC                     PIC 9(02) VALUE ZERO.
       01  WS-LEDGER-NOTE                   PIC X(20) VALUE SPACES.
       01  WS-FINAL-RC                      PIC 9(02) VALUE ZERO.

       01  WS-TOTAL-LINE.
           05  WS-TOTAL-LABEL                PIC X(36).
           05  WS-TOTAL-VALUE                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-RUN-IN-ERROR
               PERFORM 2000-LOAD-ONE-RECORD UNTIL WS-EOF
           END-IF
           PERFORM 3000-WRITE-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "START" TO WS-LEDGER-EVENT
           MOVE ZERO TO WS-LEDGER-RC
           MOVE SPACES TO WS-LEDGER-NOTE
           PERFORM 4100-WRITE-RUN-LEDGER
           OPEN OUTPUT LOAD-REPORT
           IF NOT WS-RPT-OK
               DISPLAY "TRANMLOD: UNABLE TO OPEN MLODRPT, STATUS="
                   WS-RPT-STATUS
           END-IF
           OPEN INPUT LOAD-FILE
           IF WS-LOAD-OK
               SET WS-LOAD-OPENED TO TRUE
           ELSE
               DISPLAY "TRANMLOD: UNABLE TO OPEN MLODIN, STATUS="
                   WS-LOAD-STATUS
               SET WS-RUN-IN-ERROR TO TRUE
               SET WS-EOF TO TRUE
           END-IF
      *    I-O, never OUTPUT, on a master that exists: a load adds
      *    to what is there. Only a master that is not there yet is
      *    created first.
           IF NOT WS-RUN-IN-ERROR
               OPEN I-O MASTER-FILE
               IF WS-MST-MISSING
                   OPEN OUTPUT MASTER-FILE
                   IF WS-MST-OK
                       SET WS-MASTER-CREATED TO TRUE
                       CLOSE MASTER-FILE
                       OPEN I-O MASTER-FILE
                   END-IF
               END-IF
               IF WS-MST-OK
                   SET WS-MST-OPENED TO TRUE
               ELSE
                   DISPLAY "TRANMLOD: UNABLE TO OPEN TRANMSTR, "
                       "STATUS=" WS-MST-STATUS
                   SET WS-RUN-IN-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       2000-LOAD-ONE-RECORD.
           READ LOAD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   IF LOD-FIELD-1 NOT NUMERIC
                       OR LOD-RUN-DATE NOT NUMERIC
                       OR LOD-REC-TYPE = SPACES
                       ADD 1 TO WS-RECORDS-UNUSABLE
                       DISPLAY "TRANMLOD: RECORD " WS-RECORDS-READ
                           " HAS NO USABLE KEY - SKIPPED"
                   ELSE
                       PERFORM 2100-WRITE-MASTER-RECORD
                   END-IF
           END-READ.

       2100-WRITE-MASTER-RECORD.
           MOVE LOD-REC-TYPE TO MST-REC-TYPE
           MOVE LOD-FIELD-1 TO MST-FIELD-1
           MOVE LOD-RUN-DATE TO MST-RUN-DATE
           IF LOD-CYCLE-NO NUMERIC
               MOVE LOD-CYCLE-NO TO MST-CYCLE-NO
           ELSE
               MOVE ZERO TO MST-CYCLE-NO
               ADD 1 TO WS-RECORDS-NO-CYCLE
           END-IF
           MOVE LOD-AREA TO MST-AREA
           MOVE LOD-STATUS TO MST-STATUS
           MOVE LOD-POST-PERIOD TO MST-POST-PERIOD
           MOVE LOD-PRIOR-PERIOD-FLAG TO MST-PRIOR-PERIOD-FLAG
           MOVE LOD-RVSL-PERIOD TO MST-RVSL-PERIOD
           MOVE LOD-RVSL-DATE TO MST-RVSL-DATE
           MOVE LOD-RVSL-SOURCE TO MST-RVSL-SOURCE
           WRITE MASTER-RECORD
           IF WS-MST-OK
               ADD 1 TO WS-RECORDS-LOADED
           ELSE
               IF WS-MST-STATUS = "22"
                   ADD 1 TO WS-RECORDS-ON-FILE
                   DISPLAY "TRANMLOD: " MST-REC-TYPE " " MST-FIELD-1
                       " " MST-RUN-DATE " CYCLE " MST-CYCLE-NO
                       " ALREADY ON TRANMSTR - LEFT AS IT STANDS"
               ELSE
                   DISPLAY "TRANMLOD: TRANMSTR WRITE FAILED, "
                       "STATUS=" WS-MST-STATUS
                   SET WS-RUN-IN-ERROR TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-IF.

       3000-WRITE-REPORT.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "TRANMSTR LOAD FROM MLODIN - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           MOVE ALL "-" TO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           IF WS-MASTER-CREATED
               MOVE "TRANMSTR DID NOT EXIST - CREATED BY THIS LOAD"
                   TO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF
           MOVE "RECORDS READ" TO WS-TOTAL-LABEL
           MOVE WS-RECORDS-READ TO WS-TOTAL-VALUE
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "POSTINGS LOADED" TO WS-TOTAL-LABEL
           MOVE WS-RECORDS-LOADED TO WS-TOTAL-VALUE
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH LOADED AS CYCLE 0000" TO WS-TOTAL-LABEL
           MOVE WS-RECORDS-NO-CYCLE TO WS-TOTAL-VALUE
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "ALREADY ON TRANMSTR - NOT LOADED" TO WS-TOTAL-LABEL
           MOVE WS-RECORDS-ON-FILE TO WS-TOTAL-VALUE
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "RECORDS WITH NO USABLE KEY" TO WS-TOTAL-LABEL
           MOVE WS-RECORDS-UNUSABLE TO WS-TOTAL-VALUE
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE SPACES TO LOAD-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-RUN-IN-ERROR
                   MOVE 12 TO WS-FINAL-RC
                   MOVE "LOAD INCOMPLETE - TRANMSTR IS PARTLY LOADED"
                       TO LOAD-REPORT-LINE
                   DISPLAY "TRANMLOD: LOAD INCOMPLETE"
               WHEN WS-RECORDS-ON-FILE > ZERO
                   OR WS-RECORDS-UNUSABLE > ZERO
                   MOVE 4 TO WS-FINAL-RC
                   MOVE "LOAD COMPLETE WITH RECORDS NOT LOADED"
                       TO LOAD-REPORT-LINE
                   DISPLAY "TRANMLOD: LOAD COMPLETE, "
                       WS-RECORDS-LOADED " LOADED, SOME NOT LOADED"
               WHEN OTHER
                   MOVE ZERO TO WS-FINAL-RC
                   MOVE "LOAD COMPLETE" TO LOAD-REPORT-LINE
                   DISPLAY "TRANMLOD: LOAD COMPLETE, "
                       WS-RECORDS-LOADED " LOADED"
           END-EVALUATE
           WRITE LOAD-REPORT-LINE.

       3100-WRITE-TOTAL-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
               WS-TOTAL-VALUE DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE.

       4000-TERMINATE.
           IF WS-MST-OPENED
               CLOSE MASTER-FILE
           END-IF
           IF WS-LOAD-OPENED
               CLOSE LOAD-FILE
           END-IF
           CLOSE LOAD-REPORT
           MOVE "END" TO WS-LEDGER-EVENT
           MOVE WS-FINAL-RC TO WS-LEDGER-RC
           MOVE SPACES TO WS-LEDGER-NOTE
           PERFORM 4100-WRITE-RUN-LEDGER
           MOVE WS-FINAL-RC TO RETURN-CODE.

       4100-WRITE-RUN-LEDGER.
           MOVE "TRANMLOD" TO WS-LEDGER-PROGRAM
           CALL "TRANLEDG" USING WS-LEDGER-PROGRAM
                                  WS-LEDGER-EVENT
                                  WS-LEDGER-RC
                                  WS-LEDGER-NOTE
           END-CALL.
