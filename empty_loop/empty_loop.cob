                ACCESS RANDOM
                RECORD KEY BK-ACCT-NO
                FILE STATUS IS ST-KEY.
         SELECT BENCH-COST     ASSIGN TO DISK "BENCH-COST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-COST.

       DATA DIVISION.
       FILE SECTION.
           05  BK-ACCT-NO          PIC 9(8).
           05  BK-OWNER-NAME       PIC X(20).
           05  BK-SAVING           PIC 9(7).
 *    * The measured cost of one record in each I/O phase, kept for
 *    * the batch-window forecast; rewritten by every timed run
       FD  BENCH-COST.
       01  BENCH-COST-RECORD.
           05  BC-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  BC-PHASE            PIC X(4).
           05  FILLER              PIC X.
           05  BC-COUNT            PIC 9(10).
           05  FILLER              PIC X.
           05  BC-ELAPSED-CS       PIC 9(8).
           05  FILLER              PIC X.
           05  BC-MICROSEC         PIC 9(7)V9(3).

       WORKING-STORAGE SECTION.
       77  CUR-ITER                 PIC 9(10).
                                    PIC 9.
       77  PHASE-COUNT              PIC 9(10)       VALUE ZERO.
       77  PHASE-LABEL              PIC X(30)       VALUE SPACES.
       77  PHASE-CODE               PIC X(4)        VALUE SPACES.
       77  RAND-SEED                PIC 9(18)       VALUE 123457.
       77  RAND-WORK                PIC 9(18)       VALUE ZERO.
       77  RAND-QUOT                PIC 9(18)       VALUE ZERO.
           88  ST-SEQ-EOF                           VALUE '10'.
       01  ST-KEY                   PIC X(02)       VALUE SPACES.
           88  ST-KEY-SUCCESS                       VALUE '00'.
       01  ST-COST                  PIC X(02)       VALUE SPACES.
           88  ST-COST-SUCCESS                      VALUE '00'.

       PROCEDURE DIVISION.
 *    * With no record count the historical empty loop runs; with
         IF PARSE-BAD-SW = 'Y' OR BENCH-COUNT = ZERO
           PERFORM 150-EMPTY-LOOP-MODE
         ELSE
           OPEN OUTPUT BENCH-COST
           IF NOT ST-COST-SUCCESS
             DISPLAY 'BENCH-COST.DAT OPEN FAILED'
             STOP RUN RETURNING 16
           END-IF
           PERFORM 400-BENCH-SEQ-WRITE
           PERFORM 500-BENCH-SEQ-READ
           PERFORM 600-BENCH-KEYED
           CLOSE BENCH-COST
         END-IF.
         STOP RUN.

         ELSE
           DISPLAY PHASE-LABEL ' PER SECOND      : TOO FAST TO TIME'
         END-IF.
         IF PHASE-CODE NOT = SPACES AND PHASE-COUNT > 0
           PERFORM 310-WRITE-COST
         END-IF.

 *    * Microseconds per record, the unit the forecast scales by
       310-WRITE-COST.
         MOVE SPACES TO BENCH-COST-RECORD.
         ACCEPT BC-DATE FROM DATE YYYYMMDD.
         MOVE PHASE-CODE TO BC-PHASE.
         MOVE PHASE-COUNT TO BC-COUNT.
         MOVE ELAPSED-CS TO BC-ELAPSED-CS.
         COMPUTE BC-MICROSEC ROUNDED =
             ELAPSED-CS * 10000 / PHASE-COUNT.
         WRITE BENCH-COST-RECORD.

 *    * Phase 1 : write BENCH-COUNT account-layout records
       400-BENCH-SEQ-WRITE.
         CLOSE BENCH-SEQ.
         MOVE BENCH-COUNT TO PHASE-COUNT.
         MOVE 'SEQ WRITE RECORDS' TO PHASE-LABEL.
         MOVE 'SEQW' TO PHASE-CODE.
         PERFORM 300-COMPUTE-THROUGHPUT.

       410-WRITE-ONE.
         ACCEPT END-TIME FROM TIME.
         CLOSE BENCH-SEQ.
         MOVE 'SEQ READ RECORDS' TO PHASE-LABEL.
         MOVE 'SEQR' TO PHASE-CODE.
         PERFORM 300-COMPUTE-THROUGHPUT.

       510-READ-ONE.
           CLOSE BENCH-KEY
           MOVE BENCH-COUNT TO PHASE-COUNT
           MOVE 'KEYED LOAD RECORDS' TO PHASE-LABEL
           MOVE 'KEYL' TO PHASE-CODE
           PERFORM 300-COMPUTE-THROUGHPUT
           PERFORM 620-RANDOM-READS
         END-IF.
           CLOSE BENCH-KEY
           MOVE READS-DONE TO PHASE-COUNT
           MOVE 'KEYED RANDOM READS' TO PHASE-LABEL
           MOVE 'KEYR' TO PHASE-CODE
           PERFORM 300-COMPUTE-THROUGHPUT
           IF READS-MISSED > 0
             DISPLAY 'KEYED READS MISSED            : ' READS-MISSED
