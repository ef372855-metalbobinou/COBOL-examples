       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHHIST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CTL-DATA       ASSIGN TO DISK "BATCH-HIST-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT STATE-DATA     ASSIGN TO DISK "BATCH-STATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STATE.
         SELECT AUDIT-DATA     ASSIGN TO DISK "INTERETS-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-AUDIT.
         SELECT COST-DATA      ASSIGN TO DISK "BENCH-COST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-COST.
         SELECT HIST-DATA      ASSIGN TO DISK "STEP-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST.
         SELECT RPT-DATA       ASSIGN TO DISK "BATCH-HIST.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * The clock time the window must be finished by, and how
 *    * many days ahead a projected overrun is worth a warning
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-CUTOFF-X        PIC X(4).
           05  CTL-CUTOFF REDEFINES CTL-CUTOFF-X.
               10  CTL-CUTOFF-HH   PIC 9(2).
               10  CTL-CUTOFF-MM   PIC 9(2).
           05  FILLER              PIC X.
           05  CTL-WARN-DAYS-X     PIC X(3).
           05  CTL-WARN-DAYS REDEFINES CTL-WARN-DAYS-X
                                   PIC 9(3).
 *    * The batch's own step log, one free-form line per event
       FD  STATE-DATA.
       01  STATE-REC               PIC X(80).
 *    * Audit trail; the last line carries tonight's account count
       FD  AUDIT-DATA.
       01  AUDIT-RECORD.
           05  AIN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  AIN-TIME            PIC X(8).
           05  FILLER              PIC X.
           05  AIN-READ-X          PIC X(7).
           05  AIN-READ REDEFINES AIN-READ-X
                                   PIC 9(7).
           05  FILLER              PIC X(97).
 *    * EMPLOOP's measured cost of one record per I/O phase
       FD  COST-DATA.
       01  COST-RECORD.
           05  BC-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  BC-PHASE            PIC X(4).
           05  FILLER              PIC X.
           05  BC-COUNT            PIC X(10).
           05  FILLER              PIC X.
           05  BC-ELAPSED-CS       PIC X(8).
           05  FILLER              PIC X.
           05  BC-MICROSEC-X       PIC X(10).
           05  BC-MICROSEC REDEFINES BC-MICROSEC-X
                                   PIC 9(7)V9(3).
 *    * Permanent step history: one line per completed step of
 *    * every completed window, then one *WINDOW line for the whole
 *    * window; the account count is the night's INTERETS read count
       FD  HIST-DATA.
       01  HIST-REC.
           05  SH-BUS-DATE-X       PIC X(8).
           05  SH-BUS-DATE REDEFINES SH-BUS-DATE-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  SH-WINDOW           PIC X(14).
           05  FILLER              PIC X.
           05  SH-STEP             PIC X(12).
           05  FILLER              PIC X.
           05  SH-START            PIC X(14).
           05  FILLER              PIC X.
           05  SH-END              PIC X(14).
           05  FILLER              PIC X.
           05  SH-ELAPSED-X        PIC X(7).
           05  SH-ELAPSED REDEFINES SH-ELAPSED-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  SH-RC               PIC X(2).
           05  FILLER              PIC X.
           05  SH-ACCOUNTS-X       PIC X(7).
           05  SH-ACCOUNTS REDEFINES SH-ACCOUNTS-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  SH-RESTARTED        PIC X.
 *    * Trends per step, the slowest nights, and the forecast
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-STATE                PIC X(02)    VALUE SPACES.
           88  ST-STATE-SUCCESS                 VALUE '00'.
           88  ST-STATE-EOF                     VALUE '10'.
       01  ST-AUDIT                PIC X(02)    VALUE SPACES.
           88  ST-AUDIT-SUCCESS                 VALUE '00'.
           88  ST-AUDIT-EOF                     VALUE '10'.
       01  ST-COST                 PIC X(02)    VALUE SPACES.
           88  ST-COST-SUCCESS                  VALUE '00'.
           88  ST-COST-EOF                      VALUE '10'.
       01  ST-HIST                 PIC X(02)    VALUE SPACES.
           88  ST-HIST-SUCCESS                  VALUE '00'.
           88  ST-HIST-EOF                      VALUE '10'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  CUTOFF-SECS             PIC 9(5)     VALUE 21600.
       77  WARN-DAYS               PIC 9(3)     VALUE 90.
       77  NIGHT-ACCOUNTS          PIC 9(7)     VALUE ZERO.
       77  LINES-APPENDED          PIC 9(5)     VALUE ZERO.
       77  WARNING-COUNT           PIC 9(3)     VALUE ZERO.

 *    * Tonight's window as BATCH-STATE.DAT tells it
       77  WIN-START               PIC X(14)    VALUE SPACES.
       77  WIN-END                 PIC X(14)    VALUE SPACES.
       77  WIN-RESTARTED           PIC X        VALUE 'N'.
       77  WIN-ON-FILE-SW          PIC X        VALUE 'N'.
           88  WIN-ON-FILE                      VALUE 'Y'.
       77  PEND-STEP               PIC X(12)    VALUE SPACES.
       77  PEND-START              PIC X(14)    VALUE SPACES.
       77  STATE-WORD-1            PIC X(14)    VALUE SPACES.
       77  STATE-WORD-2            PIC X(14)    VALUE SPACES.
       77  STATE-WORD-3            PIC X(14)    VALUE SPACES.
       77  STATE-WORD-4            PIC X(14)    VALUE SPACES.
       77  STATE-WORD-5            PIC X(14)    VALUE SPACES.
       77  STATE-WORD-6            PIC X(14)    VALUE SPACES.
       77  RC-WORD                 PIC X(4)     VALUE SPACES.
       77  RC-TEXT                 PIC X(4)     VALUE SPACES.

 *    * A YYYYMMDDHHMMSS stamp taken apart, and its distance from
 *    * day zero in seconds
       01  STAMP-X.
           05  STP-DATE            PIC 9(8).
           05  STP-HH              PIC 9(2).
           05  STP-MM              PIC 9(2).
           05  STP-SS              PIC 9(2).
       77  STAMP-SECS              PIC 9(12)    VALUE ZERO.
       77  FROM-SECS               PIC 9(12)    VALUE ZERO.

 *    * Cost of one account on one pass, from the benchmark
       77  BENCH-FOUND-SW          PIC X        VALUE 'N'.
           88  BENCH-FOUND                      VALUE 'Y'.
       77  BENCH-DATE              PIC X(8)     VALUE SPACES.
       77  BENCH-SEQR              PIC 9(7)V9(3) VALUE ZERO.
       77  BENCH-SEQW              PIC 9(7)V9(3) VALUE ZERO.
       77  BENCH-KEYR              PIC 9(7)V9(3) VALUE ZERO.

 *    * Per-step figures over the whole history, in the order the
 *    * steps first appear, which is the chain's own order
       77  STEP-ENTRIES            PIC 999      VALUE ZERO.
       77  STEP-FOUND-IDX          PIC 999      VALUE ZERO.
       77  RECENT-IDX              PIC 9        VALUE ZERO.
       01  STEP-TABLE.
           07  STEP-TABLE-RECORD   OCCURS 80 TIMES
                                    INDEXED BY STEP-INDEX.
               10  STT-STEP        PIC X(12).
               10  STT-NIGHTS      PIC 9(5).
               10  STT-TOTAL       PIC 9(11).
               10  STT-MAX         PIC 9(7).
               10  STT-MAX-DATE    PIC X(8).
               10  STT-LAST        PIC 9(7).
               10  STT-LAST-ACCTS  PIC 9(7).
               10  STT-RECENT-N    PIC 9.
               10  STT-RECENT      PIC 9(7) OCCURS 5 TIMES.

 *    * The five slowest windows, slowest first
       77  SLOW-ENTRIES            PIC 9        VALUE ZERO.
       77  SLOW-IDX                PIC 9        VALUE ZERO.
       77  SLOW-POS                PIC 9        VALUE ZERO.
       01  SLOW-TABLE.
           07  SLOW-TABLE-RECORD   OCCURS 6 TIMES.
               10  SLT-DATE        PIC X(8).
               10  SLT-START       PIC X(14).
               10  SLT-END         PIC X(14).
               10  SLT-ELAPSED     PIC 9(7).
               10  SLT-ACCOUNTS    PIC 9(7).
               10  SLT-RESTARTED   PIC X.

 *    * First and latest clean windows, the base of the forecast
       77  WINDOWS-SEEN            PIC 9(5)     VALUE ZERO.
       77  FIRST-DATE              PIC 9(8)     VALUE ZERO.
       77  FIRST-ACCOUNTS          PIC 9(7)     VALUE ZERO.
       77  LAST-DATE               PIC 9(8)     VALUE ZERO.
       77  LAST-START              PIC X(14)    VALUE SPACES.
       77  LAST-ELAPSED            PIC 9(7)     VALUE ZERO.
       77  LAST-ACCOUNTS           PIC 9(7)     VALUE ZERO.
       77  LAST-STEPS              PIC 9(3)     VALUE ZERO.
       77  STEPS-THIS-WINDOW       PIC 9(3)     VALUE ZERO.

       77  SUM-WORK                PIC 9(11)    VALUE ZERO.
       77  AVG-WORK                PIC 9(7)     VALUE ZERO.
       77  PRIOR-AVG               PIC 9(7)     VALUE ZERO.
       77  RECENT-AVG              PIC 9(7)     VALUE ZERO.
       77  PRIOR-NIGHTS            PIC 9(5)     VALUE ZERO.
       77  RATE-WORK               PIC 9(7)V9   VALUE ZERO.
       77  AVAIL-SECS              PIC S9(7)    VALUE ZERO.
       77  HEADROOM-SECS           PIC S9(7)    VALUE ZERO.
       77  GROWTH-DAYS             PIC 9(7)     VALUE ZERO.
       77  GROWTH-PER-DAY          PIC 9(7)V99  VALUE ZERO.
       77  COST-PER-ACCT           PIC 9(5)V9(6) VALUE ZERO.
       77  BENCH-COST-ACCT         PIC 9(5)V9(6) VALUE ZERO.
       77  OBSERVED-COST-ACCT      PIC 9(5)V9(6) VALUE ZERO.
       77  OVERRUN-ACCOUNTS        PIC 9(9)     VALUE ZERO.
       77  OVERRUN-DAYS            PIC 9(7)     VALUE ZERO.
       77  PROJ-DAYS               PIC 9(3)     VALUE ZERO.
       77  PROJ-ACCOUNTS           PIC 9(9)     VALUE ZERO.
       77  PROJ-ELAPSED            PIC 9(9)     VALUE ZERO.
       77  LAST-DAYNO              PIC 9(7)     VALUE ZERO.

 *    * Work fields for the serial day-number conversions; the
 *    * products run to eight digits for dates a century out
       01  CVD-DATE-X.
           05  CVD-YEAR            PIC 9(4).
           05  CVD-MONTH           PIC 9(2).
           05  CVD-DAY             PIC 9(2).
       77  CVD-DAYNO               PIC 9(7)     VALUE ZERO.
       77  CVD-A                   PIC 9(7)     VALUE ZERO.
       77  CVD-B                   PIC 9(7)     VALUE ZERO.
       77  CVD-C                   PIC 9(7)     VALUE ZERO.
       77  CVD-D                   PIC 9(7)     VALUE ZERO.
       77  CVD-E                   PIC 9(7)     VALUE ZERO.
       77  CVD-M                   PIC 9(7)     VALUE ZERO.
       77  CVD-Y                   PIC 9(7)     VALUE ZERO.
       77  CVD-T1                  PIC 9(8)     VALUE ZERO.
       77  CVD-T2                  PIC 9(8)     VALUE ZERO.
       77  CVD-T3                  PIC 9(8)     VALUE ZERO.
       77  CVD-T4                  PIC 9(8)     VALUE ZERO.

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(30)
               VALUE "BATCH WINDOW DURATION HISTORY".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-DATE            PIC 9(8).
       01  RPT-SECTION-LINE.
           05  RPS-TITLE           PIC X(60).
       01  RPT-STEP-HEAD.
           05  FILLER              PIC X(30)
               VALUE "STEP         NIGHTS  AVG SECS ".
           05  FILLER              PIC X(30)
               VALUE "LAST SECS  MAX SECS  MAX ON   ".
           05  FILLER              PIC X(30)
               VALUE "  ACCTS/SEC TREND".
       01  RPT-STEP-LINE.
           05  RPT-STEP            PIC X(12).
           05  FILLER              PIC X.
           05  RPT-NIGHTS          PIC Z(5)9.
           05  FILLER              PIC X.
           05  RPT-AVG             PIC Z(8)9.
           05  FILLER              PIC X.
           05  RPT-LAST            PIC Z(8)9.
           05  FILLER              PIC X.
           05  RPT-MAX             PIC Z(8)9.
           05  FILLER              PIC X(2).
           05  RPT-MAX-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  RPT-RATE            PIC Z(8)9.9.
           05  FILLER              PIC X.
           05  RPT-TREND           PIC X(10).
       01  RPT-SLOW-HEAD.
           05  FILLER              PIC X(30)
               VALUE "BUS DATE WINDOW START   WINDOW".
           05  FILLER              PIC X(30)
               VALUE " END         SECONDS  MINUTES ".
           05  FILLER              PIC X(30)
               VALUE "  ACCOUNTS".
       01  RPT-SLOW-LINE.
           05  RPW-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  RPW-START           PIC X(14).
           05  FILLER              PIC X.
           05  RPW-END             PIC X(14).
           05  FILLER              PIC X.
           05  RPW-ELAPSED         PIC Z(8)9.
           05  FILLER              PIC X.
           05  RPW-MINUTES         PIC Z(6)9.9.
           05  FILLER              PIC X.
           05  RPW-ACCOUNTS        PIC Z(8)9.
           05  FILLER              PIC X.
           05  RPW-NOTE            PIC X(10).
       01  RPT-FCST-LINE.
           05  RPF-LABEL           PIC X(40).
           05  RPF-VALUE           PIC Z(8)9.
           05  FILLER              PIC X.
           05  RPF-NOTE            PIC X(40).
       01  RPT-COST-LINE.
           05  RPC-LABEL           PIC X(40).
           05  RPC-VALUE           PIC Z(4)9.9(6).
           05  FILLER              PIC X.
           05  RPC-NOTE            PIC X(40).
       01  RPT-DATE-LINE.
           05  RPD-LABEL           PIC X(40).
           05  RPD-DATE            PIC X(8).
           05  FILLER              PIC X(2).
           05  RPD-NOTE            PIC X(40).
       01  RPT-ANOM-LINE.
           05  FILLER              PIC X(11)
               VALUE "WARNING -  ".
           05  RPN-TEXT            PIC X(70).

       PROCEDURE DIVISION.
 *    * BATCH-STATE.DAT goes at the start of every window, so once
 *    * a window completes its step timings are copied onto the
 *    * permanent STEP-HIST.DAT with the night's account count.
 *    * The report then reads the whole history: elapsed-time
 *    * trend per step, the slowest nights, and when the window
 *    * will pass its cutoff at the current rate of account growth.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-GET-CONTROLS.
         PERFORM 200-SCAN-STATE.
         IF WIN-END NOT = SPACES
           PERFORM 250-CHECK-ON-FILE
           IF WIN-ON-FILE
             DISPLAY "WINDOW " WIN-START " ALREADY ON STEP-HIST.DAT"
           ELSE
             PERFORM 260-GET-ACCOUNTS
             PERFORM 300-APPEND-WINDOW
           END-IF
         ELSE
           DISPLAY "NO COMPLETED WINDOW ON BATCH-STATE.DAT - "
                   "NOTHING APPENDED"
         END-IF.
         PERFORM 400-GET-BENCHMARK.
         PERFORM 450-READ-HISTORY.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "BATCH-HIST.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 500-STEP-SECTION.
         PERFORM 600-SLOW-SECTION.
         PERFORM 700-FORECAST-SECTION.
         CLOSE RPT-DATA.
         DISPLAY "HISTORY LINES APPENDED     : " LINES-APPENDED.
         DISPLAY "WINDOWS ON HISTORY         : " WINDOWS-SEEN.
         DISPLAY "STEPS ON HISTORY           : " STEP-ENTRIES.
         IF WARNING-COUNT > 0
           DISPLAY "THE WINDOW IS HEADING FOR ITS CUTOFF - SEE "
                   "BATCH-HIST.RPT"
           STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

       110-ERROR-EXIT.
         EXIT.
         STOP RUN RETURNING 16.

 *    * The business date comes from the card the batch cuts at
 *    * window start; with no card on file the wall clock stands in
       120-GET-BUSINESS-DATE.
         OPEN INPUT BUSDATE-DATA.
         IF ST-BUSDATE-SUCCESS
           READ BUSDATE-DATA INTO BUSDATE-REC
             AT END MOVE SPACES TO BUSDATE-REC
           END-READ
           IF BUSDATE-REC NUMERIC
             MOVE BUSDATE-REC TO RUN-DATE
           END-IF
           CLOSE BUSDATE-DATA
         END-IF.
         IF RUN-DATE = ZERO
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
         END-IF.

 *    * With no card the window must be done by 06:00 and an
 *    * overrun inside 90 days is warned of
       150-GET-CONTROLS.
         OPEN INPUT CTL-DATA.
         IF ST-CTL-SUCCESS
           READ CTL-DATA
             AT END MOVE SPACES TO CTL-REC
           END-READ
           CLOSE CTL-DATA
           IF CTL-CUTOFF-X NOT NUMERIC OR CTL-WARN-DAYS-X NOT NUMERIC
              OR CTL-CUTOFF-HH > 23 OR CTL-CUTOFF-MM > 59
             DISPLAY "BATCH-HIST-CTL.DAT CARD NOT VALID"
             PERFORM 110-ERROR-EXIT
           END-IF
           COMPUTE CUTOFF-SECS =
               CTL-CUTOFF-HH * 3600 + CTL-CUTOFF-MM * 60
           MOVE CTL-WARN-DAYS TO WARN-DAYS
         END-IF.

 *    * First pass over the step log: the window's start and end
 *    * stamps, and whether any step failed and was restarted
       200-SCAN-STATE.
         OPEN INPUT STATE-DATA.
         IF ST-STATE-SUCCESS
           READ STATE-DATA INTO STATE-REC
             AT END MOVE '10' TO ST-STATE
           END-READ
           PERFORM 210-SCAN-STATE-LINE
             UNTIL ST-STATE-EOF
           CLOSE STATE-DATA
         END-IF.

       210-SCAN-STATE-LINE.
         PERFORM 220-SPLIT-STATE-LINE.
         IF STATE-WORD-1 = "WINDOW"
           IF STATE-WORD-2 = "START"
             MOVE STATE-WORD-3 TO WIN-START
           END-IF
           IF STATE-WORD-2 = "COMPLETE"
             MOVE STATE-WORD-3 TO WIN-END
           END-IF
         END-IF.
         IF STATE-WORD-1 = "STEP" AND STATE-WORD-3 = "FAILED"
           MOVE 'Y' TO WIN-RESTARTED
         END-IF.
         READ STATE-DATA INTO STATE-REC
           AT END MOVE '10' TO ST-STATE
         END-READ.

       220-SPLIT-STATE-LINE.
         MOVE SPACES TO STATE-WORD-1 STATE-WORD-2 STATE-WORD-3
                        STATE-WORD-4 STATE-WORD-5 STATE-WORD-6.
         UNSTRING STATE-REC DELIMITED BY ALL SPACE
           INTO STATE-WORD-1 STATE-WORD-2 STATE-WORD-3
                STATE-WORD-4 STATE-WORD-5 STATE-WORD-6
         END-UNSTRING.

 *    * A rerun of the history step after the window completed
 *    * must not put the same window on the file twice
       250-CHECK-ON-FILE.
         OPEN INPUT HIST-DATA.
         IF ST-HIST-SUCCESS
           READ HIST-DATA
             AT END MOVE '10' TO ST-HIST
           END-READ
           PERFORM 255-CHECK-ONE-LINE
             UNTIL ST-HIST-EOF OR WIN-ON-FILE
           CLOSE HIST-DATA
         END-IF.

       255-CHECK-ONE-LINE.
         IF SH-WINDOW = WIN-START
           MOVE 'Y' TO WIN-ON-FILE-SW
         END-IF.
         READ HIST-DATA
           AT END MOVE '10' TO ST-HIST
         END-READ.

 *    * The last valid audit line carries the accounts the night
 *    * read; every line of the window is stamped with it
       260-GET-ACCOUNTS.
         OPEN INPUT AUDIT-DATA.
         IF ST-AUDIT-SUCCESS
           READ AUDIT-DATA
             AT END MOVE '10' TO ST-AUDIT
           END-READ
           PERFORM 265-TAKE-AUDIT-LINE
             UNTIL ST-AUDIT-EOF
           CLOSE AUDIT-DATA
         END-IF.

       265-TAKE-AUDIT-LINE.
         INSPECT AIN-READ-X REPLACING LEADING " " BY "0".
         IF AIN-READ-X NUMERIC
           MOVE AIN-READ TO NIGHT-ACCOUNTS
         END-IF.
         READ AUDIT-DATA
           AT END MOVE '10' TO ST-AUDIT
         END-READ.

 *    * Second pass over the step log: each DONE line pairs with
 *    * the START just before it for the same step. A step that
 *    * failed and was rerun is timed on the run that completed.
       300-APPEND-WINDOW.
         OPEN EXTEND HIST-DATA.
         IF NOT ST-HIST-SUCCESS
           OPEN OUTPUT HIST-DATA
         END-IF.
         IF NOT ST-HIST-SUCCESS
           DISPLAY "STEP-HIST.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT STATE-DATA.
         IF NOT ST-STATE-SUCCESS
           DISPLAY "BATCH-STATE.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ STATE-DATA INTO STATE-REC
           AT END MOVE '10' TO ST-STATE
         END-READ.
         PERFORM 310-APPEND-STATE-LINE
           UNTIL ST-STATE-EOF.
         CLOSE STATE-DATA.
         MOVE WIN-START TO STAMP-X.
         PERFORM 800-STAMP-TO-SECONDS.
         MOVE STAMP-SECS TO FROM-SECS.
         MOVE WIN-END TO STAMP-X.
         PERFORM 800-STAMP-TO-SECONDS.
         MOVE SPACES TO HIST-REC.
         MOVE "*WINDOW" TO SH-STEP.
         MOVE WIN-START TO SH-START.
         MOVE WIN-END TO SH-END.
         MOVE "00" TO SH-RC.
         PERFORM 330-WRITE-HIST-LINE.
         CLOSE HIST-DATA.

       310-APPEND-STATE-LINE.
         PERFORM 220-SPLIT-STATE-LINE.
         IF STATE-WORD-1 = "STEP"
           IF STATE-WORD-3 = "START"
             MOVE STATE-WORD-2 TO PEND-STEP
             MOVE STATE-WORD-5 TO PEND-START
           END-IF
           IF STATE-WORD-3 = "DONE" AND STATE-WORD-2 = PEND-STEP
             PERFORM 320-APPEND-STEP
           END-IF
         END-IF.
         READ STATE-DATA INTO STATE-REC
           AT END MOVE '10' TO ST-STATE
         END-READ.

       320-APPEND-STEP.
         MOVE PEND-START TO STAMP-X.
         PERFORM 800-STAMP-TO-SECONDS.
         MOVE STAMP-SECS TO FROM-SECS.
         MOVE STATE-WORD-6 TO STAMP-X.
         PERFORM 800-STAMP-TO-SECONDS.
         MOVE SPACES TO RC-TEXT.
         UNSTRING STATE-WORD-4 DELIMITED BY "="
           INTO RC-WORD RC-TEXT
         END-UNSTRING.
         MOVE SPACES TO HIST-REC.
         MOVE PEND-STEP TO SH-STEP.
         MOVE PEND-START TO SH-START.
         MOVE STATE-WORD-6 TO SH-END.
         IF RC-TEXT (2:1) = SPACE
           MOVE "0" TO SH-RC (1:1)
           MOVE RC-TEXT (1:1) TO SH-RC (2:1)
         ELSE
           MOVE RC-TEXT (1:2) TO SH-RC
         END-IF.
         PERFORM 330-WRITE-HIST-LINE.
         MOVE SPACES TO PEND-STEP.

       330-WRITE-HIST-LINE.
         MOVE RUN-DATE TO SH-BUS-DATE.
         MOVE WIN-START TO SH-WINDOW.
         IF STAMP-SECS > FROM-SECS
           COMPUTE SH-ELAPSED = STAMP-SECS - FROM-SECS
         ELSE
           MOVE ZERO TO SH-ELAPSED
         END-IF.
         MOVE NIGHT-ACCOUNTS TO SH-ACCOUNTS.
         MOVE WIN-RESTARTED TO SH-RESTARTED.
         WRITE HIST-REC.
         ADD 1 TO LINES-APPENDED.

 *    * Without a benchmark card the forecast falls back on the
 *    * cost per account the latest window itself shows
       400-GET-BENCHMARK.
         OPEN INPUT COST-DATA.
         IF ST-COST-SUCCESS
           READ COST-DATA
             AT END MOVE '10' TO ST-COST
           END-READ
           PERFORM 410-TAKE-COST-LINE
             UNTIL ST-COST-EOF
           CLOSE COST-DATA
         END-IF.
         IF BENCH-SEQR > 0 AND BENCH-SEQW > 0
           MOVE 'Y' TO BENCH-FOUND-SW
         END-IF.

       410-TAKE-COST-LINE.
         IF BC-MICROSEC-X NUMERIC
           MOVE BC-DATE TO BENCH-DATE
           EVALUATE BC-PHASE
             WHEN "SEQR"
               MOVE BC-MICROSEC TO BENCH-SEQR
             WHEN "SEQW"
               MOVE BC-MICROSEC TO BENCH-SEQW
             WHEN "KEYR"
               MOVE BC-MICROSEC TO BENCH-KEYR
           END-EVALUATE
         END-IF.
         READ COST-DATA
           AT END MOVE '10' TO ST-COST
         END-READ.

 *    * The whole history into the step table, the slowest-night
 *    * table and the first and latest clean windows
       450-READ-HISTORY.
         OPEN INPUT HIST-DATA.
         IF ST-HIST-SUCCESS
           READ HIST-DATA
             AT END MOVE '10' TO ST-HIST
           END-READ
           PERFORM 460-TAKE-HIST-LINE
             UNTIL ST-HIST-EOF
           CLOSE HIST-DATA
         END-IF.

       460-TAKE-HIST-LINE.
         IF SH-ELAPSED-X NUMERIC AND SH-ACCOUNTS-X NUMERIC
            AND SH-BUS-DATE-X NUMERIC
           IF SH-STEP = "*WINDOW"
             PERFORM 480-TAKE-WINDOW
           ELSE
             ADD 1 TO STEPS-THIS-WINDOW
             PERFORM 470-TAKE-STEP
           END-IF
         END-IF.
         READ HIST-DATA
           AT END MOVE '10' TO ST-HIST
         END-READ.

       470-TAKE-STEP.
         MOVE ZERO TO STEP-FOUND-IDX.
         SET STEP-INDEX TO 1.
         SEARCH STEP-TABLE-RECORD
           AT END CONTINUE
           WHEN STEP-INDEX > STEP-ENTRIES
             CONTINUE
           WHEN STT-STEP (STEP-INDEX) = SH-STEP
             SET STEP-FOUND-IDX TO STEP-INDEX
         END-SEARCH.
         IF STEP-FOUND-IDX = ZERO AND STEP-ENTRIES < 80
           ADD 1 TO STEP-ENTRIES
           MOVE STEP-ENTRIES TO STEP-FOUND-IDX
           MOVE SH-STEP TO STT-STEP (STEP-FOUND-IDX)
           MOVE ZERO TO STT-NIGHTS (STEP-FOUND-IDX)
                        STT-TOTAL (STEP-FOUND-IDX)
                        STT-MAX (STEP-FOUND-IDX)
                        STT-RECENT-N (STEP-FOUND-IDX)
           MOVE SPACES TO STT-MAX-DATE (STEP-FOUND-IDX)
         END-IF.
         IF STEP-FOUND-IDX > ZERO
           ADD 1 TO STT-NIGHTS (STEP-FOUND-IDX)
           ADD SH-ELAPSED TO STT-TOTAL (STEP-FOUND-IDX)
           IF SH-ELAPSED > STT-MAX (STEP-FOUND-IDX)
             MOVE SH-ELAPSED TO STT-MAX (STEP-FOUND-IDX)
             MOVE SH-BUS-DATE-X TO STT-MAX-DATE (STEP-FOUND-IDX)
           END-IF
           MOVE SH-ELAPSED TO STT-LAST (STEP-FOUND-IDX)
           MOVE SH-ACCOUNTS TO STT-LAST-ACCTS (STEP-FOUND-IDX)
           PERFORM 475-KEEP-RECENT
         END-IF.

 *    * The last five nights per step, oldest dropped off the front
       475-KEEP-RECENT.
         IF STT-RECENT-N (STEP-FOUND-IDX) < 5
           ADD 1 TO STT-RECENT-N (STEP-FOUND-IDX)
         ELSE
           PERFORM 476-SHIFT-RECENT
             VARYING RECENT-IDX FROM 1 BY 1
             UNTIL RECENT-IDX > 4
         END-IF.
         MOVE STT-RECENT-N (STEP-FOUND-IDX) TO RECENT-IDX.
         MOVE SH-ELAPSED TO STT-RECENT (STEP-FOUND-IDX RECENT-IDX).

       476-SHIFT-RECENT.
         MOVE STT-RECENT (STEP-FOUND-IDX RECENT-IDX + 1)
           TO STT-RECENT (STEP-FOUND-IDX RECENT-IDX).

       480-TAKE-WINDOW.
         ADD 1 TO WINDOWS-SEEN.
         PERFORM 490-RANK-SLOW.
         IF SH-RESTARTED NOT = 'Y' AND SH-ACCOUNTS > ZERO
           IF FIRST-DATE = ZERO
             MOVE SH-BUS-DATE TO FIRST-DATE
             MOVE SH-ACCOUNTS TO FIRST-ACCOUNTS
           END-IF
           MOVE SH-BUS-DATE TO LAST-DATE
           MOVE SH-START TO LAST-START
           MOVE SH-ELAPSED TO LAST-ELAPSED
           MOVE SH-ACCOUNTS TO LAST-ACCOUNTS
           MOVE STEPS-THIS-WINDOW TO LAST-STEPS
         END-IF.
         MOVE ZERO TO STEPS-THIS-WINDOW.

 *    * Slot the window into the five slowest, pushing the rest
 *    * down one; the sixth slot is only ever overflow
       490-RANK-SLOW.
         MOVE 1 TO SLOW-POS.
         PERFORM 491-FIND-SLOT
           UNTIL SLOW-POS > SLOW-ENTRIES
              OR SH-ELAPSED > SLT-ELAPSED (SLOW-POS).
         IF SLOW-POS < 6
           PERFORM 492-PUSH-DOWN
             VARYING SLOW-IDX FROM 5 BY -1
             UNTIL SLOW-IDX < SLOW-POS
           MOVE SH-BUS-DATE-X TO SLT-DATE (SLOW-POS)
           MOVE SH-START TO SLT-START (SLOW-POS)
           MOVE SH-END TO SLT-END (SLOW-POS)
           MOVE SH-ELAPSED TO SLT-ELAPSED (SLOW-POS)
           MOVE SH-ACCOUNTS TO SLT-ACCOUNTS (SLOW-POS)
           MOVE SH-RESTARTED TO SLT-RESTARTED (SLOW-POS)
           IF SLOW-ENTRIES < 5
             ADD 1 TO SLOW-ENTRIES
           END-IF
         END-IF.

       491-FIND-SLOT.
         ADD 1 TO SLOW-POS.

       492-PUSH-DOWN.
         MOVE SLOW-TABLE-RECORD (SLOW-IDX)
           TO SLOW-TABLE-RECORD (SLOW-IDX + 1).

 *    * Per step: average over every night, the latest night, the
 *    * worst night, accounts per second on the latest night, and
 *    * the last five nights' average against the nights before
       500-STEP-SECTION.
         MOVE SPACES TO RPT-SECTION-LINE.
         MOVE "ELAPSED TIME PER STEP" TO RPS-TITLE.
         PERFORM 900-WRITE-SECTION.
         MOVE RPT-STEP-HEAD TO RPT-LINE.
         WRITE RPT-LINE.
         IF STEP-ENTRIES = ZERO
           MOVE "  NO STEP HISTORY ON FILE" TO RPT-LINE
           WRITE RPT-LINE
         END-IF.
         PERFORM 510-ONE-STEP-LINE
           VARYING STEP-INDEX FROM 1 BY 1
           UNTIL STEP-INDEX > STEP-ENTRIES.

       510-ONE-STEP-LINE.
         MOVE SPACES TO RPT-STEP-LINE.
         MOVE STT-STEP (STEP-INDEX) TO RPT-STEP.
         MOVE STT-NIGHTS (STEP-INDEX) TO RPT-NIGHTS.
         DIVIDE STT-TOTAL (STEP-INDEX) BY STT-NIGHTS (STEP-INDEX)
           GIVING AVG-WORK ROUNDED.
         MOVE AVG-WORK TO RPT-AVG.
         MOVE STT-LAST (STEP-INDEX) TO RPT-LAST.
         MOVE STT-MAX (STEP-INDEX) TO RPT-MAX.
         MOVE STT-MAX-DATE (STEP-INDEX) TO RPT-MAX-DATE.
         IF STT-LAST (STEP-INDEX) > ZERO
           COMPUTE RATE-WORK ROUNDED =
               STT-LAST-ACCTS (STEP-INDEX) / STT-LAST (STEP-INDEX)
           MOVE RATE-WORK TO RPT-RATE
         END-IF.
         PERFORM 520-STEP-TREND.
         MOVE RPT-STEP-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * A trend needs nights before the last five to compare with;
 *    * a swing of more than a tenth either way is called
       520-STEP-TREND.
         MOVE ZERO TO SUM-WORK.
         PERFORM 525-ADD-RECENT
           VARYING RECENT-IDX FROM 1 BY 1
           UNTIL RECENT-IDX > STT-RECENT-N (STEP-INDEX).
         COMPUTE PRIOR-NIGHTS =
             STT-NIGHTS (STEP-INDEX) - STT-RECENT-N (STEP-INDEX).
         IF PRIOR-NIGHTS = ZERO
           MOVE "TOO NEW" TO RPT-TREND
         ELSE
           COMPUTE RECENT-AVG ROUNDED =
               SUM-WORK / STT-RECENT-N (STEP-INDEX)
           COMPUTE PRIOR-AVG ROUNDED =
               (STT-TOTAL (STEP-INDEX) - SUM-WORK) / PRIOR-NIGHTS
           EVALUATE TRUE
             WHEN RECENT-AVG * 10 > PRIOR-AVG * 11
               MOVE "RISING" TO RPT-TREND
             WHEN RECENT-AVG * 10 < PRIOR-AVG * 9
               MOVE "FALLING" TO RPT-TREND
             WHEN OTHER
               MOVE "STEADY" TO RPT-TREND
           END-EVALUATE
         END-IF.

       525-ADD-RECENT.
         ADD STT-RECENT (STEP-INDEX RECENT-IDX) TO SUM-WORK.

       600-SLOW-SECTION.
         MOVE SPACES TO RPT-SECTION-LINE.
         MOVE "SLOWEST NIGHTS" TO RPS-TITLE.
         PERFORM 900-WRITE-SECTION.
         MOVE RPT-SLOW-HEAD TO RPT-LINE.
         WRITE RPT-LINE.
         IF SLOW-ENTRIES = ZERO
           MOVE "  NO WINDOW HISTORY ON FILE" TO RPT-LINE
           WRITE RPT-LINE
         END-IF.
         PERFORM 610-ONE-SLOW-LINE
           VARYING SLOW-IDX FROM 1 BY 1
           UNTIL SLOW-IDX > SLOW-ENTRIES.

       610-ONE-SLOW-LINE.
         MOVE SPACES TO RPT-SLOW-LINE.
         MOVE SLT-DATE (SLOW-IDX) TO RPW-DATE.
         MOVE SLT-START (SLOW-IDX) TO RPW-START.
         MOVE SLT-END (SLOW-IDX) TO RPW-END.
         MOVE SLT-ELAPSED (SLOW-IDX) TO RPW-ELAPSED.
         COMPUTE RPW-MINUTES ROUNDED = SLT-ELAPSED (SLOW-IDX) / 60.
         MOVE SLT-ACCOUNTS (SLOW-IDX) TO RPW-ACCOUNTS.
         IF SLT-RESTARTED (SLOW-IDX) = 'Y'
           MOVE "RESTARTED" TO RPW-NOTE
         END-IF.
         MOVE RPT-SLOW-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * Time left before the cutoff, from the latest clean window's
 *    * start. Each further account costs one sequential read, one
 *    * write and one keyed read at the benchmark's per-record cost
 *    * in every step of the window; growth is the accounts added
 *    * per day between the first and the latest clean window.
       700-FORECAST-SECTION.
         MOVE SPACES TO RPT-SECTION-LINE.
         MOVE "WINDOW FORECAST" TO RPS-TITLE.
         PERFORM 900-WRITE-SECTION.
         IF LAST-DATE = ZERO
           MOVE "  NO CLEAN WINDOW WITH AN ACCOUNT COUNT ON FILE"
             TO RPT-LINE
           WRITE RPT-LINE
         ELSE
           PERFORM 710-FORECAST
         END-IF.

       710-FORECAST.
         MOVE LAST-START TO STAMP-X.
         COMPUTE AVAIL-SECS = CUTOFF-SECS
             - STP-HH * 3600 - STP-MM * 60 - STP-SS.
         IF AVAIL-SECS NOT > ZERO
           ADD 86400 TO AVAIL-SECS
         END-IF.
         COMPUTE HEADROOM-SECS = AVAIL-SECS - LAST-ELAPSED.
         COMPUTE OBSERVED-COST-ACCT ROUNDED =
             LAST-ELAPSED / LAST-ACCOUNTS.
         MOVE OBSERVED-COST-ACCT TO COST-PER-ACCT.
         IF BENCH-FOUND
           COMPUTE BENCH-COST-ACCT ROUNDED =
               (BENCH-SEQR + BENCH-SEQW + BENCH-KEYR) * LAST-STEPS
               / 1000000
           IF BENCH-COST-ACCT > COST-PER-ACCT
             MOVE BENCH-COST-ACCT TO COST-PER-ACCT
           END-IF
         END-IF.
         MOVE FIRST-DATE TO CVD-DATE-X.
         PERFORM 810-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO GROWTH-DAYS.
         MOVE LAST-DATE TO CVD-DATE-X.
         PERFORM 810-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO LAST-DAYNO.
         SUBTRACT GROWTH-DAYS FROM LAST-DAYNO GIVING GROWTH-DAYS.
         MOVE ZERO TO GROWTH-PER-DAY.
         IF GROWTH-DAYS > ZERO AND LAST-ACCOUNTS > FIRST-ACCOUNTS
           COMPUTE GROWTH-PER-DAY ROUNDED =
               (LAST-ACCOUNTS - FIRST-ACCOUNTS) / GROWTH-DAYS
         END-IF.
         MOVE SPACES TO RPT-DATE-LINE.
         MOVE "LATEST CLEAN WINDOW" TO RPD-LABEL.
         MOVE LAST-DATE TO RPD-DATE.
         MOVE RPT-DATE-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-FCST-LINE.
         MOVE "  ELAPSED SECONDS" TO RPF-LABEL.
         MOVE LAST-ELAPSED TO RPF-VALUE.
         PERFORM 910-WRITE-FCST.
         MOVE "  SECONDS TO CUTOFF FROM ITS START" TO RPF-LABEL.
         MOVE AVAIL-SECS TO RPF-VALUE.
         PERFORM 910-WRITE-FCST.
         MOVE "  ACCOUNTS" TO RPF-LABEL.
         MOVE LAST-ACCOUNTS TO RPF-VALUE.
         PERFORM 910-WRITE-FCST.
         MOVE "  STEPS" TO RPF-LABEL.
         MOVE LAST-STEPS TO RPF-VALUE.
         PERFORM 910-WRITE-FCST.
         MOVE "ACCOUNTS ADDED PER DAY" TO RPF-LABEL.
         MOVE GROWTH-PER-DAY TO RPF-VALUE.
         MOVE GROWTH-DAYS TO PROJ-DAYS.
         IF GROWTH-DAYS > 999
           MOVE 999 TO PROJ-DAYS
         END-IF.
         MOVE SPACES TO RPF-NOTE.
         STRING "OVER " DELIMITED BY SIZE
                PROJ-DAYS DELIMITED BY SIZE
                " DAYS OF HISTORY" DELIMITED BY SIZE
           INTO RPF-NOTE
         END-STRING.
         PERFORM 910-WRITE-FCST.
         MOVE SPACES TO RPT-COST-LINE.
         MOVE "SECONDS PER ACCOUNT - I/O FLOOR" TO RPC-LABEL.
         IF BENCH-FOUND
           MOVE BENCH-COST-ACCT TO RPC-VALUE
           STRING "EMPLOOP BENCHMARK OF " DELIMITED BY SIZE
                  BENCH-DATE DELIMITED BY SIZE
             INTO RPC-NOTE
           END-STRING
         ELSE
           MOVE ZERO TO RPC-VALUE
           MOVE "NO BENCH-COST.DAT ON FILE" TO RPC-NOTE
         END-IF.
         MOVE RPT-COST-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-COST-LINE.
         MOVE "SECONDS PER ACCOUNT - OBSERVED" TO RPC-LABEL.
         MOVE OBSERVED-COST-ACCT TO RPC-VALUE.
         IF COST-PER-ACCT = OBSERVED-COST-ACCT
           MOVE "USED FOR THE FORECAST" TO RPC-NOTE
         ELSE
           MOVE "BELOW THE FLOOR - FLOOR USED" TO RPC-NOTE
         END-IF.
         MOVE RPT-COST-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE 30 TO PROJ-DAYS.
         PERFORM 720-PROJECT-ELAPSED.
         MOVE 90 TO PROJ-DAYS.
         PERFORM 720-PROJECT-ELAPSED.
         MOVE 365 TO PROJ-DAYS.
         PERFORM 720-PROJECT-ELAPSED.
         PERFORM 730-PROJECT-OVERRUN.

       720-PROJECT-ELAPSED.
         COMPUTE PROJ-ACCOUNTS ROUNDED =
             LAST-ACCOUNTS + GROWTH-PER-DAY * PROJ-DAYS.
         COMPUTE PROJ-ELAPSED ROUNDED = LAST-ELAPSED
             + (PROJ-ACCOUNTS - LAST-ACCOUNTS) * COST-PER-ACCT.
         MOVE SPACES TO RPT-FCST-LINE.
         STRING "PROJECTED SECONDS IN " DELIMITED BY SIZE
                PROJ-DAYS DELIMITED BY SIZE
                " DAYS" DELIMITED BY SIZE
           INTO RPF-LABEL
         END-STRING.
         MOVE PROJ-ELAPSED TO RPF-VALUE.
         IF PROJ-ELAPSED > AVAIL-SECS
           MOVE "PAST THE CUTOFF" TO RPF-NOTE
         END-IF.
         PERFORM 910-WRITE-FCST.

       730-PROJECT-OVERRUN.
         MOVE SPACES TO RPT-DATE-LINE.
         MOVE "WINDOW PASSES ITS CUTOFF" TO RPD-LABEL.
         EVALUATE TRUE
           WHEN HEADROOM-SECS NOT > ZERO
             MOVE LAST-DATE TO RPD-DATE
             MOVE "ALREADY PAST IT" TO RPD-NOTE
             ADD 1 TO WARNING-COUNT
           WHEN GROWTH-PER-DAY = ZERO OR COST-PER-ACCT = ZERO
             MOVE "NEVER" TO RPD-DATE
             MOVE "NO ACCOUNT GROWTH ON THE HISTORY" TO RPD-NOTE
           WHEN OTHER
             COMPUTE OVERRUN-ACCOUNTS ROUNDED =
                 LAST-ACCOUNTS + HEADROOM-SECS / COST-PER-ACCT
                 ON SIZE ERROR MOVE 999999999 TO OVERRUN-ACCOUNTS
             END-COMPUTE
             COMPUTE OVERRUN-DAYS ROUNDED =
                 (OVERRUN-ACCOUNTS - LAST-ACCOUNTS) / GROWTH-PER-DAY
                 ON SIZE ERROR MOVE 9999999 TO OVERRUN-DAYS
             END-COMPUTE
             PERFORM 740-OVERRUN-DATE
         END-EVALUATE.
         MOVE RPT-DATE-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         IF WARNING-COUNT > 0
           MOVE SPACES TO RPN-TEXT
           STRING "THE WINDOW WILL RUN PAST ITS CUTOFF WITHIN "
                    DELIMITED BY SIZE
                  WARN-DAYS DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
             INTO RPN-TEXT
           END-STRING
           MOVE RPT-ANOM-LINE TO RPT-LINE
           WRITE RPT-LINE
         END-IF.

 *    * Seconds from day zero to a YYYYMMDDHHMMSS stamp
       800-STAMP-TO-SECONDS.
         MOVE ZERO TO STAMP-SECS.
         IF STAMP-X NUMERIC
           MOVE STP-DATE TO CVD-DATE-X
           PERFORM 810-DATE-TO-DAYNO
           COMPUTE STAMP-SECS = CVD-DAYNO * 86400
               + STP-HH * 3600 + STP-MM * 60 + STP-SS
         END-IF.

 *    * Serial day number from a YYYYMMDD civil date; every division
 *    * must truncate, hence the stepwise DIVIDEs
       810-DATE-TO-DAYNO.
         COMPUTE CVD-A = (14 - CVD-MONTH) / 12.
         COMPUTE CVD-Y = CVD-YEAR + 4800 - CVD-A.
         COMPUTE CVD-M = CVD-MONTH + 12 * CVD-A - 3.
         COMPUTE CVD-T1 = 153 * CVD-M + 2.
         DIVIDE CVD-T1 BY 5 GIVING CVD-T1.
         DIVIDE CVD-Y BY 4 GIVING CVD-T2.
         DIVIDE CVD-Y BY 100 GIVING CVD-T3.
         DIVIDE CVD-Y BY 400 GIVING CVD-T4.
         COMPUTE CVD-DAYNO = CVD-DAY + CVD-T1 + 365 * CVD-Y
             + CVD-T2 - CVD-T3 + CVD-T4 - 32045.

 *    * The inverse: civil date back from the serial day number
       820-DAYNO-TO-DATE.
         COMPUTE CVD-A = CVD-DAYNO + 32044.
         COMPUTE CVD-B = (4 * CVD-A + 3) / 146097.
         COMPUTE CVD-T1 = 146097 * CVD-B.
         DIVIDE CVD-T1 BY 4 GIVING CVD-T1.
         COMPUTE CVD-C = CVD-A - CVD-T1.
         COMPUTE CVD-D = (4 * CVD-C + 3) / 1461.
         COMPUTE CVD-T2 = 1461 * CVD-D.
         DIVIDE CVD-T2 BY 4 GIVING CVD-T2.
         COMPUTE CVD-E = CVD-C - CVD-T2.
         COMPUTE CVD-M = (5 * CVD-E + 2) / 153.
         COMPUTE CVD-T3 = 153 * CVD-M + 2.
         DIVIDE CVD-T3 BY 5 GIVING CVD-T3.
         COMPUTE CVD-DAY = CVD-E - CVD-T3 + 1.
         DIVIDE CVD-M BY 10 GIVING CVD-T4.
         COMPUTE CVD-MONTH = CVD-M + 3 - 12 * CVD-T4.
         COMPUTE CVD-YEAR = 100 * CVD-B + CVD-D - 4800 + CVD-T4.

 *    * Nothing past a century out is worth a date
       740-OVERRUN-DATE.
         IF OVERRUN-DAYS > 36500
           MOVE "NEVER" TO RPD-DATE
           MOVE "NOT WITHIN A HUNDRED YEARS" TO RPD-NOTE
         ELSE
           COMPUTE CVD-DAYNO = LAST-DAYNO + OVERRUN-DAYS
           PERFORM 820-DAYNO-TO-DATE
           MOVE CVD-DATE-X TO RPD-DATE
           MOVE SPACES TO RPD-NOTE
           STRING "AT " DELIMITED BY SIZE
                  OVERRUN-ACCOUNTS DELIMITED BY SIZE
                  " ACCOUNTS" DELIMITED BY SIZE
             INTO RPD-NOTE
           END-STRING
           IF OVERRUN-DAYS NOT > WARN-DAYS
             ADD 1 TO WARNING-COUNT
           END-IF
         END-IF.

       900-WRITE-SECTION.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-SECTION-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       910-WRITE-FCST.
         MOVE RPT-FCST-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-FCST-LINE.

       END PROGRAM BATCHHIST.
