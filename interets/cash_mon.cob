       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CTL-DATA       ASSIGN TO DISK "CASH-MON-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT FX-DATA        ASSIGN TO DISK "FX-RATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FX.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT ARCH-DATA      ASSIGN TO DISK "ACCT-ARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ARCH.
         SELECT CAT-DATA       ASSIGN TO DISK "GEN-CATALOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CAT.
         SELECT JRNL-DATA      ASSIGN TO DISK JRNL-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT CASE-DATA      ASSIGN TO DISK "CASH-CASE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CASE.
         SELECT REVW-DATA      ASSIGN TO DISK "CASH-CASE-REV.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REVW.
         SELECT CASE-NEW       ASSIGN TO DISK "CASH-CASE-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CASE-OUT.
         SELECT RPT-DATA       ASSIGN TO DISK "CASH-MON.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT ACC-WRK        ASSIGN TO DISK "CASHMON-ACC.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AWK-ACCT-NO
                FILE STATUS IS ST-AWK.
         SELECT MOV-WRK        ASSIGN TO DISK "CASHMON-MOV.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY MVW-KEY
                FILE STATUS IS ST-MVW.
         SELECT SUB-WRK        ASSIGN TO DISK "CASHMON-SUB.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY SBW-SUBJECT
                FILE STATUS IS ST-SBW.
         SELECT CSE-WRK        ASSIGN TO DISK "CASHMON-CSE.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CSW-KEY
                FILE STATUS IS ST-CSW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Monitoring card: the reporting threshold in base currency,
 *    * the rolling window in days, the lowest amount counted as
 *    * kept just under the threshold, and how many such amounts
 *    * inside the window make a pattern
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-THRESHOLD-X     PIC X(9).
           05  CTL-THRESHOLD REDEFINES CTL-THRESHOLD-X
                                   PIC 9(9).
           05  FILLER              PIC X.
           05  CTL-WINDOW-X        PIC X(3).
           05  CTL-WINDOW REDEFINES CTL-WINDOW-X
                                   PIC 9(3).
           05  FILLER              PIC X.
           05  CTL-NEAR-FLOOR-X    PIC X(9).
           05  CTL-NEAR-FLOOR REDEFINES CTL-NEAR-FLOOR-X
                                   PIC 9(9).
           05  FILLER              PIC X.
           05  CTL-NEAR-COUNT-X    PIC X(3).
           05  CTL-NEAR-COUNT REDEFINES CTL-NEAR-COUNT-X
                                   PIC 9(3).
 *    * Units of each currency to one unit of base currency
       FD  FX-DATA.
       01  FX-RECORD.
           05  FX-CCY              PIC X(3).
           05  FILLER              PIC X.
           05  FX-RATE-X           PIC X(11).
           05  FX-RATE-NUM REDEFINES FX-RATE-X
                                   PIC 9(5)V9(6).
           05  FILLER              PIC X.
           05  FX-DATE             PIC X(8).
 *    * Account master: the customer each account belongs to
       FD  ACCT-DATA.
       01  ACCT-RECORD.
           05  OWNER-NAME-IN       PIC X(20).
           05  FILLER              PIC X(39).
           05  ACCT-NO-IN          PIC 9(8).
           05  FILLER              PIC X(40).
           05  CUST-NO-X           PIC X(6).
 *    * Accounts purged from the master still answer for the
 *    * movements they carried inside the window
       FD  ARCH-DATA.
       01  ARCH-RECORD.
           05  ARC-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X(39).
           05  ARC-ACCT-NO-X       PIC X(8).
           05  ARC-ACCT-NO REDEFINES ARC-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X(40).
           05  ARC-CUST-NO-X       PIC X(6).
           05  FILLER              PIC X(93).
 *    * Generations on disk as the batch last catalogued them: the
 *    * run date of the copy and its file name
       FD  CAT-DATA.
       01  CAT-RECORD.
           05  CAT-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  CAT-FILE            PIC X(40).
 *    * A posting journal, a generation copy or tonight's own
       FD  JRNL-DATA.
       01  JRNL-RECORD.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  JRN-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  JRN-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  JRN-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  JRN-AMOUNT-X        PIC X(7).
           05  JRN-AMOUNT REDEFINES JRN-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  JRN-OLD-SAVING-X    PIC X(7).
           05  FILLER              PIC X.
           05  JRN-NEW-SAVING-X    PIC X(7).
           05  FILLER              PIC X.
           05  JRN-STATUS          PIC X(8).
           05  FILLER              PIC X.
           05  JRN-REASON          PIC X(25).
           05  FILLER              PIC X.
           05  JRN-ACCT-NO-X       PIC X(8).
           05  JRN-ACCT-NO REDEFINES JRN-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  JRN-OLD-SIGN        PIC X.
           05  FILLER              PIC X.
           05  JRN-NEW-SIGN        PIC X.
           05  FILLER              PIC X.
           05  JRN-REF             PIC X(8).
           05  FILLER              PIC X.
           05  JRN-POST-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  JRN-SEQ             PIC X(6).
           05  FILLER              PIC X.
           05  JRN-LINK-TAG        PIC X.
           05  FILLER              PIC X.
           05  JRN-LINK-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  JRN-LINK-SEQ        PIC X(6).
           05  FILLER              PIC X(45).
 *    * Compliance cases, carried across runs; see CASE-WORK-REC
       FD  CASE-DATA.
       01  CASE-REC                PIC X(95).
 *    * Compliance's verdicts on open cases: the case key as the
 *    * report prints it, R reviewed or F filed, and the reviewer
       FD  REVW-DATA.
       01  REVW-REC.
           05  RVW-KEY             PIC X(26).
           05  FILLER              PIC X.
           05  RVW-STATUS          PIC X.
           05  FILLER              PIC X.
           05  RVW-BY              PIC X(8).
 *    * The case file as tonight leaves it; becomes CASH-CASE.DAT
       FD  CASE-NEW.
       01  CASE-NEW-REC            PIC X(95).
 *    * Cases raised or brought up to date tonight, and verdicts
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(110).
 *    * Account number to the customer it aggregates under; an
 *    * account with no customer number stands on its own
       FD  ACC-WRK.
       01  ACC-WRK-RECORD.
           05  AWK-ACCT-NO         PIC 9(8).
           05  AWK-SUBJECT         PIC X(9).
           05  AWK-OWNER-NAME      PIC X(20).
 *    * Each cash movement inside the window once, however many
 *    * journals it appears on, keyed by the posting date and
 *    * sequence TXNPOST stamped on it
       FD  MOV-WRK.
       01  MOV-WRK-RECORD.
           05  MVW-KEY.
               10  MVW-POST-DATE   PIC X(8).
               10  MVW-SEQ         PIC X(6).
           05  MVW-ACTION          PIC X.
           05  MVW-ACCT-NO         PIC 9(8).
           05  MVW-BASE-AMOUNT     PIC 9(9)V99.
           05  MVW-REVERSED-SW     PIC X.
               88  MVW-REVERSED                 VALUE 'Y'.
 *    * Per-customer totals for the window, and what the case file
 *    * already says about the customer
       FD  SUB-WRK.
       01  SUB-WRK-RECORD.
           05  SBW-SUBJECT         PIC X(9).
           05  SBW-OWNER-NAME      PIC X(20).
           05  SBW-LAST-ACCT       PIC 9(8).
           05  SBW-A-CUTOFF        PIC X(8).
           05  SBW-A-OPEN          PIC X(8).
           05  SBW-A-TOTAL         PIC 9(11)V99.
           05  SBW-A-COUNT         PIC 9(5).
           05  SBW-A-THRU          PIC X(8).
           05  SBW-S-CUTOFF        PIC X(8).
           05  SBW-S-OPEN          PIC X(8).
           05  SBW-S-TOTAL         PIC 9(11)V99.
           05  SBW-S-COUNT         PIC 9(5).
           05  SBW-S-THRU          PIC X(8).
 *    * The case file, keyed for the night's lookups and updates
       FD  CSE-WRK.
       01  CSE-WRK-RECORD.
           05  CSW-KEY.
               10  CSW-TYPE        PIC X.
               10  FILLER          PIC X.
               10  CSW-SUBJECT     PIC X(9).
               10  FILLER          PIC X.
               10  CSW-REF         PIC X(14).
           05  FILLER              PIC X.
           05  CSW-REST            PIC X(68).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-FX                   PIC X(02)    VALUE SPACES.
           88  ST-FX-SUCCESS                    VALUE '00'.
           88  ST-FX-EOF                        VALUE '10'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-ARCH                 PIC X(02)    VALUE SPACES.
           88  ST-ARCH-SUCCESS                  VALUE '00'.
           88  ST-ARCH-EOF                      VALUE '10'.
       01  ST-CAT                  PIC X(02)    VALUE SPACES.
           88  ST-CAT-SUCCESS                   VALUE '00'.
           88  ST-CAT-EOF                       VALUE '10'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
           88  ST-JRNL-EOF                      VALUE '10'.
       01  ST-CASE                 PIC X(02)    VALUE SPACES.
           88  ST-CASE-SUCCESS                  VALUE '00'.
           88  ST-CASE-EOF                      VALUE '10'.
       01  ST-REVW                 PIC X(02)    VALUE SPACES.
           88  ST-REVW-SUCCESS                  VALUE '00'.
           88  ST-REVW-EOF                      VALUE '10'.
       01  ST-CASE-OUT             PIC X(02)    VALUE SPACES.
           88  ST-CASE-OUT-SUCCESS              VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
       01  ST-MVW                  PIC X(02)    VALUE SPACES.
           88  ST-MVW-SUCCESS                   VALUE '00'.
           88  ST-MVW-EOF                       VALUE '10'.
       01  ST-SBW                  PIC X(02)    VALUE SPACES.
           88  ST-SBW-SUCCESS                   VALUE '00'.
           88  ST-SBW-EOF                       VALUE '10'.
       01  ST-CSW                  PIC X(02)    VALUE SPACES.
           88  ST-CSW-SUCCESS                   VALUE '00'.
           88  ST-CSW-EOF                       VALUE '10'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-DAYNO               PIC 9(7)     VALUE ZERO.
       77  WINDOW-START            PIC 9(7)     VALUE ZERO.
       77  THRESHOLD               PIC 9(9)     VALUE ZERO.
       77  WINDOW-DAYS             PIC 9(3)     VALUE ZERO.
       77  NEAR-FLOOR              PIC 9(9)     VALUE ZERO.
       77  NEAR-COUNT              PIC 9(3)     VALUE ZERO.
       77  JRNL-NAME               PIC X(40)    VALUE SPACES.
       77  BASE-AMOUNT             PIC 9(9)V99  VALUE ZERO.
       77  SUBJECT-WORK            PIC X(9)     VALUE SPACES.
       77  OWNER-WORK              PIC X(20)    VALUE SPACES.
       77  SUB-NEW-SW              PIC X        VALUE 'N'.
           88  SUB-IS-NEW                       VALUE 'Y'.
       77  CASE-TYPE-WORK          PIC X        VALUE SPACE.
       77  CASE-OPEN-WORK          PIC X(8)     VALUE SPACES.
       77  CASE-ACCT-WORK          PIC 9(8)     VALUE ZERO.
       77  CASE-AMOUNT-WORK        PIC 9(11)V99 VALUE ZERO.
       77  CASE-COUNT-WORK         PIC 9(5)     VALUE ZERO.
       77  CASE-THRU-WORK          PIC X(8)     VALUE SPACES.
       77  REVIEW-REASON           PIC X(30)    VALUE SPACES.
       77  JOURNALS-READ           PIC 9(5)     VALUE ZERO.
       77  JOURNAL-LINES           PIC 9(9)     VALUE ZERO.
       77  CASH-MOVES              PIC 9(7)     VALUE ZERO.
       77  REPEAT-LINES            PIC 9(7)     VALUE ZERO.
       77  REVERSED-MOVES          PIC 9(7)     VALUE ZERO.
       77  FACE-VALUE-MOVES        PIC 9(7)     VALUE ZERO.
       77  CASES-LOADED            PIC 9(7)     VALUE ZERO.
       77  REVIEWS-READ            PIC 9(5)     VALUE ZERO.
       77  REVIEWS-REJECTED        PIC 9(5)     VALUE ZERO.
       77  CASES-RAISED            PIC 9(7)     VALUE ZERO.
       77  CASES-UPDATED           PIC 9(7)     VALUE ZERO.
       77  CASES-OPEN              PIC 9(7)     VALUE ZERO.

 *    * Case layout, shared by CASH-CASE.DAT and the scratch. The
 *    * key is type L (one movement over the threshold), A (the
 *    * customer's cash over the window over it) or S (repeated
 *    * amounts kept just under it), the customer (C + number) or
 *    * lone account (A + number), and the movement's posting date
 *    * and sequence for L or the date first raised for A and S.
 *    * Status O open until compliance marks it R reviewed or F
 *    * filed; through-date is the last movement the case covers.
       01  CASE-WORK-REC.
           05  CWR-KEY.
               10  CWR-TYPE        PIC X.
                   88  CWR-LARGE                VALUE 'L'.
                   88  CWR-AGGREGATE            VALUE 'A'.
                   88  CWR-STRUCTURED           VALUE 'S'.
               10  FILLER          PIC X.
               10  CWR-SUBJECT     PIC X(9).
               10  FILLER          PIC X.
               10  CWR-REF         PIC X(14).
           05  FILLER              PIC X.
           05  CWR-STATUS          PIC X.
               88  CWR-OPEN                     VALUE 'O'.
           05  FILLER              PIC X.
           05  CWR-RAISED          PIC X(8).
           05  FILLER              PIC X.
           05  CWR-THRU            PIC X(8).
           05  FILLER              PIC X.
           05  CWR-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  CWR-ACTION          PIC X.
           05  FILLER              PIC X.
           05  CWR-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X.
           05  CWR-COUNT           PIC 9(5).
           05  FILLER              PIC X.
           05  CWR-REVIEWED-BY     PIC X(8).
           05  FILLER              PIC X.
           05  CWR-REVIEWED        PIC X(8).

       77  FX-ENTRIES              PIC 99       VALUE ZERO.
       77  FX-FOUND-IDX            PIC 99       VALUE ZERO.
       01  FX-TABLE.
           07  FX-TABLE-RECORD     OCCURS 50 TIMES
                                    INDEXED BY FX-INDEX.
               10  FXT-CCY         PIC X(3).
               10  FXT-RATE        PIC 9(5)V9(6).
               10  FXT-MISSING-SW  PIC X.
                   88  FXT-MISSING              VALUE 'Y'.

 *    * Work fields for the serial day-number conversion
       01  CVD-DATE-X.
           05  CVD-YEAR            PIC 9(4).
           05  CVD-MONTH           PIC 9(2).
           05  CVD-DAY             PIC 9(2).
       77  CVD-DAYNO               PIC 9(7)     VALUE ZERO.
       77  CVD-A                   PIC 9(4)     VALUE ZERO.
       77  CVD-Y                   PIC 9(4)     VALUE ZERO.
       77  CVD-M                   PIC 9(2)     VALUE ZERO.
       77  CVD-T1                  PIC 9(7)     VALUE ZERO.
       77  CVD-T2                  PIC 9(7)     VALUE ZERO.
       77  CVD-T3                  PIC 9(7)     VALUE ZERO.
       77  CVD-T4                  PIC 9(7)     VALUE ZERO.

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(24)
               VALUE "LARGE-CASH MONITOR".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(9)  VALUE "  WINDOW ".
           05  RPH-WINDOW          PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE " DAYS".
       01  RPT-LIMIT-LINE.
           05  FILLER              PIC X(10) VALUE "THRESHOLD ".
           05  RPL-THRESHOLD       PIC Z(8)9.
           05  FILLER              PIC X(18)
               VALUE "  JUST UNDER FROM ".
           05  RPL-NEAR-FLOOR      PIC Z(8)9.
           05  FILLER              PIC X(11) VALUE "  REPEATED ".
           05  RPL-NEAR-COUNT      PIC ZZ9.
           05  FILLER              PIC X(6)  VALUE " TIMES".
       01  RPT-COLUMN-LINE.
           05  FILLER              PIC X(36)
               VALUE "          CASE".
           05  FILLER              PIC X(37)
               VALUE " S KIND       ACCOUNT          AMOUNT".
           05  FILLER              PIC X(21)
               VALUE " COUNT THROUGH  OWNER".
       01  RPT-CASE-LINE.
           05  RPC-ACTION          PIC X(10).
           05  RPC-KEY             PIC X(26).
           05  FILLER              PIC X.
           05  RPC-STATUS          PIC X.
           05  FILLER              PIC X.
           05  RPC-KIND            PIC X(10).
           05  FILLER              PIC X.
           05  RPC-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  RPC-AMOUNT          PIC Z(10)9.99.
           05  FILLER              PIC X.
           05  RPC-COUNT           PIC Z(4)9.
           05  FILLER              PIC X.
           05  RPC-THRU            PIC X(8).
           05  FILLER              PIC X.
           05  RPC-OWNER           PIC X(20).
       01  RPT-REVIEW-LINE.
           05  RPR-ACTION          PIC X(10).
           05  RPR-KEY             PIC X(26).
           05  FILLER              PIC X.
           05  RPR-STATUS          PIC X.
           05  FILLER              PIC X.
           05  RPR-BY              PIC X(8).
           05  FILLER              PIC X.
           05  RPR-REASON          PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(8)  VALUE "RAISED  ".
           05  RPT-RAISED          PIC Z(6)9.
           05  FILLER              PIC X(11) VALUE "   UPDATED ".
           05  RPT-UPDATED         PIC Z(6)9.
           05  FILLER              PIC X(30)
               VALUE "   OPEN AWAITING REVIEW       ".
           05  RPT-OPEN            PIC Z(6)9.

       PROCEDURE DIVISION.
 *    * Reads every journal generation the catalogue lists inside
 *    * the rolling window, plus tonight's journal, and keeps the
 *    * cash a customer brought in or took out over the counter:
 *    * applied deposits and withdrawals keyed by owner or account,
 *    * not transfer or reversal legs and not the #-addressed
 *    * movements the batch raises itself. A case compliance has
 *    * already reviewed is never raised a second time.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-GET-CONTROL.
         MOVE RUN-DATE TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO RUN-DAYNO.
         COMPUTE WINDOW-START = RUN-DAYNO - WINDOW-DAYS + 1.
         PERFORM 160-LOAD-FX.
         PERFORM 200-LOAD-ACCOUNTS.
         PERFORM 250-OPEN-REPORT.
         PERFORM 300-LOAD-CASES.
         PERFORM 320-APPLY-REVIEWS.
         PERFORM 340-NOTE-CASES.
         PERFORM 400-READ-JOURNALS.
         PERFORM 450-SCREEN-MOVEMENTS.
         PERFORM 500-SCREEN-CUSTOMERS.
         PERFORM 600-WRITE-CASES.
         CLOSE ACC-WRK
               MOV-WRK
               SUB-WRK.
         DISPLAY "JOURNALS READ              : " JOURNALS-READ.
         DISPLAY "JOURNAL LINES READ         : " JOURNAL-LINES.
         DISPLAY "CASH MOVEMENTS IN WINDOW   : " CASH-MOVES.
         DISPLAY "SEEN ON AN EARLIER JOURNAL : " REPEAT-LINES.
         DISPLAY "REVERSED, NOT COUNTED      : " REVERSED-MOVES.
         DISPLAY "TAKEN AT FACE VALUE        : " FACE-VALUE-MOVES.
         DISPLAY "CASES CARRIED IN           : " CASES-LOADED.
         DISPLAY "REVIEW CARDS READ          : " REVIEWS-READ.
         DISPLAY "REVIEW CARDS REJECTED      : " REVIEWS-REJECTED.
         DISPLAY "CASES RAISED               : " CASES-RAISED.
         DISPLAY "CASES UPDATED              : " CASES-UPDATED.
         DISPLAY "CASES AWAITING REVIEW      : " CASES-OPEN.
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

 *    * A card that cannot be read as limits would monitor against
 *    * the wrong ones: the step stops before touching a file
       150-GET-CONTROL.
         OPEN INPUT CTL-DATA.
         IF NOT ST-CTL-SUCCESS
           DISPLAY "CASH-MON-CTL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CTL-DATA
           AT END MOVE SPACES TO CTL-REC
         END-READ.
         CLOSE CTL-DATA.
         IF CTL-THRESHOLD-X NOT NUMERIC
            OR CTL-WINDOW-X NOT NUMERIC
            OR CTL-NEAR-FLOOR-X NOT NUMERIC
            OR CTL-NEAR-COUNT-X NOT NUMERIC
           DISPLAY "CASH-MON-CTL.DAT LIMITS NOT NUMERIC"
           PERFORM 110-ERROR-EXIT
         END-IF.
         IF CTL-THRESHOLD = ZERO OR CTL-WINDOW = ZERO
            OR CTL-NEAR-FLOOR NOT < CTL-THRESHOLD
            OR CTL-NEAR-COUNT < 2
           DISPLAY "CASH-MON-CTL.DAT LIMITS INCONSISTENT"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE CTL-THRESHOLD TO THRESHOLD.
         MOVE CTL-WINDOW TO WINDOW-DAYS.
         MOVE CTL-NEAR-FLOOR TO NEAR-FLOOR.
         MOVE CTL-NEAR-COUNT TO NEAR-COUNT.
         DISPLAY "REPORTING THRESHOLD        : " THRESHOLD.
         DISPLAY "WINDOW DAYS                : " WINDOW-DAYS.

 *    * A currency with no rate is monitored at face value rather
 *    * than dropped, and named once
       160-LOAD-FX.
         OPEN INPUT FX-DATA.
         IF ST-FX-SUCCESS
           READ FX-DATA
             AT END MOVE '10' TO ST-FX
           END-READ
           PERFORM 165-LOAD-ONE-FX
             UNTIL ST-FX-EOF OR FX-ENTRIES > 49
           CLOSE FX-DATA
         ELSE
           DISPLAY "FX-RATE.DAT NOT ON FILE - FACE VALUES USED"
         END-IF.

       165-LOAD-ONE-FX.
         IF FX-RATE-X NUMERIC AND FX-RATE-NUM > 0
           ADD 1 TO FX-ENTRIES
           MOVE FX-CCY TO FXT-CCY (FX-ENTRIES)
           MOVE FX-RATE-NUM TO FXT-RATE (FX-ENTRIES)
           MOVE 'N' TO FXT-MISSING-SW (FX-ENTRIES)
         ELSE
           DISPLAY "BAD FX RATE IGNORED FOR " FX-CCY
         END-IF.
         READ FX-DATA
           AT END MOVE '10' TO ST-FX
         END-READ.

 *    * The master first, then the archive for accounts purged
 *    * since; the master wins where both hold a number
       200-LOAD-ACCOUNTS.
         OPEN OUTPUT ACC-WRK.
         CLOSE ACC-WRK.
         OPEN I-O ACC-WRK.
         IF NOT ST-AWK-SUCCESS
           DISPLAY "CASHMON-ACC.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.
         PERFORM 210-LOAD-ONE
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.
         OPEN INPUT ARCH-DATA.
         IF ST-ARCH-SUCCESS
           READ ARCH-DATA
             AT END MOVE '10' TO ST-ARCH
           END-READ
           PERFORM 220-LOAD-ARCHIVED
             UNTIL ST-ARCH-EOF
           CLOSE ARCH-DATA
         END-IF.

       210-LOAD-ONE.
         MOVE ACCT-NO-IN TO AWK-ACCT-NO.
         MOVE OWNER-NAME-IN TO AWK-OWNER-NAME.
         MOVE CUST-NO-X TO SUBJECT-WORK (2:8).
         PERFORM 230-STORE-ACCOUNT.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

       220-LOAD-ARCHIVED.
         IF ARC-ACCT-NO-X NUMERIC
           MOVE ARC-ACCT-NO TO AWK-ACCT-NO
           MOVE ARC-OWNER-NAME TO AWK-OWNER-NAME
           MOVE ARC-CUST-NO-X TO SUBJECT-WORK (2:8)
           PERFORM 230-STORE-ACCOUNT
         END-IF.
         READ ARCH-DATA
           AT END MOVE '10' TO ST-ARCH
         END-READ.

 *    * SUBJECT-WORK holds the customer number behind its tag byte
       230-STORE-ACCOUNT.
         IF SUBJECT-WORK (2:6) = SPACES
           MOVE 'A' TO SUBJECT-WORK (1:1)
           MOVE AWK-ACCT-NO TO SUBJECT-WORK (2:8)
         ELSE
           MOVE 'C' TO SUBJECT-WORK (1:1)
           MOVE SPACES TO SUBJECT-WORK (8:2)
         END-IF.
         MOVE SUBJECT-WORK TO AWK-SUBJECT.
         WRITE ACC-WRK-RECORD
           INVALID KEY CONTINUE
         END-WRITE.

       250-OPEN-REPORT.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "CASH-MON.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE WINDOW-DAYS TO RPH-WINDOW.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE THRESHOLD TO RPL-THRESHOLD.
         MOVE NEAR-FLOOR TO RPL-NEAR-FLOOR.
         MOVE NEAR-COUNT TO RPL-NEAR-COUNT.
         MOVE RPT-LIMIT-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-COLUMN-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * The case file is optional: the first night starts empty
       300-LOAD-CASES.
         OPEN OUTPUT CSE-WRK.
         CLOSE CSE-WRK.
         OPEN I-O CSE-WRK.
         IF NOT ST-CSW-SUCCESS
           DISPLAY "CASHMON-CSE.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CASE-DATA.
         IF ST-CASE-SUCCESS
           READ CASE-DATA
             AT END MOVE '10' TO ST-CASE
           END-READ
           PERFORM 310-LOAD-ONE-CASE
             UNTIL ST-CASE-EOF
           CLOSE CASE-DATA
         END-IF.

       310-LOAD-ONE-CASE.
         MOVE CASE-REC TO CSE-WRK-RECORD.
         WRITE CSE-WRK-RECORD
           INVALID KEY
             DISPLAY "DUPLICATE CASE ON CASH-CASE.DAT : " CSW-KEY
             PERFORM 110-ERROR-EXIT
         END-WRITE.
         ADD 1 TO CASES-LOADED.
         READ CASE-DATA
           AT END MOVE '10' TO ST-CASE
         END-READ.

 *    * Verdicts keyed by compliance since the last run. A verdict
 *    * may also move a reviewed case on to filed.
       320-APPLY-REVIEWS.
         OPEN INPUT REVW-DATA.
         IF ST-REVW-SUCCESS
           READ REVW-DATA
             AT END MOVE '10' TO ST-REVW
           END-READ
           PERFORM 330-APPLY-ONE-REVIEW
             UNTIL ST-REVW-EOF
           CLOSE REVW-DATA
         END-IF.

       330-APPLY-ONE-REVIEW.
         ADD 1 TO REVIEWS-READ.
         MOVE SPACES TO REVIEW-REASON.
         EVALUATE TRUE
           WHEN RVW-STATUS NOT = 'R' AND RVW-STATUS NOT = 'F'
             MOVE "UNKNOWN VERDICT" TO REVIEW-REASON
           WHEN RVW-BY = SPACES
             MOVE "REVIEWER MISSING" TO REVIEW-REASON
           WHEN OTHER
             MOVE RVW-KEY TO CSW-KEY
             READ CSE-WRK
               INVALID KEY
                 MOVE "NO SUCH CASE" TO REVIEW-REASON
             END-READ
         END-EVALUATE.
         IF REVIEW-REASON = SPACES
           MOVE CSE-WRK-RECORD TO CASE-WORK-REC
           MOVE RVW-STATUS TO CWR-STATUS
           MOVE RVW-BY TO CWR-REVIEWED-BY
           MOVE RUN-DATE TO CWR-REVIEWED
           MOVE CASE-WORK-REC TO CSE-WRK-RECORD
           PERFORM 390-REWRITE-CASE
           MOVE "REVIEWED  " TO RPR-ACTION
         ELSE
           ADD 1 TO REVIEWS-REJECTED
           MOVE "REJECTED  " TO RPR-ACTION
         END-IF.
         MOVE RVW-KEY TO RPR-KEY.
         MOVE RVW-STATUS TO RPR-STATUS.
         MOVE RVW-BY TO RPR-BY.
         MOVE REVIEW-REASON TO RPR-REASON.
         MOVE RPT-REVIEW-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ REVW-DATA
           AT END MOVE '10' TO ST-REVW
         END-READ.

 *    * Per customer, the open aggregate and pattern cases still
 *    * waiting on compliance, and how far the reviewed ones
 *    * reached: movements up to that date have been looked at
       340-NOTE-CASES.
         OPEN OUTPUT SUB-WRK.
         CLOSE SUB-WRK.
         OPEN I-O SUB-WRK.
         IF NOT ST-SBW-SUCCESS
           DISPLAY "CASHMON-SUB.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LOW-VALUES TO CSW-KEY.
         START CSE-WRK KEY NOT < CSW-KEY
           INVALID KEY MOVE '10' TO ST-CSW
         END-START.
         IF NOT ST-CSW-EOF
           READ CSE-WRK NEXT RECORD
             AT END MOVE '10' TO ST-CSW
           END-READ
         END-IF.
         PERFORM 350-NOTE-ONE-CASE
           UNTIL ST-CSW-EOF.

       350-NOTE-ONE-CASE.
         MOVE CSE-WRK-RECORD TO CASE-WORK-REC.
         IF CWR-AGGREGATE OR CWR-STRUCTURED
           MOVE CWR-SUBJECT TO SUBJECT-WORK
           PERFORM 800-GET-SUBJECT
           EVALUATE TRUE
             WHEN CWR-AGGREGATE AND CWR-OPEN
               MOVE CWR-REF TO SBW-A-OPEN
             WHEN CWR-AGGREGATE
               IF CWR-THRU > SBW-A-CUTOFF
                 MOVE CWR-THRU TO SBW-A-CUTOFF
               END-IF
             WHEN CWR-OPEN
               MOVE CWR-REF TO SBW-S-OPEN
             WHEN OTHER
               IF CWR-THRU > SBW-S-CUTOFF
                 MOVE CWR-THRU TO SBW-S-CUTOFF
               END-IF
           END-EVALUATE
           PERFORM 810-PUT-SUBJECT
         END-IF.
         READ CSE-WRK NEXT RECORD
           AT END MOVE '10' TO ST-CSW
         END-READ.

       380-WRITE-CASE.
         WRITE CSE-WRK-RECORD
           INVALID KEY
             DISPLAY "CASE WRITE FAILED : " CSW-KEY
             PERFORM 110-ERROR-EXIT
         END-WRITE.
         ADD 1 TO CASES-RAISED.

       390-REWRITE-CASE.
         REWRITE CSE-WRK-RECORD
           INVALID KEY
             DISPLAY "CASE REWRITE FAILED : " CSW-KEY
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

 *    * Journal generations inside the window in catalogue order,
 *    * oldest first, then tonight's: an original is always on
 *    * file before the reversal that names it
       400-READ-JOURNALS.
         OPEN OUTPUT MOV-WRK.
         CLOSE MOV-WRK.
         OPEN I-O MOV-WRK.
         IF NOT ST-MVW-SUCCESS
           DISPLAY "CASHMON-MOV.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CAT-DATA.
         IF ST-CAT-SUCCESS
           READ CAT-DATA
             AT END MOVE '10' TO ST-CAT
           END-READ
           PERFORM 410-ONE-CATALOG-LINE
             UNTIL ST-CAT-EOF
           CLOSE CAT-DATA
         ELSE
           DISPLAY "GEN-CATALOG.DAT NOT ON FILE - TONIGHT ONLY"
         END-IF.
         MOVE "ACCT-TXN-JRNL.DAT" TO JRNL-NAME.
         PERFORM 420-READ-ONE-JOURNAL.

       410-ONE-CATALOG-LINE.
         IF CAT-FILE (1:19) = "ACCT-TXN-JRNL.DAT.G"
            AND CAT-DATE NUMERIC
           MOVE CAT-DATE TO CVD-DATE-X
           PERFORM 700-DATE-TO-DAYNO
           IF CVD-DAYNO NOT < WINDOW-START
             MOVE CAT-FILE TO JRNL-NAME
             PERFORM 420-READ-ONE-JOURNAL
           END-IF
         END-IF.
         READ CAT-DATA
           AT END MOVE '10' TO ST-CAT
         END-READ.

       420-READ-ONE-JOURNAL.
         OPEN INPUT JRNL-DATA.
         IF ST-JRNL-SUCCESS
           ADD 1 TO JOURNALS-READ
           READ JRNL-DATA
             AT END MOVE '10' TO ST-JRNL
           END-READ
           PERFORM 430-ONE-JOURNAL-LINE
             UNTIL ST-JRNL-EOF
           CLOSE JRNL-DATA
         ELSE
           DISPLAY "JOURNAL NOT ON DISK : " JRNL-NAME
         END-IF.

 *    * Trailers, rejections and lines posted outside the window
 *    * are passed over; an applied reversal marks the movement it
 *    * undoes so the movement is not counted
       430-ONE-JOURNAL-LINE.
         IF JRN-DATE (1:4) NOT = "*TRL"
           ADD 1 TO JOURNAL-LINES
           IF JRN-STATUS = "APPLIED "
              AND JRN-POST-DATE NUMERIC
              AND JRN-SEQ NUMERIC
              AND JRN-AMOUNT-X NUMERIC
             MOVE JRN-POST-DATE TO CVD-DATE-X
             PERFORM 700-DATE-TO-DAYNO
             IF CVD-DAYNO NOT < WINDOW-START
                AND CVD-DAYNO NOT > RUN-DAYNO
               PERFORM 440-TAKE-LINE
             END-IF
           END-IF
         END-IF.
         READ JRNL-DATA
           AT END MOVE '10' TO ST-JRNL
         END-READ.

       440-TAKE-LINE.
         EVALUATE TRUE
           WHEN JRN-LINK-TAG = 'R'
             MOVE JRN-LINK-DATE TO MVW-POST-DATE
             MOVE JRN-LINK-SEQ TO MVW-SEQ
             READ MOV-WRK
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF NOT MVW-REVERSED
                   MOVE 'Y' TO MVW-REVERSED-SW
                   REWRITE MOV-WRK-RECORD
                   ADD 1 TO REVERSED-MOVES
                 END-IF
             END-READ
           WHEN JRN-ACTION NOT = 'D' AND JRN-ACTION NOT = 'W'
             CONTINUE
           WHEN JRN-REF NOT = SPACES
             CONTINUE
           WHEN JRN-OWNER-NAME (1:1) = '#'
             CONTINUE
           WHEN OTHER
             PERFORM 445-STORE-MOVEMENT
         END-EVALUATE.

       445-STORE-MOVEMENT.
         MOVE JRN-POST-DATE TO MVW-POST-DATE.
         MOVE JRN-SEQ TO MVW-SEQ.
         MOVE JRN-ACTION TO MVW-ACTION.
         MOVE JRN-ACCT-NO TO MVW-ACCT-NO.
         MOVE 'N' TO MVW-REVERSED-SW.
         PERFORM 460-TO-BASE.
         MOVE BASE-AMOUNT TO MVW-BASE-AMOUNT.
         WRITE MOV-WRK-RECORD
           INVALID KEY
             ADD 1 TO REPEAT-LINES
           NOT INVALID KEY
             ADD 1 TO CASH-MOVES
         END-WRITE.

 *    * Every movement left standing: a single one over the
 *    * threshold is a case of its own, and each counts towards
 *    * its customer's window unless a reviewed case covers it
       450-SCREEN-MOVEMENTS.
         MOVE LOW-VALUES TO MVW-KEY.
         START MOV-WRK KEY NOT < MVW-KEY
           INVALID KEY MOVE '10' TO ST-MVW
         END-START.
         IF NOT ST-MVW-EOF
           READ MOV-WRK NEXT RECORD
             AT END MOVE '10' TO ST-MVW
           END-READ
         END-IF.
         PERFORM 455-SCREEN-ONE
           UNTIL ST-MVW-EOF.

       455-SCREEN-ONE.
         IF NOT MVW-REVERSED
           MOVE MVW-ACCT-NO TO AWK-ACCT-NO
           READ ACC-WRK
             INVALID KEY
               MOVE 'A' TO SUBJECT-WORK (1:1)
               MOVE MVW-ACCT-NO TO SUBJECT-WORK (2:8)
               MOVE SPACES TO OWNER-WORK
             NOT INVALID KEY
               MOVE AWK-SUBJECT TO SUBJECT-WORK
               MOVE AWK-OWNER-NAME TO OWNER-WORK
           END-READ
           IF MVW-BASE-AMOUNT > THRESHOLD
             PERFORM 470-RAISE-LARGE
           END-IF
           PERFORM 800-GET-SUBJECT
           MOVE MVW-ACCT-NO TO SBW-LAST-ACCT
           MOVE OWNER-WORK TO SBW-OWNER-NAME
           IF MVW-POST-DATE > SBW-A-CUTOFF
             ADD MVW-BASE-AMOUNT TO SBW-A-TOTAL
             ADD 1 TO SBW-A-COUNT
             MOVE MVW-POST-DATE TO SBW-A-THRU
           END-IF
           IF MVW-POST-DATE > SBW-S-CUTOFF
              AND MVW-BASE-AMOUNT NOT < NEAR-FLOOR
              AND MVW-BASE-AMOUNT NOT > THRESHOLD
             ADD MVW-BASE-AMOUNT TO SBW-S-TOTAL
             ADD 1 TO SBW-S-COUNT
             MOVE MVW-POST-DATE TO SBW-S-THRU
           END-IF
           PERFORM 810-PUT-SUBJECT
         END-IF.
         READ MOV-WRK NEXT RECORD
           AT END MOVE '10' TO ST-MVW
         END-READ.

 *    * Base-currency value of the journal line's amount
       460-TO-BASE.
         MOVE ZERO TO FX-FOUND-IDX.
         IF FX-ENTRIES > 0
           SET FX-INDEX TO 1
           SEARCH FX-TABLE-RECORD
             AT END CONTINUE
             WHEN FXT-CCY (FX-INDEX) = JRN-CURRENCY
               SET FX-FOUND-IDX TO FX-INDEX
           END-SEARCH
         END-IF.
         IF FX-FOUND-IDX = 0 AND FX-ENTRIES < 50
           ADD 1 TO FX-ENTRIES
           MOVE FX-ENTRIES TO FX-FOUND-IDX
           MOVE JRN-CURRENCY TO FXT-CCY (FX-FOUND-IDX)
           MOVE 1 TO FXT-RATE (FX-FOUND-IDX)
           MOVE 'Y' TO FXT-MISSING-SW (FX-FOUND-IDX)
           DISPLAY "NO FX RATE FOR " JRN-CURRENCY
                   " - FACE VALUE USED"
         END-IF.
         IF FX-FOUND-IDX = 0
           MOVE JRN-AMOUNT TO BASE-AMOUNT
           ADD 1 TO FACE-VALUE-MOVES
         ELSE
           COMPUTE BASE-AMOUNT ROUNDED =
               JRN-AMOUNT / FXT-RATE (FX-FOUND-IDX)
           IF FXT-MISSING (FX-FOUND-IDX)
             ADD 1 TO FACE-VALUE-MOVES
           END-IF
         END-IF.

 *    * One case per movement, whatever its status now stands at
       470-RAISE-LARGE.
         MOVE SPACES TO CASE-WORK-REC.
         MOVE 'L' TO CWR-TYPE.
         MOVE SUBJECT-WORK TO CWR-SUBJECT.
         MOVE MVW-KEY TO CWR-REF.
         MOVE CWR-KEY TO CSW-KEY.
         READ CSE-WRK
           INVALID KEY
             MOVE 'O' TO CWR-STATUS
             MOVE RUN-DATE TO CWR-RAISED
             MOVE MVW-POST-DATE TO CWR-THRU
             MOVE MVW-ACCT-NO TO CWR-ACCT-NO
             MOVE MVW-ACTION TO CWR-ACTION
             MOVE MVW-BASE-AMOUNT TO CWR-AMOUNT
             MOVE 1 TO CWR-COUNT
             MOVE CASE-WORK-REC TO CSE-WRK-RECORD
             PERFORM 380-WRITE-CASE
             MOVE "NEW       " TO RPC-ACTION
             MOVE "LARGE CASH" TO RPC-KIND
             PERFORM 580-REPORT-CASE
         END-READ.

 *    * A customer whose window clears the limits gets a case, or
 *    * has the case still open against it brought up to date
       500-SCREEN-CUSTOMERS.
         MOVE LOW-VALUES TO SBW-SUBJECT.
         START SUB-WRK KEY NOT < SBW-SUBJECT
           INVALID KEY MOVE '10' TO ST-SBW
         END-START.
         IF NOT ST-SBW-EOF
           READ SUB-WRK NEXT RECORD
             AT END MOVE '10' TO ST-SBW
           END-READ
         END-IF.
         PERFORM 510-SCREEN-ONE-CUSTOMER
           UNTIL ST-SBW-EOF.

 *    * A lone movement over the threshold is already its own case;
 *    * the aggregate takes two or more
       510-SCREEN-ONE-CUSTOMER.
         MOVE SBW-SUBJECT TO SUBJECT-WORK.
         MOVE SBW-OWNER-NAME TO OWNER-WORK.
         MOVE SBW-LAST-ACCT TO CASE-ACCT-WORK.
         IF SBW-A-COUNT > 1 AND SBW-A-TOTAL > THRESHOLD
           MOVE 'A' TO CASE-TYPE-WORK
           MOVE SBW-A-OPEN TO CASE-OPEN-WORK
           MOVE SBW-A-TOTAL TO CASE-AMOUNT-WORK
           MOVE SBW-A-COUNT TO CASE-COUNT-WORK
           MOVE SBW-A-THRU TO CASE-THRU-WORK
           MOVE "AGGREGATE " TO RPC-KIND
           PERFORM 520-RAISE-OR-UPDATE
         END-IF.
         IF SBW-S-COUNT NOT < NEAR-COUNT
           MOVE 'S' TO CASE-TYPE-WORK
           MOVE SBW-S-OPEN TO CASE-OPEN-WORK
           MOVE SBW-S-TOTAL TO CASE-AMOUNT-WORK
           MOVE SBW-S-COUNT TO CASE-COUNT-WORK
           MOVE SBW-S-THRU TO CASE-THRU-WORK
           MOVE "JUST UNDER" TO RPC-KIND
           PERFORM 520-RAISE-OR-UPDATE
         END-IF.
         READ SUB-WRK NEXT RECORD
           AT END MOVE '10' TO ST-SBW
         END-READ.

       520-RAISE-OR-UPDATE.
         MOVE SPACES TO CASE-WORK-REC.
         MOVE CASE-TYPE-WORK TO CWR-TYPE.
         MOVE SUBJECT-WORK TO CWR-SUBJECT.
         IF CASE-OPEN-WORK = SPACES
           MOVE RUN-DATE TO CWR-REF
           MOVE 'O' TO CWR-STATUS
           MOVE RUN-DATE TO CWR-RAISED
           PERFORM 530-FILL-CASE
           MOVE CASE-WORK-REC TO CSE-WRK-RECORD
           WRITE CSE-WRK-RECORD
             INVALID KEY
               DISPLAY "CASE ALREADY RAISED TODAY : " CSW-KEY
             NOT INVALID KEY
               ADD 1 TO CASES-RAISED
               MOVE "NEW       " TO RPC-ACTION
               PERFORM 580-REPORT-CASE
           END-WRITE
         ELSE
           MOVE CASE-OPEN-WORK TO CWR-REF
           MOVE CWR-KEY TO CSW-KEY
           READ CSE-WRK
             INVALID KEY
               DISPLAY "OPEN CASE MISSING FROM SCRATCH : " CSW-KEY
               PERFORM 110-ERROR-EXIT
           END-READ
           MOVE CSE-WRK-RECORD TO CASE-WORK-REC
           IF CASE-THRU-WORK > CWR-THRU
             PERFORM 530-FILL-CASE
             MOVE CASE-WORK-REC TO CSE-WRK-RECORD
             PERFORM 390-REWRITE-CASE
             ADD 1 TO CASES-UPDATED
             MOVE "UPDATED   " TO RPC-ACTION
             PERFORM 580-REPORT-CASE
           END-IF
         END-IF.

       530-FILL-CASE.
         MOVE CASE-THRU-WORK TO CWR-THRU.
         MOVE CASE-ACCT-WORK TO CWR-ACCT-NO.
         MOVE CASE-AMOUNT-WORK TO CWR-AMOUNT.
         MOVE CASE-COUNT-WORK TO CWR-COUNT.

       580-REPORT-CASE.
         MOVE CWR-KEY TO RPC-KEY.
         MOVE CWR-STATUS TO RPC-STATUS.
         MOVE CWR-ACCT-NO TO RPC-ACCT-NO.
         MOVE CWR-AMOUNT TO RPC-AMOUNT.
         MOVE CWR-COUNT TO RPC-COUNT.
         MOVE CWR-THRU TO RPC-THRU.
         MOVE OWNER-WORK TO RPC-OWNER.
         MOVE RPT-CASE-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * The case file goes back out in key order, every case kept
       600-WRITE-CASES.
         OPEN OUTPUT CASE-NEW.
         IF NOT ST-CASE-OUT-SUCCESS
           DISPLAY "CASH-CASE-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LOW-VALUES TO CSW-KEY.
         START CSE-WRK KEY NOT < CSW-KEY
           INVALID KEY MOVE '10' TO ST-CSW
         END-START.
         IF NOT ST-CSW-EOF
           READ CSE-WRK NEXT RECORD
             AT END MOVE '10' TO ST-CSW
           END-READ
         END-IF.
         PERFORM 610-WRITE-ONE-CASE
           UNTIL ST-CSW-EOF.
         MOVE CASES-RAISED TO RPT-RAISED.
         MOVE CASES-UPDATED TO RPT-UPDATED.
         MOVE CASES-OPEN TO RPT-OPEN.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE CASE-NEW
               CSE-WRK
               RPT-DATA.

       610-WRITE-ONE-CASE.
         MOVE CSE-WRK-RECORD TO CASE-WORK-REC.
         IF CWR-OPEN
           ADD 1 TO CASES-OPEN
         END-IF.
         MOVE CSE-WRK-RECORD TO CASE-NEW-REC.
         WRITE CASE-NEW-REC.
         READ CSE-WRK NEXT RECORD
           AT END MOVE '10' TO ST-CSW
         END-READ.

 *    * Serial day number from a YYYYMMDD civil date; every division
 *    * must truncate, hence the stepwise DIVIDEs
       700-DATE-TO-DAYNO.
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


 *    * Fetch the customer's totals, or start them empty
       800-GET-SUBJECT.
         MOVE SUBJECT-WORK TO SBW-SUBJECT.
         READ SUB-WRK
           INVALID KEY
             MOVE 'Y' TO SUB-NEW-SW
             MOVE SPACES TO SUB-WRK-RECORD
             MOVE SUBJECT-WORK TO SBW-SUBJECT
             MOVE ZERO TO SBW-LAST-ACCT
                          SBW-A-TOTAL SBW-A-COUNT
                          SBW-S-TOTAL SBW-S-COUNT
             MOVE ZEROS TO SBW-A-CUTOFF SBW-S-CUTOFF
             MOVE SPACES TO SBW-A-THRU SBW-S-THRU
                           SBW-A-OPEN SBW-S-OPEN
           NOT INVALID KEY
             MOVE 'N' TO SUB-NEW-SW
         END-READ.

       810-PUT-SUBJECT.
         IF SUB-IS-NEW
           WRITE SUB-WRK-RECORD
             INVALID KEY
               DISPLAY "CUSTOMER SCRATCH WRITE FAILED : " SBW-SUBJECT
               PERFORM 110-ERROR-EXIT
           END-WRITE
         ELSE
           REWRITE SUB-WRK-RECORD
             INVALID KEY
               DISPLAY "CUSTOMER SCRATCH REWRITE FAILED : "
                       SBW-SUBJECT
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         END-IF.

       END PROGRAM CASHMON.
