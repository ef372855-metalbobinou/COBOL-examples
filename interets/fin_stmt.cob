       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CTL-DATA       ASSIGN TO DISK "FINSTMT-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT PERIOD-DATA    ASSIGN TO DISK "GL-PERIOD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PERIOD.
         SELECT CLOSE-DATA     ASSIGN TO DISK "GL-CLOSE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CLOSE.
         SELECT COA-DATA       ASSIGN TO DISK "GL-COA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-COA.
         SELECT FX-DATA        ASSIGN TO DISK "FX-RATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FX.
         SELECT LEDGER-DATA    ASSIGN TO DISK "GL-LEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LEDGER.
         SELECT VCH-DATA       ASSIGN TO DISK "GL-VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-VCH.
         SELECT RPT-DATA       ASSIGN TO DISK "FIN-STMT.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT COA-WRK        ASSIGN TO DISK "FINCOA-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CWK-GL-ACCT
                FILE STATUS IS ST-CWK.
         SELECT ACC-WRK        ASSIGN TO DISK "FINACC-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AWK-KEY
                FILE STATUS IS ST-AWK.
         SELECT LIN-WRK        ASSIGN TO DISK "FINLIN-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY LWK-KEY
                FILE STATUS IS ST-LWK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Control card: the month the fiscal year ends in; no card
 *    * means the fiscal year is the calendar year
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-FYE-MONTH-X     PIC X(2).
           05  CTL-FYE-MONTH REDEFINES CTL-FYE-MONTH-X
                                   PIC 9(2).
 *    * The open accounting period GLLEDGER keeps
       FD  PERIOD-DATA.
       01  PERIOD-REC              PIC X(6).
 *    * Period-close card the accountant leaves for GLLEDGER; when
 *    * it names the open period and that period ends the fiscal
 *    * year, tonight is the year-end close
       FD  CLOSE-DATA.
       01  CLOSE-REC               PIC X(6).
 *    * Chart of accounts: every GL account's class and the
 *    * statement line it reports on. Class A asset, L liability,
 *    * E equity, R retained earnings (equity, and the account the
 *    * year-end close credits), I income, X expense. Accounts
 *    * sharing a line number print as one line under the title
 *    * of the first of them on file.
       FD  COA-DATA.
       01  COA-RECORD.
           05  COA-GL-ACCT         PIC X(8).
           05  FILLER              PIC X.
           05  COA-CLASS           PIC X.
           05  FILLER              PIC X.
           05  COA-LINE-X          PIC X(3).
           05  COA-LINE REDEFINES COA-LINE-X
                                   PIC 9(3).
           05  FILLER              PIC X.
           05  COA-TITLE           PIC X(30).
 *    * FX fixings: units of the currency per one base unit, six
 *    * implied decimals, as FXCONSOL and FXREVAL read them
       FD  FX-DATA.
       01  FX-RECORD.
           05  FX-CCY              PIC X(3).
           05  FILLER              PIC X.
           05  FX-RATE-X           PIC X(11).
           05  FX-RATE-NUM REDEFINES FX-RATE-X
                                   PIC 9(5)V9(6).
           05  FILLER              PIC X.
           05  FX-DATE             PIC X(8).
 *    * The cumulative book, per period, account and currency
       FD  LEDGER-DATA.
       01  LEDGER-REC.
           05  LGR-PERIOD-X        PIC X(6).
           05  LGR-PERIOD REDEFINES LGR-PERIOD-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  LGR-GL-ACCT         PIC X(8).
           05  FILLER              PIC X.
           05  LGR-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  LGR-DEBITS-X        PIC X(13).
           05  LGR-DEBITS REDEFINES LGR-DEBITS-X
                                   PIC 9(11)V99.
           05  FILLER              PIC X.
           05  LGR-CREDITS-X       PIC X(13).
           05  LGR-CREDITS REDEFINES LGR-CREDITS-X
                                   PIC 9(11)V99.
 *    * Tonight's vouchers, not yet in the ledger: read so the
 *    * statements carry what GLLEDGER is about to post, then
 *    * appended to with the year-end closing voucher. Closing
 *    * vouchers number from 4001 so they never collide with the
 *    * interest run's.
       FD  VCH-DATA.
       01  VCH-REC.
           05  VCH-DATE            PIC X(8).
           05  VCH-PERIOD-X REDEFINES VCH-DATE.
               10  VCH-PERIOD      PIC 9(6).
               10  FILLER          PIC X(2).
           05  FILLER              PIC X.
           05  VCH-NO              PIC 9(4).
           05  FILLER              PIC X.
           05  VCH-GL-ACCT         PIC X(8).
           05  FILLER              PIC X.
           05  VCH-DC              PIC X.
           05  FILLER              PIC X.
           05  VCH-AMOUNT-X        PIC X(11).
           05  VCH-AMOUNT REDEFINES VCH-AMOUNT-X
                                   PIC 9(9)V99.
           05  FILLER              PIC X.
           05  VCH-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  VCH-DESC            PIC X(20).
 *    * Balance sheets and income statements, one set per
 *    * currency and one in the base currency
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).
 *    * Keyed scratch files, rebuilt every run the way TXNPOST
 *    * rebuilds ACCT-WRK.KEY: the chart of accounts, each
 *    * account's balances per currency (debit less credit), and
 *    * the statement lines per set, class and line
       FD  COA-WRK.
       01  COA-WRK-RECORD.
           05  CWK-GL-ACCT         PIC X(8).
           05  CWK-CLASS           PIC X.
           05  CWK-LINE            PIC 9(3).
           05  CWK-TITLE           PIC X(30).
       FD  ACC-WRK.
       01  ACC-WRK-RECORD.
           05  AWK-KEY.
               10  AWK-CCY         PIC X(3).
               10  AWK-GL-ACCT     PIC X(8).
           05  AWK-OPENING         PIC S9(12)V99.
           05  AWK-PERIOD          PIC S9(12)V99.
           05  AWK-YTD             PIC S9(12)V99.
       FD  LIN-WRK.
       01  LIN-WRK-RECORD.
           05  LWK-KEY.
               10  LWK-SET.
                   15  LWK-SET-KIND
                                   PIC X.
                   15  LWK-CCY     PIC X(3).
               10  LWK-CLASS-ORDER PIC 9.
               10  LWK-LINE        PIC X(8).
           05  LWK-TITLE           PIC X(30).
           05  LWK-OPENING         PIC S9(12)V99.
           05  LWK-PERIOD          PIC S9(12)V99.
           05  LWK-YTD             PIC S9(12)V99.

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-PERIOD               PIC X(02)    VALUE SPACES.
           88  ST-PERIOD-SUCCESS                VALUE '00'.
       01  ST-CLOSE                PIC X(02)    VALUE SPACES.
           88  ST-CLOSE-SUCCESS                 VALUE '00'.
       01  ST-COA                  PIC X(02)    VALUE SPACES.
           88  ST-COA-SUCCESS                   VALUE '00'.
           88  ST-COA-EOF                       VALUE '10'.
       01  ST-FX                   PIC X(02)    VALUE SPACES.
           88  ST-FX-SUCCESS                    VALUE '00'.
           88  ST-FX-EOF                        VALUE '10'.
       01  ST-LEDGER               PIC X(02)    VALUE SPACES.
           88  ST-LEDGER-SUCCESS                VALUE '00'.
           88  ST-LEDGER-EOF                    VALUE '10'.
       01  ST-VCH                  PIC X(02)    VALUE SPACES.
           88  ST-VCH-SUCCESS                   VALUE '00'.
           88  ST-VCH-EOF                       VALUE '10'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-CWK                  PIC X(02)    VALUE SPACES.
           88  ST-CWK-SUCCESS                   VALUE '00'.
           88  ST-CWK-EOF                       VALUE '10'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
           88  ST-AWK-EOF                       VALUE '10'.
       01  ST-LWK                  PIC X(02)    VALUE SPACES.
           88  ST-LWK-SUCCESS                   VALUE '00'.
           88  ST-LWK-EOF                       VALUE '10'.

       01  RUN-DATE                PIC 9(8)     VALUE ZERO.
       01  RUN-DATE-X REDEFINES RUN-DATE.
           05  RUN-PERIOD          PIC 9(6).
           05  FILLER              PIC 9(2).
       77  OPEN-PERIOD             PIC 9(6)     VALUE ZERO.
       77  CLOSE-PERIOD            PIC 9(6)     VALUE ZERO.
       77  FYE-MONTH               PIC 9(2)     VALUE 12.
       77  FY-START-PERIOD         PIC 9(6)     VALUE ZERO.
       01  PERIOD-WORK.
           05  PWK-YEAR            PIC 9(4).
           05  PWK-MONTH           PIC 9(2).
       01  CLOSE-DATE.
           05  CLD-PERIOD.
               10  CLD-YEAR        PIC 9(4).
               10  CLD-MONTH       PIC 9(2).
           05  CLD-DAY             PIC 9(2).
       77  LEAP-REM                PIC 9(4)     VALUE ZERO.
       77  LEAP-QUOT               PIC 9(4)     VALUE ZERO.
       77  YEAR-END-SW             PIC X        VALUE 'N'.
           88  IS-YEAR-END                      VALUE 'Y'.
       77  CLOSE-ON-FILE-SW        PIC X        VALUE 'N'.
           88  CLOSE-ON-FILE                    VALUE 'Y'.
       77  RE-GL-ACCT              PIC X(8)     VALUE SPACES.
       77  COA-LOADED              PIC 9(5)     VALUE ZERO.
       77  LEDGER-LINES            PIC 9(7)     VALUE ZERO.
       77  VCH-LINES               PIC 9(7)     VALUE ZERO.
       77  UNCLASSIFIED-COUNT      PIC 9(5)     VALUE ZERO.
       77  NO-RATE-COUNT           PIC 9(3)     VALUE ZERO.
       77  CLOSE-LINES             PIC 9(5)     VALUE ZERO.
       77  CCY-CLOSE-LINES         PIC 9(5)     VALUE ZERO.
       77  AWK-FOUND-SW            PIC X        VALUE 'N'.
           88  AWK-FOUND                        VALUE 'Y'.
       77  LWK-FOUND-SW            PIC X        VALUE 'N'.
           88  LWK-FOUND                        VALUE 'Y'.
       77  CWK-FOUND-SW            PIC X        VALUE 'N'.
           88  CWK-FOUND                        VALUE 'Y'.
       77  FX-FOUND-IDX            PIC 99       VALUE ZERO.
       77  ENTRY-PERIOD            PIC 9(6)     VALUE ZERO.
       77  ENTRY-NET               PIC S9(12)V99 VALUE ZERO.
       77  ACCT-CLASS              PIC X        VALUE SPACE.
       77  ACCT-CLASS-ORDER        PIC 9        VALUE ZERO.
       77  ACCT-LINE               PIC X(8)     VALUE SPACES.
       77  ACCT-TITLE              PIC X(30)    VALUE SPACES.
       77  ADD-OPENING             PIC S9(12)V99 VALUE ZERO.
       77  ADD-PERIOD              PIC S9(12)V99 VALUE ZERO.
       77  ADD-YTD                 PIC S9(12)V99 VALUE ZERO.
       77  LAST-NO-RATE-CCY        PIC X(3)     VALUE HIGH-VALUES.
       77  VOUCHER-NO              PIC 9(4)     VALUE 4000.
       77  CLOSE-CCY               PIC X(3)     VALUE HIGH-VALUES.
       77  CLOSE-RE-NET            PIC S9(12)V99 VALUE ZERO.
       77  CLOSE-BALANCE           PIC S9(12)V99 VALUE ZERO.
       77  VCH-WORK-ACCT           PIC X(8)     VALUE SPACES.
       77  VCH-WORK-DC             PIC X        VALUE SPACE.
       77  VCH-WORK-AMOUNT         PIC 9(9)V99  VALUE ZERO.
       77  VCH-WORK-CCY            PIC X(3)     VALUE SPACES.
       77  CUR-SET                 PIC X(4)     VALUE SPACES.
       77  SEC-CLASS-ORDER         PIC 9        VALUE ZERO.
       77  SEC-SIGN                PIC S9       VALUE +1.
       77  SEC-OPENING             PIC S9(12)V99 VALUE ZERO.
       77  SEC-PERIOD              PIC S9(12)V99 VALUE ZERO.
       77  SEC-YTD                 PIC S9(12)V99 VALUE ZERO.
       77  SEC-LINES               PIC 9(5)     VALUE ZERO.
       77  SHOW-OPENING            PIC S9(12)V99 VALUE ZERO.
       77  SHOW-PERIOD             PIC S9(12)V99 VALUE ZERO.
       77  SHOW-YTD                PIC S9(12)V99 VALUE ZERO.
       77  SETS-PRINTED            PIC 99       VALUE ZERO.

 *    * Section totals per class order, as shown (natural sign)
       01  CLASS-TOTALS.
           05  CLASS-TOTAL         OCCURS 9 TIMES.
               10  CLT-OPENING     PIC S9(12)V99.
               10  CLT-PERIOD      PIC S9(12)V99.
               10  CLT-YTD         PIC S9(12)V99.

       77  FX-ENTRIES              PIC 99       VALUE ZERO.
       01  FX-TABLE.
           07  FX-TABLE-RECORD     OCCURS 50 TIMES
                                    INDEXED BY FX-INDEX.
               10  FXT-CCY         PIC X(3).
               10  FXT-RATE        PIC 9(5)V9(6).

       01  RPT-SET-LINE.
           05  RPS-STATEMENT       PIC X(18).
           05  RPS-CCY-TEXT        PIC X(26).
           05  FILLER              PIC X(7)  VALUE "PERIOD ".
           05  RPS-PERIOD          PIC 9(6).
           05  FILLER              PIC X(19)
               VALUE "  FISCAL YEAR FROM ".
           05  RPS-FY-START        PIC 9(6).
       01  RPT-BS-COL-LINE.
           05  FILLER              PIC X(32)  VALUE SPACES.
           05  FILLER              PIC X(16)
               VALUE "    YEAR OPENING".
           05  FILLER              PIC X(16)
               VALUE "          PERIOD".
           05  FILLER              PIC X(16)
               VALUE "    YEAR TO DATE".
           05  FILLER              PIC X(16)
               VALUE "         CLOSING".
       01  RPT-IS-COL-LINE.
           05  FILLER              PIC X(32)  VALUE SPACES.
           05  FILLER              PIC X(16)
               VALUE "          PERIOD".
           05  FILLER              PIC X(16)
               VALUE "    YEAR TO DATE".
       01  RPT-SECTION-LINE.
           05  RPC-TITLE           PIC X(40).
       01  RPT-BS-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RBS-TITLE           PIC X(30).
           05  FILLER              PIC X      VALUE SPACE.
           05  RBS-OPENING         PIC -(11)9.99.
           05  FILLER              PIC X      VALUE SPACE.
           05  RBS-PERIOD          PIC -(11)9.99.
           05  FILLER              PIC X      VALUE SPACE.
           05  RBS-YTD             PIC -(11)9.99.
           05  FILLER              PIC X      VALUE SPACE.
           05  RBS-CLOSING         PIC -(11)9.99.
       01  RPT-IS-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RIS-TITLE           PIC X(30).
           05  FILLER              PIC X      VALUE SPACE.
           05  RIS-PERIOD          PIC -(11)9.99.
           05  FILLER              PIC X      VALUE SPACE.
           05  RIS-YTD             PIC -(11)9.99.
       01  RPT-NOTE-LINE.
           05  RPN-TEXT            PIC X(60).
           05  RPN-CCY             PIC X(3).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-GET-CONTROL.
         PERFORM 160-GET-PERIODS.
         PERFORM 200-LOAD-COA.
         IF IS-YEAR-END AND RE-GL-ACCT = SPACES
           DISPLAY "NO RETAINED-EARNINGS (R) ACCOUNT ON GL-COA.DAT"
                   " - YEAR-END CLOSE REFUSED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 220-LOAD-FX.
         PERFORM 240-OPEN-SCRATCH.
         PERFORM 300-TOTAL-LEDGER.
         PERFORM 350-TOTAL-VOUCHERS.
         PERFORM 400-BUILD-LINES.
         PERFORM 600-PRINT-STATEMENTS.
         DISPLAY "GL ACCOUNTS CLASSIFIED  : " COA-LOADED.
         DISPLAY "LEDGER LINES READ       : " LEDGER-LINES.
         DISPLAY "VOUCHER LINES INCLUDED  : " VCH-LINES.
         DISPLAY "STATEMENT SETS PRINTED  : " SETS-PRINTED.
         IF IS-YEAR-END
           DISPLAY "YEAR-END CLOSING LINES  : " CLOSE-LINES
         END-IF.
         IF UNCLASSIFIED-COUNT > 0 OR NO-RATE-COUNT > 0
           DISPLAY "UNCLASSIFIED ACCOUNTS   : " UNCLASSIFIED-COUNT
           DISPLAY "CURRENCIES WITH NO RATE : " NO-RATE-COUNT
           DISPLAY "SEE FIN-STMT.RPT"
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

       150-GET-CONTROL.
         OPEN INPUT CTL-DATA.
         IF ST-CTL-SUCCESS
           READ CTL-DATA INTO CTL-REC
             AT END MOVE SPACES TO CTL-REC
           END-READ
           IF CTL-FYE-MONTH-X NUMERIC
              AND CTL-FYE-MONTH > 0 AND CTL-FYE-MONTH < 13
             MOVE CTL-FYE-MONTH TO FYE-MONTH
           END-IF
           CLOSE CTL-DATA
         END-IF.

 *    * The statements cover the period GLLEDGER has open tonight,
 *    * the same period it will post tonight's vouchers into; the
 *    * fiscal year starts the month after the fiscal year-end
       160-GET-PERIODS.
         OPEN INPUT PERIOD-DATA.
         IF ST-PERIOD-SUCCESS
           READ PERIOD-DATA INTO PERIOD-REC
             AT END MOVE SPACES TO PERIOD-REC
           END-READ
           IF PERIOD-REC NUMERIC
             MOVE PERIOD-REC TO OPEN-PERIOD
           END-IF
           CLOSE PERIOD-DATA
         END-IF.
         IF OPEN-PERIOD = ZERO
           MOVE RUN-PERIOD TO OPEN-PERIOD
         END-IF.
         MOVE OPEN-PERIOD TO PERIOD-WORK.
         IF PWK-MONTH NOT > FYE-MONTH
           SUBTRACT 1 FROM PWK-YEAR
         END-IF.
         MOVE FYE-MONTH TO PWK-MONTH.
         ADD 1 TO PWK-MONTH.
         IF PWK-MONTH > 12
           MOVE 1 TO PWK-MONTH
           ADD 1 TO PWK-YEAR
         END-IF.
         MOVE PERIOD-WORK TO FY-START-PERIOD.
         MOVE ZERO TO CLOSE-PERIOD.
         OPEN INPUT CLOSE-DATA.
         IF ST-CLOSE-SUCCESS
           READ CLOSE-DATA INTO CLOSE-REC
             AT END MOVE SPACES TO CLOSE-REC
           END-READ
           IF CLOSE-REC NUMERIC
             MOVE CLOSE-REC TO CLOSE-PERIOD
           END-IF
           CLOSE CLOSE-DATA
         END-IF.
         MOVE OPEN-PERIOD TO PERIOD-WORK.
         IF CLOSE-PERIOD = OPEN-PERIOD AND CLOSE-PERIOD > 0
            AND PWK-MONTH = FYE-MONTH
           MOVE 'Y' TO YEAR-END-SW
           PERFORM 170-SET-CLOSE-DATE
           DISPLAY "FISCAL YEAR-END CLOSE OF PERIOD " OPEN-PERIOD
         END-IF.
         DISPLAY "STATEMENT PERIOD        : " OPEN-PERIOD.
         DISPLAY "FISCAL YEAR FROM        : " FY-START-PERIOD.

 *    * The closing voucher is dated the last day of the year-end
 *    * period so GLLEDGER posts it into that period
       170-SET-CLOSE-DATE.
         MOVE OPEN-PERIOD TO CLD-PERIOD.
         EVALUATE CLD-MONTH
           WHEN 04 MOVE 30 TO CLD-DAY
           WHEN 06 MOVE 30 TO CLD-DAY
           WHEN 09 MOVE 30 TO CLD-DAY
           WHEN 11 MOVE 30 TO CLD-DAY
           WHEN 02 PERFORM 175-FEBRUARY-LENGTH
           WHEN OTHER MOVE 31 TO CLD-DAY
         END-EVALUATE.

       175-FEBRUARY-LENGTH.
         MOVE 28 TO CLD-DAY.
         DIVIDE CLD-YEAR BY 4 GIVING LEAP-QUOT
           REMAINDER LEAP-REM.
         IF LEAP-REM = ZERO
           MOVE 29 TO CLD-DAY
           DIVIDE CLD-YEAR BY 100 GIVING LEAP-QUOT
             REMAINDER LEAP-REM
           IF LEAP-REM = ZERO
             DIVIDE CLD-YEAR BY 400 GIVING LEAP-QUOT
               REMAINDER LEAP-REM
             IF LEAP-REM NOT = ZERO
               MOVE 28 TO CLD-DAY
             END-IF
           END-IF
         END-IF.

       200-LOAD-COA.
         OPEN OUTPUT COA-WRK.
         CLOSE COA-WRK.
         OPEN I-O COA-WRK.
         IF NOT ST-CWK-SUCCESS
           DISPLAY "FINCOA-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT COA-DATA.
         IF NOT ST-COA-SUCCESS
           DISPLAY "GL-COA.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ COA-DATA INTO COA-RECORD
           AT END MOVE '10' TO ST-COA
         END-READ.
         PERFORM 210-LOAD-ONE-COA
           UNTIL ST-COA-EOF.
         CLOSE COA-DATA.

       210-LOAD-ONE-COA.
         IF COA-GL-ACCT NOT = SPACES AND COA-LINE-X NUMERIC
            AND (COA-CLASS = 'A' OR COA-CLASS = 'L'
                 OR COA-CLASS = 'E' OR COA-CLASS = 'R'
                 OR COA-CLASS = 'I' OR COA-CLASS = 'X')
           MOVE COA-GL-ACCT TO CWK-GL-ACCT
           MOVE COA-CLASS TO CWK-CLASS
           MOVE COA-LINE TO CWK-LINE
           MOVE COA-TITLE TO CWK-TITLE
           WRITE COA-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE GL-COA.DAT ACCOUNT : " COA-GL-ACCT
           NOT INVALID KEY
               ADD 1 TO COA-LOADED
               IF COA-CLASS = 'R' AND RE-GL-ACCT = SPACES
                 MOVE COA-GL-ACCT TO RE-GL-ACCT
               END-IF
           END-WRITE
         ELSE
           DISPLAY "GL-COA.DAT LINE IGNORED : " COA-RECORD
         END-IF.
         READ COA-DATA INTO COA-RECORD
           AT END MOVE '10' TO ST-COA
         END-READ.

 *    * A missing rate file only costs the base-currency set
       220-LOAD-FX.
         OPEN INPUT FX-DATA.
         IF ST-FX-SUCCESS
           READ FX-DATA INTO FX-RECORD
             AT END MOVE '10' TO ST-FX
           END-READ
           PERFORM 230-LOAD-ONE-FX
             UNTIL ST-FX-EOF OR FX-ENTRIES > 49
           CLOSE FX-DATA
         END-IF.

       230-LOAD-ONE-FX.
         IF FX-RATE-X NUMERIC AND FX-RATE-NUM > 0
           ADD 1 TO FX-ENTRIES
           MOVE FX-CCY TO FXT-CCY (FX-ENTRIES)
           MOVE FX-RATE-NUM TO FXT-RATE (FX-ENTRIES)
         END-IF.
         READ FX-DATA INTO FX-RECORD
           AT END MOVE '10' TO ST-FX
         END-READ.

       240-OPEN-SCRATCH.
         OPEN OUTPUT ACC-WRK.
         CLOSE ACC-WRK.
         OPEN I-O ACC-WRK.
         IF NOT ST-AWK-SUCCESS
           DISPLAY "FINACC-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT LIN-WRK.
         CLOSE LIN-WRK.
         OPEN I-O LIN-WRK.
         IF NOT ST-LWK-SUCCESS
           DISPLAY "FINLIN-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.

 *    * Every ledger balance up to the open period, split into
 *    * before the fiscal year, inside it, and the open period
       300-TOTAL-LEDGER.
         OPEN INPUT LEDGER-DATA.
         IF ST-LEDGER-SUCCESS
           READ LEDGER-DATA INTO LEDGER-REC
             AT END MOVE '10' TO ST-LEDGER
           END-READ
           PERFORM 310-TOTAL-ONE-LEDGER
             UNTIL ST-LEDGER-EOF
           CLOSE LEDGER-DATA
         END-IF.

       310-TOTAL-ONE-LEDGER.
         IF LGR-PERIOD-X NUMERIC AND LGR-DEBITS-X NUMERIC
            AND LGR-CREDITS-X NUMERIC
           ADD 1 TO LEDGER-LINES
           MOVE LGR-PERIOD TO ENTRY-PERIOD
           COMPUTE ENTRY-NET = LGR-DEBITS - LGR-CREDITS
           MOVE LGR-CCY TO AWK-CCY
           MOVE LGR-GL-ACCT TO AWK-GL-ACCT
           PERFORM 330-POST-ENTRY
         END-IF.
         READ LEDGER-DATA INTO LEDGER-REC
           AT END MOVE '10' TO ST-LEDGER
         END-READ.

       330-POST-ENTRY.
         IF ENTRY-PERIOD NOT > OPEN-PERIOD
           MOVE 'N' TO AWK-FOUND-SW
           READ ACC-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO AWK-FOUND-SW
           END-READ
           IF NOT AWK-FOUND
             MOVE ZERO TO AWK-OPENING AWK-PERIOD AWK-YTD
           END-IF
           IF ENTRY-PERIOD < FY-START-PERIOD
             ADD ENTRY-NET TO AWK-OPENING
           ELSE
             ADD ENTRY-NET TO AWK-YTD
             IF ENTRY-PERIOD = OPEN-PERIOD
               ADD ENTRY-NET TO AWK-PERIOD
             END-IF
           END-IF
           IF AWK-FOUND
             REWRITE ACC-WRK-RECORD
               INVALID KEY
                 DISPLAY "ACCOUNT SCRATCH REWRITE FAILED : " AWK-KEY
                 PERFORM 110-ERROR-EXIT
             END-REWRITE
           ELSE
             WRITE ACC-WRK-RECORD
               INVALID KEY
                 DISPLAY "ACCOUNT SCRATCH WRITE FAILED : " AWK-KEY
                 PERFORM 110-ERROR-EXIT
             END-WRITE
           END-IF
         END-IF.

 *    * Tonight's vouchers count as GLLEDGER will post them: a line
 *    * dated into a closed period is left out, and a closing
 *    * voucher already on the file (a restarted step) is neither
 *    * counted nor written again
       350-TOTAL-VOUCHERS.
         OPEN INPUT VCH-DATA.
         IF ST-VCH-SUCCESS
           READ VCH-DATA INTO VCH-REC
             AT END MOVE '10' TO ST-VCH
           END-READ
           PERFORM 360-TOTAL-ONE-VOUCHER
             UNTIL ST-VCH-EOF
           CLOSE VCH-DATA
         END-IF.

       360-TOTAL-ONE-VOUCHER.
         IF VCH-DESC (1:14) = "YEAR-END CLOSE"
           MOVE 'Y' TO CLOSE-ON-FILE-SW
         ELSE
           IF VCH-DATE NUMERIC AND VCH-AMOUNT-X NUMERIC
              AND VCH-PERIOD NOT < OPEN-PERIOD
             ADD 1 TO VCH-LINES
             MOVE VCH-PERIOD TO ENTRY-PERIOD
             IF VCH-DC = 'D'
               MOVE VCH-AMOUNT TO ENTRY-NET
             ELSE
               COMPUTE ENTRY-NET = ZERO - VCH-AMOUNT
             END-IF
             MOVE VCH-CCY TO AWK-CCY
             MOVE VCH-GL-ACCT TO AWK-GL-ACCT
             PERFORM 330-POST-ENTRY
           END-IF
         END-IF.
         READ VCH-DATA INTO VCH-REC
           AT END MOVE '10' TO ST-VCH
         END-READ.

 *    * Each account's balances go to its statement line in its own
 *    * currency and, translated, in the base currency; income and
 *    * expense also feed the equity line for earnings not yet
 *    * closed, so the balance sheet balances before the close
       400-BUILD-LINES.
         IF IS-YEAR-END AND NOT CLOSE-ON-FILE
           OPEN EXTEND VCH-DATA
           IF NOT ST-VCH-SUCCESS
             OPEN OUTPUT VCH-DATA
           END-IF
         END-IF.
         MOVE LOW-VALUES TO AWK-KEY.
         START ACC-WRK KEY NOT < AWK-KEY
           INVALID KEY MOVE '10' TO ST-AWK
         END-START.
         IF NOT ST-AWK-EOF
           READ ACC-WRK NEXT RECORD
             AT END MOVE '10' TO ST-AWK
           END-READ
         END-IF.
         PERFORM 410-BUILD-ONE-ACCOUNT
           UNTIL ST-AWK-EOF.
         IF IS-YEAR-END AND NOT CLOSE-ON-FILE
           PERFORM 470-CLOSE-TO-RETAINED
           CLOSE VCH-DATA
         END-IF.
         IF IS-YEAR-END AND CLOSE-ON-FILE
           DISPLAY "CLOSING VOUCHER ALREADY ON GL-VOUCHER.DAT - "
                   "NOT WRITTEN AGAIN"
         END-IF.

       410-BUILD-ONE-ACCOUNT.
         MOVE AWK-GL-ACCT TO CWK-GL-ACCT.
         MOVE 'N' TO CWK-FOUND-SW.
         READ COA-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO CWK-FOUND-SW
         END-READ.
         IF CWK-FOUND
           MOVE CWK-CLASS TO ACCT-CLASS
           MOVE CWK-LINE TO ACCT-LINE
           MOVE CWK-TITLE TO ACCT-TITLE
         ELSE
           ADD 1 TO UNCLASSIFIED-COUNT
           MOVE SPACE TO ACCT-CLASS
           MOVE AWK-GL-ACCT TO ACCT-LINE
           MOVE AWK-GL-ACCT TO ACCT-TITLE
         END-IF.
         EVALUATE ACCT-CLASS
           WHEN 'A' MOVE 1 TO ACCT-CLASS-ORDER
           WHEN 'L' MOVE 2 TO ACCT-CLASS-ORDER
           WHEN 'E' MOVE 3 TO ACCT-CLASS-ORDER
           WHEN 'R' MOVE 3 TO ACCT-CLASS-ORDER
           WHEN 'I' MOVE 4 TO ACCT-CLASS-ORDER
           WHEN 'X' MOVE 5 TO ACCT-CLASS-ORDER
           WHEN OTHER MOVE 9 TO ACCT-CLASS-ORDER
         END-EVALUATE.
         MOVE 'C' TO LWK-SET-KIND.
         MOVE AWK-CCY TO LWK-CCY.
         MOVE AWK-OPENING TO ADD-OPENING.
         MOVE AWK-PERIOD TO ADD-PERIOD.
         MOVE AWK-YTD TO ADD-YTD.
         PERFORM 420-ADD-TO-SET.
         PERFORM 430-FIND-FX.
         IF AWK-CCY = SPACES OR FX-FOUND-IDX > 0
           MOVE 'Z' TO LWK-SET-KIND
           MOVE SPACES TO LWK-CCY
           IF FX-FOUND-IDX > 0
             COMPUTE ADD-OPENING ROUNDED =
                 AWK-OPENING / FXT-RATE (FX-FOUND-IDX)
             COMPUTE ADD-PERIOD ROUNDED =
                 AWK-PERIOD / FXT-RATE (FX-FOUND-IDX)
             COMPUTE ADD-YTD ROUNDED =
                 AWK-YTD / FXT-RATE (FX-FOUND-IDX)
           END-IF
           PERFORM 420-ADD-TO-SET
         ELSE
           IF AWK-CCY NOT = LAST-NO-RATE-CCY
             ADD 1 TO NO-RATE-COUNT
             MOVE AWK-CCY TO LAST-NO-RATE-CCY
             DISPLAY "NO FX RATE FOR " AWK-CCY
                     " - LEFT OUT OF THE BASE STATEMENTS"
           END-IF
         END-IF.
         IF IS-YEAR-END AND NOT CLOSE-ON-FILE
            AND (ACCT-CLASS = 'I' OR ACCT-CLASS = 'X')
           PERFORM 460-CLOSE-ONE-ACCOUNT
         END-IF.
         READ ACC-WRK NEXT RECORD
           AT END MOVE '10' TO ST-AWK
         END-READ.

 *    * The account's own line, then for income and expense the
 *    * earnings line under equity
       420-ADD-TO-SET.
         MOVE ACCT-CLASS-ORDER TO LWK-CLASS-ORDER.
         MOVE ACCT-LINE TO LWK-LINE.
         MOVE ACCT-TITLE TO LWK-TITLE.
         PERFORM 440-ADD-LINE.
         IF ACCT-CLASS = 'I' OR ACCT-CLASS = 'X'
           MOVE 3 TO LWK-CLASS-ORDER
           MOVE "999" TO LWK-LINE
           MOVE "EARNINGS NOT YET CLOSED" TO LWK-TITLE
           PERFORM 440-ADD-LINE
         END-IF.

       430-FIND-FX.
         MOVE ZERO TO FX-FOUND-IDX.
         IF FX-ENTRIES > 0 AND AWK-CCY NOT = SPACES
           SET FX-INDEX TO 1
           SEARCH FX-TABLE-RECORD
             AT END CONTINUE
             WHEN FXT-CCY (FX-INDEX) = AWK-CCY
               SET FX-FOUND-IDX TO FX-INDEX
           END-SEARCH
         END-IF.

       440-ADD-LINE.
         MOVE 'N' TO LWK-FOUND-SW.
         READ LIN-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO LWK-FOUND-SW
         END-READ.
         IF NOT LWK-FOUND
           MOVE ACCT-TITLE TO LWK-TITLE
           IF LWK-LINE = "999" AND LWK-CLASS-ORDER = 3
             MOVE "EARNINGS NOT YET CLOSED" TO LWK-TITLE
           END-IF
           MOVE ZERO TO LWK-OPENING LWK-PERIOD LWK-YTD
         END-IF.
         ADD ADD-OPENING TO LWK-OPENING.
         ADD ADD-PERIOD TO LWK-PERIOD.
         ADD ADD-YTD TO LWK-YTD.
         IF LWK-FOUND
           REWRITE LIN-WRK-RECORD
             INVALID KEY
               DISPLAY "LINE SCRATCH REWRITE FAILED : " LWK-KEY
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         ELSE
           WRITE LIN-WRK-RECORD
             INVALID KEY
               DISPLAY "LINE SCRATCH WRITE FAILED : " LWK-KEY
               PERFORM 110-ERROR-EXIT
           END-WRITE
         END-IF.

 *    * Year-end: each income and expense account's whole balance
 *    * is reversed out, the net going to retained earnings in a
 *    * closing voucher per currency
       460-CLOSE-ONE-ACCOUNT.
         IF AWK-CCY NOT = CLOSE-CCY
           PERFORM 470-CLOSE-TO-RETAINED
           MOVE AWK-CCY TO CLOSE-CCY
         END-IF.
         COMPUTE CLOSE-BALANCE = AWK-OPENING + AWK-YTD.
         IF CLOSE-BALANCE NOT = ZERO
           IF CCY-CLOSE-LINES = ZERO
             ADD 1 TO VOUCHER-NO
           END-IF
           IF CLOSE-BALANCE > ZERO
             MOVE 'C' TO VCH-WORK-DC
             MOVE CLOSE-BALANCE TO VCH-WORK-AMOUNT
           ELSE
             MOVE 'D' TO VCH-WORK-DC
             COMPUTE VCH-WORK-AMOUNT = ZERO - CLOSE-BALANCE
           END-IF
           MOVE AWK-GL-ACCT TO VCH-WORK-ACCT
           MOVE AWK-CCY TO VCH-WORK-CCY
           PERFORM 480-WRITE-CLOSE-LINE
           ADD CLOSE-BALANCE TO CLOSE-RE-NET
         END-IF.

 *    * The retained-earnings leg that balances the currency's
 *    * closing voucher
       470-CLOSE-TO-RETAINED.
         IF CLOSE-RE-NET NOT = ZERO
           IF CLOSE-RE-NET > ZERO
             MOVE 'D' TO VCH-WORK-DC
             MOVE CLOSE-RE-NET TO VCH-WORK-AMOUNT
           ELSE
             MOVE 'C' TO VCH-WORK-DC
             COMPUTE VCH-WORK-AMOUNT = ZERO - CLOSE-RE-NET
           END-IF
           MOVE RE-GL-ACCT TO VCH-WORK-ACCT
           MOVE CLOSE-CCY TO VCH-WORK-CCY
           PERFORM 480-WRITE-CLOSE-LINE
         END-IF.
         MOVE ZERO TO CLOSE-RE-NET.
         MOVE ZERO TO CCY-CLOSE-LINES.

       480-WRITE-CLOSE-LINE.
         MOVE SPACES TO VCH-REC.
         MOVE CLOSE-DATE TO VCH-DATE.
         MOVE VOUCHER-NO TO VCH-NO.
         MOVE VCH-WORK-ACCT TO VCH-GL-ACCT.
         MOVE VCH-WORK-DC TO VCH-DC.
         MOVE VCH-WORK-AMOUNT TO VCH-AMOUNT.
         MOVE VCH-WORK-CCY TO VCH-CCY.
         MOVE SPACES TO VCH-DESC.
         STRING "YEAR-END CLOSE " DELIMITED BY SIZE
                CLD-YEAR DELIMITED BY SIZE
           INTO VCH-DESC
         END-STRING.
         WRITE VCH-REC.
         ADD 1 TO CLOSE-LINES.
         ADD 1 TO CCY-CLOSE-LINES.

 *    * One set per currency in currency order, the base set last
       600-PRINT-STATEMENTS.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "FIN-STMT.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LOW-VALUES TO LWK-KEY.
         START LIN-WRK KEY NOT < LWK-KEY
           INVALID KEY MOVE '10' TO ST-LWK
         END-START.
         IF NOT ST-LWK-EOF
           READ LIN-WRK NEXT RECORD
             AT END MOVE '10' TO ST-LWK
           END-READ
         END-IF.
         PERFORM 610-PRINT-ONE-SET
           UNTIL ST-LWK-EOF.
         CLOSE RPT-DATA
               COA-WRK
               ACC-WRK
               LIN-WRK.

       610-PRINT-ONE-SET.
         MOVE LWK-SET TO CUR-SET.
         ADD 1 TO SETS-PRINTED.
         INITIALIZE CLASS-TOTALS.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "BALANCE SHEET     " TO RPS-STATEMENT.
         PERFORM 615-WRITE-SET-HEAD.
         MOVE RPT-BS-COL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "ASSETS" TO RPC-TITLE.
         MOVE 1 TO SEC-CLASS-ORDER.
         PERFORM 620-PRINT-SECTION.
         MOVE "LIABILITIES" TO RPC-TITLE.
         MOVE 2 TO SEC-CLASS-ORDER.
         PERFORM 620-PRINT-SECTION.
         MOVE "EQUITY" TO RPC-TITLE.
         MOVE 3 TO SEC-CLASS-ORDER.
         PERFORM 620-PRINT-SECTION.
         MOVE SPACES TO RPT-BS-LINE.
         MOVE "TOTAL LIABILITIES AND EQUITY" TO RBS-TITLE.
         COMPUTE SHOW-OPENING = CLT-OPENING (2) + CLT-OPENING (3).
         COMPUTE SHOW-PERIOD = CLT-PERIOD (2) + CLT-PERIOD (3).
         COMPUTE SHOW-YTD = CLT-YTD (2) + CLT-YTD (3).
         PERFORM 650-WRITE-BS-AMOUNTS.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "INCOME STATEMENT  " TO RPS-STATEMENT.
         PERFORM 615-WRITE-SET-HEAD.
         MOVE RPT-IS-COL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "INCOME" TO RPC-TITLE.
         MOVE 4 TO SEC-CLASS-ORDER.
         PERFORM 620-PRINT-SECTION.
         MOVE "EXPENSES" TO RPC-TITLE.
         MOVE 5 TO SEC-CLASS-ORDER.
         PERFORM 620-PRINT-SECTION.
         MOVE SPACES TO RPT-IS-LINE.
         MOVE "NET INCOME" TO RIS-TITLE.
         COMPUTE SHOW-PERIOD = CLT-PERIOD (4) - CLT-PERIOD (5).
         COMPUTE SHOW-YTD = CLT-YTD (4) - CLT-YTD (5).
         PERFORM 655-WRITE-IS-AMOUNTS.
         MOVE "UNCLASSIFIED ACCOUNTS - NOT ON GL-COA.DAT"
           TO RPC-TITLE.
         MOVE 9 TO SEC-CLASS-ORDER.
         PERFORM 620-PRINT-SECTION.
 *    * Position past the whole set for the next one
         MOVE CUR-SET TO LWK-SET.
         MOVE 9 TO LWK-CLASS-ORDER.
         MOVE HIGH-VALUES TO LWK-LINE.
         MOVE '00' TO ST-LWK.
         START LIN-WRK KEY > LWK-KEY
           INVALID KEY MOVE '10' TO ST-LWK
         END-START.
         IF NOT ST-LWK-EOF
           READ LIN-WRK NEXT RECORD
             AT END MOVE '10' TO ST-LWK
           END-READ
         END-IF.

       615-WRITE-SET-HEAD.
         IF CUR-SET (1:1) = 'Z'
           MOVE "IN BASE CURRENCY" TO RPS-CCY-TEXT
         ELSE
           MOVE SPACES TO RPS-CCY-TEXT
           STRING "CURRENCY " DELIMITED BY SIZE
                  CUR-SET (2:3) DELIMITED BY SIZE
             INTO RPS-CCY-TEXT
           END-STRING
         END-IF.
         MOVE OPEN-PERIOD TO RPS-PERIOD.
         MOVE FY-START-PERIOD TO RPS-FY-START.
         MOVE RPT-SET-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * One class of the current set: its lines in line order and
 *    * the section total, shown debit-positive for assets and
 *    * expenses and credit-positive for the rest. An empty
 *    * unclassified section prints nothing.
       620-PRINT-SECTION.
         IF SEC-CLASS-ORDER = 2 OR SEC-CLASS-ORDER = 3
            OR SEC-CLASS-ORDER = 4
           MOVE -1 TO SEC-SIGN
         ELSE
           MOVE +1 TO SEC-SIGN
         END-IF.
         MOVE ZERO TO SEC-OPENING SEC-PERIOD SEC-YTD SEC-LINES.
         MOVE CUR-SET TO LWK-SET.
         MOVE SEC-CLASS-ORDER TO LWK-CLASS-ORDER.
         MOVE LOW-VALUES TO LWK-LINE.
         MOVE '00' TO ST-LWK.
         START LIN-WRK KEY NOT < LWK-KEY
           INVALID KEY MOVE '10' TO ST-LWK
         END-START.
         IF NOT ST-LWK-EOF
           READ LIN-WRK NEXT RECORD
             AT END MOVE '10' TO ST-LWK
           END-READ
         END-IF.
         IF SEC-CLASS-ORDER < 9
            OR (NOT ST-LWK-EOF AND LWK-SET = CUR-SET
                AND LWK-CLASS-ORDER = 9)
           MOVE RPT-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
         END-IF.
         PERFORM 630-PRINT-ONE-LINE
           UNTIL ST-LWK-EOF
              OR LWK-SET NOT = CUR-SET
              OR LWK-CLASS-ORDER NOT = SEC-CLASS-ORDER.
         MOVE SEC-OPENING TO CLT-OPENING (SEC-CLASS-ORDER).
         MOVE SEC-PERIOD TO CLT-PERIOD (SEC-CLASS-ORDER).
         MOVE SEC-YTD TO CLT-YTD (SEC-CLASS-ORDER).
         IF SEC-CLASS-ORDER < 9 OR SEC-LINES > 0
           MOVE SPACES TO RPT-BS-LINE RPT-IS-LINE
           MOVE SPACES TO RBS-TITLE RIS-TITLE
           STRING "TOTAL " DELIMITED BY SIZE
                  RPC-TITLE DELIMITED BY "  "
             INTO RBS-TITLE
           END-STRING
           MOVE RBS-TITLE TO RIS-TITLE
           MOVE SEC-OPENING TO SHOW-OPENING
           MOVE SEC-PERIOD TO SHOW-PERIOD
           MOVE SEC-YTD TO SHOW-YTD
           IF SEC-CLASS-ORDER = 4 OR SEC-CLASS-ORDER = 5
             PERFORM 655-WRITE-IS-AMOUNTS
           ELSE
             PERFORM 650-WRITE-BS-AMOUNTS
           END-IF
         END-IF.

       630-PRINT-ONE-LINE.
         ADD 1 TO SEC-LINES.
         COMPUTE SHOW-OPENING = LWK-OPENING * SEC-SIGN.
         COMPUTE SHOW-PERIOD = LWK-PERIOD * SEC-SIGN.
         COMPUTE SHOW-YTD = LWK-YTD * SEC-SIGN.
         ADD SHOW-OPENING TO SEC-OPENING.
         ADD SHOW-PERIOD TO SEC-PERIOD.
         ADD SHOW-YTD TO SEC-YTD.
         IF SEC-CLASS-ORDER = 4 OR SEC-CLASS-ORDER = 5
           MOVE SPACES TO RPT-IS-LINE
           MOVE LWK-TITLE TO RIS-TITLE
           PERFORM 655-WRITE-IS-AMOUNTS
         ELSE
           MOVE SPACES TO RPT-BS-LINE
           MOVE LWK-TITLE TO RBS-TITLE
           PERFORM 650-WRITE-BS-AMOUNTS
         END-IF.
         READ LIN-WRK NEXT RECORD
           AT END MOVE '10' TO ST-LWK
         END-READ.

       650-WRITE-BS-AMOUNTS.
         MOVE SHOW-OPENING TO RBS-OPENING.
         MOVE SHOW-PERIOD TO RBS-PERIOD.
         MOVE SHOW-YTD TO RBS-YTD.
         COMPUTE SHOW-OPENING = SHOW-OPENING + SHOW-YTD.
         MOVE SHOW-OPENING TO RBS-CLOSING.
         MOVE RPT-BS-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       655-WRITE-IS-AMOUNTS.
         MOVE SHOW-PERIOD TO RIS-PERIOD.
         MOVE SHOW-YTD TO RIS-YTD.
         MOVE RPT-IS-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       END PROGRAM FINSTMT.
