       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASSESS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CAL-DATA       ASSIGN TO DISK "BUS-CAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CAL.
         SELECT SCHED-DATA     ASSIGN TO DISK "FEE-SCHED.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SCHED.
         SELECT TIER-DATA      ASSIGN TO DISK "REL-TIER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TIER.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT MAP-DATA       ASSIGN TO DISK "GL-MAP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-MAP.
         SELECT VCH-DATA       ASSIGN TO DISK "GL-VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-VCH.
         SELECT TXN-DATA       ASSIGN TO DISK "ACCT-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT RPT-DATA       ASSIGN TO DISK "FEE-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT OWB-WRK        ASSIGN TO DISK "FEEOWB-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY OWK-KEY
                FILE STATUS IS ST-OWK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Non-business dates per currency area; area *** closes
 *    * every area (the bank's own holidays). Saturdays and Sundays
 *    * are closed without being listed.
       FD  CAL-DATA.
       01  CAL-RECORD.
           05  CAL-AREA            PIC X(3).
           05  FILLER              PIC X.
           05  CAL-DATE-X          PIC X(8).
           05  CAL-DATE REDEFINES CAL-DATE-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  CAL-DESC            PIC X(30).
 *    * Fee schedule, one line per fee on the RATE-KEY type and
 *    * currency pair. Basis: M maintenance, charged unless the
 *    * balance reaches the threshold when one is set; B below
 *    * minimum, charged only under the threshold; O unauthorized
 *    * overdraft, charged while overdrawn past the authorized
 *    * limit. Frequency: D every night, M month-end, Q quarter-end,
 *    * A year-end. A waiver tier waives the fee for an owner whose
 *    * combined balance in the currency reaches that REL-TIER.DAT
 *    * tier (1 the lowest limit); blank or zero never waives.
       FD  SCHED-DATA.
       01  SCHED-RECORD.
           05  SCH-TYPE-ACCT       PIC X(4).
           05  FILLER              PIC X.
           05  SCH-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  SCH-FEE-CODE        PIC X(4).
           05  FILLER              PIC X.
           05  SCH-BASIS           PIC X.
           05  FILLER              PIC X.
           05  SCH-AMOUNT-X        PIC X(7).
           05  SCH-AMOUNT REDEFINES SCH-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  SCH-MIN-BAL-X       PIC X(7).
           05  SCH-MIN-BAL REDEFINES SCH-MIN-BAL-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  SCH-FREQ            PIC X.
           05  FILLER              PIC X.
           05  SCH-WAIVE-TIER-X    PIC X(2).
           05  SCH-WAIVE-TIER REDEFINES SCH-WAIVE-TIER-X
                                   PIC 9(2).
 *    * Relationship tiers, the file INTERETS prices its bonus from
       FD  TIER-DATA.
       01  TIER-RECORD.
           05  TIER-CCY-IN         PIC X(3).
           05  FILLER              PIC X.
           05  TIER-LIMIT-X        PIC X(9).
           05  TIER-LIMIT-IN REDEFINES TIER-LIMIT-X
                                   PIC 9(9).
           05  FILLER              PIC X.
           05  TIER-RATE-X         PIC X(6).
 *    * Account master as it stands at the end of the window
       FD  ACCT-DATA.
       01  ACCT-RECORD.
           05  OWNER-NAME-IN       PIC X(20).
           05  FILLER              PIC X.
           05  SAVING-IN           PIC 9(7).
           05  FILLER              PIC X.
           05  ACCT-TYPE-IN        PIC X(4).
           05  FILLER              PIC X.
           05  DESCRIPTION-IN      PIC X(20).
           05  FILLER              PIC X.
           05  CURRENCY-IN         PIC X(3).
           05  FILLER              PIC X.
           05  ACCT-NO-IN          PIC 9(8).
           05  FILLER              PIC X.
           05  OPEN-DATE-IN        PIC X(8).
           05  FILLER              PIC X.
           05  LAST-ACT-X          PIC X(8).
           05  FILLER              PIC X.
           05  STATUS-IN           PIC X.
           05  FILLER              PIC X.
           05  STATUS-DATE-IN      PIC X(8).
           05  FILLER              PIC X.
           05  OD-LIMIT-X          PIC X(7).
           05  OD-LIMIT-IN REDEFINES OD-LIMIT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  BAL-SIGN-IN         PIC X.
           05  FILLER              PIC X.
           05  CUST-NO-X           PIC X(6).
           05  CUST-NO-IN REDEFINES CUST-NO-X
                                   PIC 9(6).
 *    * Chart-of-accounts mapping; the *FEE entry names the pair for
 *    * fee income, debit the customer liability and credit income
       FD  MAP-DATA.
       01  MAP-RECORD.
           05  MAP-TYPE-IN         PIC X(4).
           05  FILLER              PIC X.
           05  MAP-CCY-IN          PIC X(3).
           05  FILLER              PIC X.
           05  MAP-DEBIT-IN        PIC X(8).
           05  FILLER              PIC X.
           05  MAP-CREDIT-IN       PIC X(8).
 *    * Balanced vouchers in the GLPOST layout, appended to the
 *    * window's voucher file; fee vouchers number from 6001 so
 *    * they never collide with the interest run's
       FD  VCH-DATA.
       01  VCH-REC.
           05  VCH-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  VCH-NO              PIC 9(4).
           05  FILLER              PIC X.
           05  VCH-GL-ACCT         PIC X(8).
           05  FILLER              PIC X.
           05  VCH-DC              PIC X.
           05  FILLER              PIC X.
           05  VCH-AMOUNT          PIC 9(9)V99.
           05  FILLER              PIC X.
           05  VCH-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  VCH-DESC            PIC X(20).
 *    * Movement file for the next window; each fee joins it as an
 *    * F movement addressed by account number, tagged B as raised
 *    * by the bank, and value-dated tonight, so the warehouse
 *    * releases it and TXNPOST debits it
       FD  TXN-DATA.
       01  TXN-RECORD.
           05  TXN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  TXN-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  TXN-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  TXN-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  TXN-AMOUNT          PIC 9(7).
           05  FILLER              PIC X.
           05  TXN-DATE            PIC X(8).
 *    * Every fee charged or waived tonight, then fee income by
 *    * fee code and currency
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).
 *    * Keyed scratch file of each owner's combined balance per
 *    * currency, rebuilt every run the way INTERETS rebuilds its
 *    * own, so the owner count is bounded by disk
       FD  OWB-WRK.
       01  OWB-WRK-RECORD.
           05  OWK-KEY.
               10  OWK-OWNER-KEY   PIC X(20).
               10  OWK-CCY         PIC X(3).
           05  OWK-AMOUNT          PIC 9(11).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CAL                  PIC X(02)    VALUE SPACES.
           88  ST-CAL-SUCCESS                   VALUE '00'.
           88  ST-CAL-EOF                       VALUE '10'.
       01  ST-SCHED                PIC X(02)    VALUE SPACES.
           88  ST-SCHED-SUCCESS                 VALUE '00'.
           88  ST-SCHED-EOF                     VALUE '10'.
       01  ST-TIER                 PIC X(02)    VALUE SPACES.
           88  ST-TIER-SUCCESS                  VALUE '00'.
           88  ST-TIER-EOF                      VALUE '10'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-MAP                  PIC X(02)    VALUE SPACES.
           88  ST-MAP-SUCCESS                   VALUE '00'.
           88  ST-MAP-EOF                       VALUE '10'.
       01  ST-VCH                  PIC X(02)    VALUE SPACES.
           88  ST-VCH-SUCCESS                   VALUE '00'.
       01  ST-TXN                  PIC X(02)    VALUE SPACES.
           88  ST-TXN-SUCCESS                   VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-OWK                  PIC X(02)    VALUE SPACES.
           88  ST-OWK-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  FEE-MAP-IDX             PIC 999      VALUE ZERO.
       77  VOUCHER-NO              PIC 9(4)     VALUE 6000.
       77  ACCTS-READ              PIC 9(7)     VALUE ZERO.
       77  FEES-CHARGED            PIC 9(7)     VALUE ZERO.
       77  FEES-WAIVED             PIC 9(7)     VALUE ZERO.
       77  FEE-INCOME-TOTAL        PIC 9(9)     VALUE ZERO.
       77  VOUCHERS-WRITTEN        PIC 9(5)     VALUE ZERO.
       77  OWB-FOUND-SW            PIC X        VALUE 'N'.
           88  OWB-FOUND                        VALUE 'Y'.
       77  FEE-DUE-SW              PIC X        VALUE 'N'.
           88  FEE-IS-DUE                       VALUE 'Y'.
       77  OWNER-KEY               PIC X(20)    VALUE SPACES.
       77  OWNER-TIER              PIC 99       VALUE ZERO.
       77  BAL-SIGNED              PIC S9(8)    VALUE ZERO.
       77  OD-LIMIT-WORK           PIC 9(7)     VALUE ZERO.
       77  VCH-WORK-ACCT           PIC X(8)     VALUE SPACES.
       77  VCH-WORK-DC             PIC X        VALUE SPACE.
       77  VCH-WORK-AMOUNT         PIC 9(9)V99  VALUE ZERO.

 *    * Calendar work fields for the month-end test
       01  RUN-DATE-X.
           05  RUN-YEAR            PIC 9(4).
           05  RUN-MONTH           PIC 9(2).
           05  RUN-DAY             PIC 9(2).
       77  MONTH-LAST-DAY          PIC 9(2)     VALUE ZERO.
       77  LEAP-REM                PIC 9(4)     VALUE ZERO.
       77  LEAP-QUOT               PIC 9(4)     VALUE ZERO.
       77  MONTH-END-SW            PIC X        VALUE 'N'.
           88  IS-MONTH-END                     VALUE 'Y'.
       77  QUARTER-END-SW          PIC X        VALUE 'N'.
           88  IS-QUARTER-END                   VALUE 'Y'.
       77  YEAR-END-SW             PIC X        VALUE 'N'.
           88  IS-YEAR-END                      VALUE 'Y'.
 *    * The business-day calendar and the roll work fields; the
 *    * month-end is the last business day of the month on the
 *    * bank-wide calendar, the calendar month-end rolled back, so
 *    * a month ending on a closed day still has its month-end
       77  CAL-ENTRIES             PIC 9(3)     VALUE ZERO.
       77  CAL-ITER                PIC 9(3)     VALUE ZERO.
       01  CAL-TABLE.
           05  CAL-ENTRY           OCCURS 500 TIMES.
               10  CLT-AREA        PIC X(3).
               10  CLT-DATE        PIC 9(8).
       01  ROLL-DATE               PIC 9(8)     VALUE ZERO.
       01  ROLL-DATE-X REDEFINES ROLL-DATE.
           05  ROLL-PERIOD         PIC 9(6).
           05  ROLL-DAY            PIC 9(2).
       77  ROLL-AREA               PIC X(3)     VALUE "***".
       77  WEEK-QUOT               PIC 9(7)     VALUE ZERO.
       77  WEEK-REM                PIC 9        VALUE ZERO.
       77  BUSINESS-DAY-SW         PIC X        VALUE 'Y'.
           88  IS-BUSINESS-DAY                  VALUE 'Y'.
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

       77  SCHED-ENTRIES           PIC 999      VALUE ZERO.
       77  SCH-IDX                 PIC 999      VALUE ZERO.
       01  SCHED-TABLE.
           05  SCHED-ENTRY         OCCURS 200 TIMES.
               10  SCT-TYPE-ACCT   PIC X(4).
               10  SCT-CURRENCY    PIC X(3).
               10  SCT-FEE-CODE    PIC X(4).
               10  SCT-BASIS       PIC X.
               10  SCT-AMOUNT      PIC 9(7).
               10  SCT-MIN-BAL     PIC 9(7).
               10  SCT-FREQ        PIC X.
               10  SCT-WAIVE-TIER  PIC 99.

       77  TIER-ENTRIES            PIC 99       VALUE ZERO.
       77  TIER-IDX                PIC 99       VALUE ZERO.
       01  TIER-TABLE.
           05  TIER-ENTRY          OCCURS 20 TIMES.
               10  TIR-CCY         PIC X(3).
               10  TIR-LIMIT       PIC 9(9).

 *    * Fee income by fee code and currency, one voucher each
       77  INC-ENTRIES             PIC 999      VALUE ZERO.
       77  INC-IDX                 PIC 999      VALUE ZERO.
       77  INC-FOUND-IDX           PIC 999      VALUE ZERO.
       01  INC-TABLE.
           05  INC-ENTRY           OCCURS 200 TIMES.
               10  INC-FEE-CODE    PIC X(4).
               10  INC-CURRENCY    PIC X(3).
               10  INC-COUNT       PIC 9(7).
               10  INC-AMOUNT      PIC 9(9).

       77  MAP-ENTRIES             PIC 999      VALUE ZERO.
       01  MAP-TABLE.
           07  MAP-TABLE-RECORD    OCCURS 100 TIMES
                                    INDEXED BY MAP-INDEX.
               10  MAP-TYPE        PIC X(4).
               10  MAP-DEBIT       PIC X(8).
               10  MAP-CREDIT      PIC X(8).

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(26)
               VALUE "SERVICE-CHARGE ASSESSMENT ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-RUN-DATE        PIC 9(8).
       01  RPT-DETAIL-LINE.
           05  RPD-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  RPD-OWNER           PIC X(20).
           05  FILLER              PIC X.
           05  RPD-TYPE            PIC X(4).
           05  FILLER              PIC X.
           05  RPD-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  RPD-FEE-CODE        PIC X(4).
           05  FILLER              PIC X.
           05  RPD-AMOUNT          PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPD-BALANCE         PIC -Z(7)9.
           05  FILLER              PIC X.
           05  RPD-NOTE            PIC X(20).
       01  RPT-INCOME-LINE.
           05  FILLER              PIC X(11) VALUE "FEE INCOME ".
           05  RPI-FEE-CODE        PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPI-CCY             PIC X(3).
           05  FILLER              PIC X(9)  VALUE "  CHARGES".
           05  RPI-COUNT           PIC Z(6)9.
           05  FILLER              PIC X(8)  VALUE "  AMOUNT".
           05  RPI-AMOUNT          PIC Z(8)9.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(17)
               VALUE "ACCOUNTS READ    ".
           05  RPT-READ            PIC Z(6)9.
           05  FILLER              PIC X(10) VALUE "  CHARGED ".
           05  RPT-CHARGED         PIC Z(6)9.
           05  FILLER              PIC X(9)  VALUE "  WAIVED ".
           05  RPT-WAIVED          PIC Z(6)9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 160-SET-FEE-FLAGS.
         PERFORM 200-LOAD-SCHEDULE.
         PERFORM 220-LOAD-TIERS.
         PERFORM 240-LOAD-MAP.
         IF SCHED-ENTRIES > 0 AND FEE-MAP-IDX = 0
           DISPLAY "NO *FEE ENTRY ON GL-MAP.DAT - "
                   "FEE ASSESSMENT REFUSED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 260-SCAN-OWNER-BAL.
         PERFORM 300-ASSESS-ACCOUNTS.
         PERFORM 500-WRITE-VOUCHERS.
         DISPLAY "ACCOUNTS READ             : " ACCTS-READ.
         DISPLAY "FEES CHARGED              : " FEES-CHARGED.
         DISPLAY "FEES WAIVED               : " FEES-WAIVED.
         DISPLAY "FEE INCOME                : " FEE-INCOME-TOTAL.
         DISPLAY "VOUCHERS WRITTEN          : " VOUCHERS-WRITTEN.
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

 *    * No calendar on file means only weekends are closed
       140-LOAD-CALENDAR.
         OPEN INPUT CAL-DATA.
         IF ST-CAL-SUCCESS
           READ CAL-DATA INTO CAL-RECORD
             AT END MOVE '10' TO ST-CAL
           END-READ
           PERFORM 145-LOAD-ONE-HOLIDAY
             UNTIL ST-CAL-EOF
           CLOSE CAL-DATA
         END-IF.

       145-LOAD-ONE-HOLIDAY.
         IF CAL-DATE-X NUMERIC
           IF CAL-ENTRIES < 500
             ADD 1 TO CAL-ENTRIES
             MOVE CAL-AREA TO CLT-AREA (CAL-ENTRIES)
             MOVE CAL-DATE TO CLT-DATE (CAL-ENTRIES)
           ELSE
             DISPLAY "BUS-CAL.DAT FULL - DATE IGNORED : " CAL-DATE
           END-IF
         END-IF.
         READ CAL-DATA INTO CAL-RECORD
           AT END MOVE '10' TO ST-CAL
         END-READ.

 *    * Periodic fees fall due on the month-ends INTCAP capitalizes
 *    * on: the last business day of the month - the calendar last
 *    * day rolled back off weekends and bank-wide holidays - and
 *    * of March, June, September and December, and of December
       160-SET-FEE-FLAGS.
         PERFORM 140-LOAD-CALENDAR.
         MOVE RUN-DATE TO RUN-DATE-X.
         EVALUATE RUN-MONTH
           WHEN 01 MOVE 31 TO MONTH-LAST-DAY
           WHEN 03 MOVE 31 TO MONTH-LAST-DAY
           WHEN 05 MOVE 31 TO MONTH-LAST-DAY
           WHEN 07 MOVE 31 TO MONTH-LAST-DAY
           WHEN 08 MOVE 31 TO MONTH-LAST-DAY
           WHEN 10 MOVE 31 TO MONTH-LAST-DAY
           WHEN 12 MOVE 31 TO MONTH-LAST-DAY
           WHEN 04 MOVE 30 TO MONTH-LAST-DAY
           WHEN 06 MOVE 30 TO MONTH-LAST-DAY
           WHEN 09 MOVE 30 TO MONTH-LAST-DAY
           WHEN 11 MOVE 30 TO MONTH-LAST-DAY
           WHEN 02 PERFORM 165-FEBRUARY-LENGTH
         END-EVALUATE.
         MOVE RUN-DATE-X TO ROLL-DATE.
         MOVE MONTH-LAST-DAY TO ROLL-DAY.
         PERFORM 710-ROLL-DATE.
         IF RUN-DATE-X = ROLL-DATE-X
           MOVE 'Y' TO MONTH-END-SW
         END-IF.
         IF IS-MONTH-END
            AND (RUN-MONTH = 03 OR RUN-MONTH = 06
                 OR RUN-MONTH = 09 OR RUN-MONTH = 12)
           MOVE 'Y' TO QUARTER-END-SW
         END-IF.
         IF IS-MONTH-END AND RUN-MONTH = 12
           MOVE 'Y' TO YEAR-END-SW
         END-IF.

 *    * A century year divides by 400 or it is not a leap year
       165-FEBRUARY-LENGTH.
         MOVE 28 TO MONTH-LAST-DAY.
         DIVIDE RUN-YEAR BY 4 GIVING LEAP-QUOT
           REMAINDER LEAP-REM.
         IF LEAP-REM = ZERO
           MOVE 29 TO MONTH-LAST-DAY
           DIVIDE RUN-YEAR BY 100 GIVING LEAP-QUOT
             REMAINDER LEAP-REM
           IF LEAP-REM = ZERO
             DIVIDE RUN-YEAR BY 400 GIVING LEAP-QUOT
               REMAINDER LEAP-REM
             IF LEAP-REM NOT = ZERO
               MOVE 28 TO MONTH-LAST-DAY
             END-IF
           END-IF
         END-IF.

 *    * Absence of FEE-SCHED.DAT means no fees are charged; a line
 *    * with an unknown basis or frequency or a non-numeric amount
 *    * is reported and left out
       200-LOAD-SCHEDULE.
         OPEN INPUT SCHED-DATA.
         IF ST-SCHED-SUCCESS
           READ SCHED-DATA INTO SCHED-RECORD
             AT END MOVE '10' TO ST-SCHED
           END-READ
           PERFORM 210-LOAD-ONE-FEE
             UNTIL ST-SCHED-EOF OR SCHED-ENTRIES > 199
           IF NOT ST-SCHED-EOF
             DISPLAY 'WARNING: MORE THAN 200 FEE SCHEDULE LINES'
             DISPLAY 'WARNING: LINES BEYOND 200 WERE NOT LOADED'
           END-IF
           CLOSE SCHED-DATA
         END-IF.
         DISPLAY "FEE SCHEDULE LINES LOADED : " SCHED-ENTRIES.

       210-LOAD-ONE-FEE.
         IF SCH-AMOUNT-X NUMERIC
            AND SCH-TYPE-ACCT NOT = SPACES
            AND (SCH-BASIS = 'M' OR SCH-BASIS = 'B'
                 OR SCH-BASIS = 'O')
            AND (SCH-FREQ = 'D' OR SCH-FREQ = 'M'
                 OR SCH-FREQ = 'Q' OR SCH-FREQ = 'A')
           ADD 1 TO SCHED-ENTRIES
           MOVE SCH-TYPE-ACCT TO SCT-TYPE-ACCT (SCHED-ENTRIES)
           MOVE SCH-CURRENCY TO SCT-CURRENCY (SCHED-ENTRIES)
           MOVE SCH-FEE-CODE TO SCT-FEE-CODE (SCHED-ENTRIES)
           MOVE SCH-BASIS TO SCT-BASIS (SCHED-ENTRIES)
           MOVE SCH-AMOUNT TO SCT-AMOUNT (SCHED-ENTRIES)
           MOVE SCH-FREQ TO SCT-FREQ (SCHED-ENTRIES)
           IF SCH-MIN-BAL-X NUMERIC
             MOVE SCH-MIN-BAL TO SCT-MIN-BAL (SCHED-ENTRIES)
           ELSE
             MOVE ZERO TO SCT-MIN-BAL (SCHED-ENTRIES)
           END-IF
           IF SCH-WAIVE-TIER-X NUMERIC
             MOVE SCH-WAIVE-TIER TO SCT-WAIVE-TIER (SCHED-ENTRIES)
           ELSE
             MOVE ZERO TO SCT-WAIVE-TIER (SCHED-ENTRIES)
           END-IF
         ELSE
           DISPLAY "BAD FEE SCHEDULE LINE IGNORED FOR "
                   SCH-TYPE-ACCT " " SCH-FEE-CODE
         END-IF.
         READ SCHED-DATA INTO SCHED-RECORD
           AT END MOVE '10' TO ST-SCHED
         END-READ.

 *    * Absence of REL-TIER.DAT means nobody is waived by tier
       220-LOAD-TIERS.
         OPEN INPUT TIER-DATA.
         IF ST-TIER-SUCCESS
           READ TIER-DATA INTO TIER-RECORD
             AT END MOVE '10' TO ST-TIER
           END-READ
           PERFORM 230-LOAD-ONE-TIER
             UNTIL ST-TIER-EOF OR TIER-ENTRIES > 19
           CLOSE TIER-DATA
         END-IF.

       230-LOAD-ONE-TIER.
         IF TIER-LIMIT-X NUMERIC AND TIER-CCY-IN NOT = SPACES
           ADD 1 TO TIER-ENTRIES
           MOVE TIER-CCY-IN TO TIR-CCY (TIER-ENTRIES)
           MOVE TIER-LIMIT-IN TO TIR-LIMIT (TIER-ENTRIES)
         END-IF.
         READ TIER-DATA INTO TIER-RECORD
           AT END MOVE '10' TO ST-TIER
         END-READ.

 *    * Only the *FEE pair matters here
       240-LOAD-MAP.
         OPEN INPUT MAP-DATA.
         IF ST-MAP-SUCCESS
           READ MAP-DATA INTO MAP-RECORD
             AT END MOVE '10' TO ST-MAP
           END-READ
           PERFORM 250-LOAD-ONE-MAP
             UNTIL ST-MAP-EOF OR MAP-ENTRIES > 99
           CLOSE MAP-DATA
         END-IF.
         MOVE ZERO TO FEE-MAP-IDX.
         IF MAP-ENTRIES > 0
           SET MAP-INDEX TO 1
           SEARCH MAP-TABLE-RECORD
             AT END CONTINUE
             WHEN MAP-TYPE (MAP-INDEX) = "*FEE"
               SET FEE-MAP-IDX TO MAP-INDEX
           END-SEARCH
         END-IF.

       250-LOAD-ONE-MAP.
         ADD 1 TO MAP-ENTRIES.
         MOVE MAP-TYPE-IN TO MAP-TYPE (MAP-ENTRIES).
         MOVE MAP-DEBIT-IN TO MAP-DEBIT (MAP-ENTRIES).
         MOVE MAP-CREDIT-IN TO MAP-CREDIT (MAP-ENTRIES).
         READ MAP-DATA INTO MAP-RECORD
           AT END MOVE '10' TO ST-MAP
         END-READ.

 *    * One pass over the master first, so each owner's combined
 *    * credit balance per currency is known before any waiver is
 *    * decided; closed and escheated accounts hold nothing
       260-SCAN-OWNER-BAL.
         OPEN OUTPUT OWB-WRK.
         CLOSE OWB-WRK.
         OPEN I-O OWB-WRK.
         IF NOT ST-OWK-SUCCESS
           DISPLAY "FEEOWB-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.
         PERFORM 270-ACCUM-OWNER-BAL
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.

       270-ACCUM-OWNER-BAL.
         IF STATUS-IN NOT = 'C' AND STATUS-IN NOT = 'E'
            AND BAL-SIGN-IN NOT = '-'
           PERFORM 280-BUILD-OWNER-KEY
           PERFORM 285-FIND-OWNER-BAL
           IF OWB-FOUND
             ADD SAVING-IN TO OWK-AMOUNT
             REWRITE OWB-WRK-RECORD
               INVALID KEY CONTINUE
             END-REWRITE
           ELSE
             MOVE SAVING-IN TO OWK-AMOUNT
             WRITE OWB-WRK-RECORD
               INVALID KEY CONTINUE
             END-WRITE
           END-IF
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * The grouping key behind every per-owner figure: the customer
 *    * number when the account carries one, the display name only
 *    * for records from before the customer master existed
       280-BUILD-OWNER-KEY.
         IF CUST-NO-X NUMERIC AND CUST-NO-IN > 0
           MOVE SPACES TO OWNER-KEY
           STRING "C" DELIMITED BY SIZE
                  CUST-NO-IN DELIMITED BY SIZE
             INTO OWNER-KEY
           END-STRING
         ELSE
           MOVE OWNER-NAME-IN TO OWNER-KEY
         END-IF.

       285-FIND-OWNER-BAL.
         MOVE 'N' TO OWB-FOUND-SW.
         MOVE OWNER-KEY TO OWK-OWNER-KEY.
         MOVE CURRENCY-IN TO OWK-CCY.
         READ OWB-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO OWB-FOUND-SW
         END-READ.

       300-ASSESS-ACCOUNTS.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "FEE-RPT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND TXN-DATA.
         IF NOT ST-TXN-SUCCESS
           OPEN OUTPUT TXN-DATA
         END-IF.
         IF NOT ST-TXN-SUCCESS
           DISPLAY "ACCT-TXN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.
         PERFORM 310-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         PERFORM 450-WRITE-INCOME
           VARYING INC-IDX FROM 1 BY 1
           UNTIL INC-IDX > INC-ENTRIES.
         MOVE ACCTS-READ TO RPT-READ.
         MOVE FEES-CHARGED TO RPT-CHARGED.
         MOVE FEES-WAIVED TO RPT-WAIVED.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE ACCT-DATA
               RPT-DATA
               TXN-DATA
               OWB-WRK.

 *    * Frozen, closed and escheated accounts are not charged; the
 *    * owner's tier is found once and serves every fee line
       310-ONE-ACCOUNT.
         ADD 1 TO ACCTS-READ.
         IF STATUS-IN NOT = 'F' AND STATUS-IN NOT = 'C'
            AND STATUS-IN NOT = 'E'
           MOVE SAVING-IN TO BAL-SIGNED
           IF BAL-SIGN-IN = '-'
             COMPUTE BAL-SIGNED = ZERO - SAVING-IN
           END-IF
           IF OD-LIMIT-X NUMERIC
             MOVE OD-LIMIT-IN TO OD-LIMIT-WORK
           ELSE
             MOVE ZERO TO OD-LIMIT-WORK
           END-IF
           PERFORM 320-FIND-OWNER-TIER
           PERFORM 330-TRY-FEE
             VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX > SCHED-ENTRIES
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * The owner reaches every tier of the currency whose limit
 *    * the combined balance meets; with limits distinct, the count
 *    * of tiers reached is the rank of the best one
       320-FIND-OWNER-TIER.
         MOVE ZERO TO OWNER-TIER.
         IF TIER-ENTRIES > 0
           PERFORM 280-BUILD-OWNER-KEY
           PERFORM 285-FIND-OWNER-BAL
           IF OWB-FOUND
             PERFORM 325-CHECK-ONE-TIER
               VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-ENTRIES
           END-IF
         END-IF.

       325-CHECK-ONE-TIER.
         IF TIR-CCY (TIER-IDX) = CURRENCY-IN
            AND OWK-AMOUNT NOT < TIR-LIMIT (TIER-IDX)
           ADD 1 TO OWNER-TIER
         END-IF.

       330-TRY-FEE.
         IF SCT-TYPE-ACCT (SCH-IDX) = ACCT-TYPE-IN
            AND SCT-CURRENCY (SCH-IDX) = CURRENCY-IN
           PERFORM 340-CHECK-FEE-DUE
           IF FEE-IS-DUE
             IF SCT-WAIVE-TIER (SCH-IDX) > 0
                AND OWNER-TIER NOT < SCT-WAIVE-TIER (SCH-IDX)
               ADD 1 TO FEES-WAIVED
               MOVE "WAIVED - TIER" TO RPD-NOTE
               PERFORM 360-WRITE-DETAIL
             ELSE
               PERFORM 350-CHARGE-FEE
             END-IF
           END-IF
         END-IF.

 *    * Due on the calendar first, then on the balance condition
 *    * the basis names
       340-CHECK-FEE-DUE.
         MOVE 'N' TO FEE-DUE-SW.
         EVALUATE SCT-FREQ (SCH-IDX)
           WHEN 'D'
             MOVE 'Y' TO FEE-DUE-SW
           WHEN 'M'
             IF IS-MONTH-END
               MOVE 'Y' TO FEE-DUE-SW
             END-IF
           WHEN 'Q'
             IF IS-QUARTER-END
               MOVE 'Y' TO FEE-DUE-SW
             END-IF
           WHEN 'A'
             IF IS-YEAR-END
               MOVE 'Y' TO FEE-DUE-SW
             END-IF
         END-EVALUATE.
         IF FEE-IS-DUE
           EVALUATE SCT-BASIS (SCH-IDX)
             WHEN 'M'
               IF SCT-MIN-BAL (SCH-IDX) > 0
                  AND BAL-SIGNED NOT < SCT-MIN-BAL (SCH-IDX)
                 MOVE 'N' TO FEE-DUE-SW
               END-IF
             WHEN 'B'
               IF BAL-SIGNED NOT < SCT-MIN-BAL (SCH-IDX)
                 MOVE 'N' TO FEE-DUE-SW
               END-IF
             WHEN 'O'
               IF BAL-SIGN-IN NOT = '-'
                  OR SAVING-IN NOT > OD-LIMIT-WORK
                 MOVE 'N' TO FEE-DUE-SW
               END-IF
           END-EVALUATE
         END-IF.

       350-CHARGE-FEE.
         ADD 1 TO FEES-CHARGED.
         ADD SCT-AMOUNT (SCH-IDX) TO FEE-INCOME-TOTAL.
         MOVE SPACES TO TXN-RECORD.
         MOVE 'F' TO TXN-ACTION.
         MOVE '#' TO TXN-OWNER-NAME (1:1).
         MOVE ACCT-NO-IN TO TXN-OWNER-NAME (2:8).
         MOVE 'B' TO TXN-OWNER-NAME (11:1).
         MOVE ACCT-TYPE-IN TO TXN-ACCT-TYPE.
         MOVE CURRENCY-IN TO TXN-CURRENCY.
         MOVE SCT-AMOUNT (SCH-IDX) TO TXN-AMOUNT.
         MOVE RUN-DATE TO TXN-DATE.
         WRITE TXN-RECORD.
         PERFORM 370-ACCUM-INCOME.
         MOVE "CHARGED" TO RPD-NOTE.
         PERFORM 360-WRITE-DETAIL.

       360-WRITE-DETAIL.
         MOVE ACCT-NO-IN TO RPD-ACCT-NO.
         MOVE OWNER-NAME-IN TO RPD-OWNER.
         MOVE ACCT-TYPE-IN TO RPD-TYPE.
         MOVE CURRENCY-IN TO RPD-CCY.
         MOVE SCT-FEE-CODE (SCH-IDX) TO RPD-FEE-CODE.
         MOVE SCT-AMOUNT (SCH-IDX) TO RPD-AMOUNT.
         MOVE BAL-SIGNED TO RPD-BALANCE.
         MOVE RPT-DETAIL-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       370-ACCUM-INCOME.
         MOVE ZERO TO INC-FOUND-IDX.
         PERFORM 375-FIND-INCOME
           VARYING INC-IDX FROM 1 BY 1
           UNTIL INC-IDX > INC-ENTRIES OR INC-FOUND-IDX > 0.
         IF INC-FOUND-IDX = 0
           IF INC-ENTRIES > 199
             DISPLAY "MORE THAN 200 FEE CODE AND CURRENCY PAIRS"
             PERFORM 110-ERROR-EXIT
           END-IF
           ADD 1 TO INC-ENTRIES
           MOVE INC-ENTRIES TO INC-FOUND-IDX
           MOVE SCT-FEE-CODE (SCH-IDX) TO INC-FEE-CODE (INC-FOUND-IDX)
           MOVE CURRENCY-IN TO INC-CURRENCY (INC-FOUND-IDX)
           MOVE ZERO TO INC-COUNT (INC-FOUND-IDX)
           MOVE ZERO TO INC-AMOUNT (INC-FOUND-IDX)
         END-IF.
         ADD 1 TO INC-COUNT (INC-FOUND-IDX).
         ADD SCT-AMOUNT (SCH-IDX) TO INC-AMOUNT (INC-FOUND-IDX).

       375-FIND-INCOME.
         IF INC-FEE-CODE (INC-IDX) = SCT-FEE-CODE (SCH-IDX)
            AND INC-CURRENCY (INC-IDX) = CURRENCY-IN
           MOVE INC-IDX TO INC-FOUND-IDX
         END-IF.

       450-WRITE-INCOME.
         MOVE INC-FEE-CODE (INC-IDX) TO RPI-FEE-CODE.
         MOVE INC-CURRENCY (INC-IDX) TO RPI-CCY.
         MOVE INC-COUNT (INC-IDX) TO RPI-COUNT.
         MOVE INC-AMOUNT (INC-IDX) TO RPI-AMOUNT.
         MOVE RPT-INCOME-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * One voucher per fee code and currency under the *FEE pair:
 *    * debit the customer liability, credit fee income
       500-WRITE-VOUCHERS.
         IF INC-ENTRIES > 0
           OPEN EXTEND VCH-DATA
           IF NOT ST-VCH-SUCCESS
             OPEN OUTPUT VCH-DATA
           END-IF
           IF NOT ST-VCH-SUCCESS
             DISPLAY "GL-VOUCHER.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           PERFORM 510-INCOME-VOUCHER
             VARYING INC-IDX FROM 1 BY 1
             UNTIL INC-IDX > INC-ENTRIES
           CLOSE VCH-DATA
         END-IF.

       510-INCOME-VOUCHER.
         ADD 1 TO VOUCHER-NO.
         ADD 1 TO VOUCHERS-WRITTEN.
         MOVE INC-AMOUNT (INC-IDX) TO VCH-WORK-AMOUNT.
         MOVE MAP-DEBIT (FEE-MAP-IDX) TO VCH-WORK-ACCT.
         MOVE 'D' TO VCH-WORK-DC.
         PERFORM 520-WRITE-VOUCHER-LINE.
         MOVE MAP-CREDIT (FEE-MAP-IDX) TO VCH-WORK-ACCT.
         MOVE 'C' TO VCH-WORK-DC.
         PERFORM 520-WRITE-VOUCHER-LINE.

       520-WRITE-VOUCHER-LINE.
         MOVE SPACES TO VCH-REC.
         MOVE RUN-DATE TO VCH-DATE.
         MOVE VOUCHER-NO TO VCH-NO.
         MOVE VCH-WORK-ACCT TO VCH-GL-ACCT.
         MOVE VCH-WORK-DC TO VCH-DC.
         MOVE VCH-WORK-AMOUNT TO VCH-AMOUNT.
         MOVE INC-CURRENCY (INC-IDX) TO VCH-CCY.
         MOVE SPACES TO VCH-DESC.
         STRING "FEE INCOME " DELIMITED BY SIZE
                INC-FEE-CODE (INC-IDX) DELIMITED BY SIZE
           INTO VCH-DESC
         END-STRING.
         WRITE VCH-REC.

 *    * Serial day number from a YYYYMMDD civil date; every division
 *    * must truncate, hence the stepwise DIVIDEs
       600-DATE-TO-DAYNO.
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
       610-DAYNO-TO-DATE.
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

 *    * A closed day is a Saturday or Sunday (day number modulo 7
 *    * gives 5 and 6) or a calendar date for the area or for ***
       700-CHECK-BUSINESS-DAY.
         MOVE 'Y' TO BUSINESS-DAY-SW.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         DIVIDE CVD-DAYNO BY 7 GIVING WEEK-QUOT
           REMAINDER WEEK-REM.
         IF WEEK-REM > 4
           MOVE 'N' TO BUSINESS-DAY-SW
         END-IF.
         PERFORM 705-SCAN-CALENDAR
           VARYING CAL-ITER FROM 1 BY 1
           UNTIL CAL-ITER > CAL-ENTRIES OR NOT IS-BUSINESS-DAY.

       705-SCAN-CALENDAR.
         IF CLT-DATE (CAL-ITER) = ROLL-DATE
            AND (CLT-AREA (CAL-ITER) = "***"
                 OR CLT-AREA (CAL-ITER) = ROLL-AREA)
           MOVE 'N' TO BUSINESS-DAY-SW
         END-IF.

 *    * Move ROLL-DATE back off closed days
       710-ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.
         PERFORM 720-STEP-ONE-DAY
           UNTIL IS-BUSINESS-DAY.

       720-STEP-ONE-DAY.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         SUBTRACT 1 FROM CVD-DAYNO.
         PERFORM 610-DAYNO-TO-DATE.
         MOVE CVD-DATE-X TO ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.

       END PROGRAM FEEASSESS.
