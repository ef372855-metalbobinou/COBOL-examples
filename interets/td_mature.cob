       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT PROD-DATA      ASSIGN TO DISK "TD-PROD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PROD.
         SELECT TD-DATA        ASSIGN TO DISK "TD-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TD-IN.
         SELECT TD-NEW         ASSIGN TO DISK "TD-MSTR-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TD-OUT.
         SELECT TXN-DATA       ASSIGN TO DISK "TD-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT TXN-REJECT     ASSIGN TO DISK "TD-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN-REJ.
         SELECT RATE-DATA      ASSIGN TO DISK "RATE-KEY.DAT"
                ORGANIZATION INDEXED
                ACCESS RANDOM
                RECORD KEY RATE-DATA-KEY
                FILE STATUS IS ST-RATE.
         SELECT MAP-DATA       ASSIGN TO DISK "GL-MAP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-MAP.
         SELECT VCH-DATA       ASSIGN TO DISK "GL-VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-VCH.
         SELECT MOVE-DATA      ASSIGN TO DISK "ACCT-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-MOVE.
         SELECT RPT-DATA       ASSIGN TO DISK "TD-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT LAD-DATA       ASSIGN TO DISK "TD-LADDER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LAD.
         SELECT ACCT-WRK       ASSIGN TO DISK "TDACT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AWK-ACCT-NO
                FILE STATUS IS ST-AWK.
         SELECT TD-WRK         ASSIGN TO DISK "TD-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY TDW-ACCT-NO
                FILE STATUS IS ST-TDW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Account master as it stands at the end of the window: the
 *    * balance a maturity pays or rolls, and the status and
 *    * currency a payout account must show
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
           05  LAST-ACT-IN         PIC X(8).
           05  FILLER              PIC X.
           05  STATUS-IN           PIC X.
           05  FILLER              PIC X.
           05  STATUS-DATE-IN      PIC X(8).
           05  FILLER              PIC X.
           05  OD-LIMIT-X          PIC X(7).
           05  FILLER              PIC X.
           05  BAL-SIGN-IN         PIC X.
           05  FILLER              PIC X.
           05  CUST-NO-X           PIC X(6).
 *    * Term-deposit products, one line per RATE-KEY type and
 *    * currency sold on a fixed term: the term in months a new
 *    * deposit takes when the request names none, and the
 *    * early-withdrawal penalty as days of interest at the
 *    * contracted rate on the principal
       FD  PROD-DATA.
       01  PROD-RECORD.
           05  PRD-TYPE-IN         PIC X(4).
           05  FILLER              PIC X.
           05  PRD-CCY-IN          PIC X(3).
           05  FILLER              PIC X.
           05  PRD-TERM-X          PIC X(3).
           05  PRD-TERM-IN REDEFINES PRD-TERM-X
                                   PIC 9(3).
           05  FILLER              PIC X.
           05  PRD-PENALTY-X       PIC X(3).
           05  PRD-PENALTY-IN REDEFINES PRD-PENALTY-X
                                   PIC 9(3).
 *    * Term-deposit master, one line per deposit account: the
 *    * contract (principal, term in months, contracted rate, start
 *    * and maturity), the maturity instruction (R roll over, P pay
 *    * to the linked account, H hold), and the state: A running,
 *    * H matured and held, M matured and paid out, B broken early.
 *    * The first start survives every rollover, so the span the
 *    * account was under contract is always known.
       FD  TD-DATA.
       01  TD-RECORD.
           05  TDM-ACCT-NO-X       PIC X(8).
           05  TDM-ACCT-NO REDEFINES TDM-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TDM-PRINCIPAL       PIC 9(7).
           05  FILLER              PIC X.
           05  TDM-TERM            PIC 9(3).
           05  FILLER              PIC X.
           05  TDM-RATE            PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  TDM-START           PIC 9(8).
           05  FILLER              PIC X.
           05  TDM-MATURITY        PIC 9(8).
           05  FILLER              PIC X.
           05  TDM-INSTR           PIC X.
           05  FILLER              PIC X.
           05  TDM-LINK-X          PIC X(8).
           05  TDM-LINK REDEFINES TDM-LINK-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TDM-STATUS          PIC X.
           05  FILLER              PIC X.
           05  TDM-STATUS-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  TDM-FIRST-START     PIC 9(8).
       FD  TD-NEW.
       01  TD-NEW-RECORD           PIC X(76).
 *    * Requests keyed by the branch: O open a deposit on an
 *    * account already funded, E pay a deposit out (before
 *    * maturity it is an early withdrawal and bears the penalty),
 *    * I change the maturity instruction or linked account. The
 *    * link on an E names the account paid, blank for the linked
 *    * one on the deposit.
       FD  TXN-DATA.
       01  TXN-RECORD.
           05  TXN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  TXN-ACCT-NO         PIC X(8).
           05  TXN-ACCT-NO-NUM REDEFINES TXN-ACCT-NO
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TXN-TERM            PIC X(3).
           05  TXN-TERM-NUM REDEFINES TXN-TERM
                                   PIC 9(3).
           05  FILLER              PIC X.
           05  TXN-RATE-X          PIC X(6).
           05  TXN-RATE REDEFINES TXN-RATE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  TXN-INSTR           PIC X.
           05  FILLER              PIC X.
           05  TXN-LINK            PIC X(8).
           05  TXN-LINK-NUM REDEFINES TXN-LINK
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TXN-OFFICER         PIC X(8).
 *    * Requests that failed validation, with the reason
       FD  TXN-REJECT.
       01  TXN-REJECT-REC.
           05  REJ-ACTION          PIC X.
           05  FILLER              PIC X.
           05  REJ-ACCT-NO         PIC X(8).
           05  FILLER              PIC X.
           05  REJ-OFFICER         PIC X(8).
           05  FILLER              PIC X.
           05  REJ-REASON          PIC X(30).
 *    * The in-force rate file REORG rebuilt tonight: the rate a
 *    * new or rolled deposit contracts at when none is keyed
       FD  RATE-DATA.
       01  RATE-DATA-RECORD.
           05  RATE-DATA-KEY.
               10  TYPE-ACCT       PIC X(4).
               10  CURRENCY-CODE   PIC X(3).
           05  RATE                PIC 999V99.
           05  FILLER              PIC X(95).
 *    * Chart-of-accounts mapping; the *TDP entry names the pair
 *    * for early-withdrawal penalties, debit the customer liability
 *    * and credit penalty income
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
 *    * window's voucher file; penalty vouchers number from 5001
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
 *    * Movement file for the next window: a payout is a transfer
 *    * from the deposit to the account paid, a penalty a fee on
 *    * the deposit, both value-dated tonight and tagged B as raised
 *    * by the bank, so no withdrawal limit holds them up
       FD  MOVE-DATA.
       01  MOVE-RECORD.
           05  MOV-ACTION          PIC X.
           05  FILLER              PIC X.
           05  MOV-BODY.
               10  MOV-OWNER-NAME  PIC X(20).
               10  FILLER          PIC X.
               10  MOV-ACCT-TYPE   PIC X(4).
               10  FILLER          PIC X.
               10  MOV-CURRENCY    PIC X(3).
               10  FILLER          PIC X.
               10  MOV-AMOUNT      PIC 9(7).
               10  FILLER          PIC X.
               10  MOV-DATE        PIC X(8).
           05  MOV-TRF-BODY REDEFINES MOV-BODY.
               10  MOV-FROM-ACCT   PIC 9(8).
               10  FILLER          PIC X.
               10  MOV-TO-ACCT     PIC 9(8).
               10  FILLER          PIC X.
               10  MOV-TRF-AMOUNT  PIC 9(7).
               10  FILLER          PIC X.
               10  MOV-TRF-DATE    PIC X(8).
               10  MOV-TRF-TAG     PIC X.
               10  FILLER          PIC X(11).
 *    * Every deposit opened, rolled, paid, held, broken or amended
 *    * tonight
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).
 *    * Running deposits by the week and by the month they mature,
 *    * per currency
       FD  LAD-DATA.
       01  LAD-LINE                PIC X(80).
 *    * Keyed scratch files rebuilt every run: the account master
 *    * by number, and the deposits being worked on
       FD  ACCT-WRK.
       01  ACCT-WRK-RECORD.
           05  AWK-ACCT-NO         PIC 9(8).
           05  AWK-ACCT-TYPE       PIC X(4).
           05  AWK-CURRENCY        PIC X(3).
           05  AWK-SAVING          PIC 9(7).
           05  AWK-STATUS          PIC X.
           05  AWK-BAL-SIGN        PIC X.
       FD  TD-WRK.
       01  TD-WRK-RECORD.
           05  TDW-ACCT-NO         PIC 9(8).
           05  TDW-PRINCIPAL       PIC 9(7).
           05  TDW-TERM            PIC 9(3).
           05  TDW-RATE            PIC 9(3)V99.
           05  TDW-START           PIC 9(8).
           05  TDW-MATURITY        PIC 9(8).
           05  TDW-INSTR           PIC X.
           05  TDW-LINK            PIC 9(8).
           05  TDW-STATUS          PIC X.
           05  TDW-STATUS-DATE     PIC X(8).
           05  TDW-FIRST-START     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-PROD                 PIC X(02)    VALUE SPACES.
           88  ST-PROD-SUCCESS                  VALUE '00'.
           88  ST-PROD-EOF                      VALUE '10'.
       01  ST-TD-IN                PIC X(02)    VALUE SPACES.
           88  ST-TD-IN-SUCCESS                 VALUE '00'.
           88  ST-TD-IN-EOF                     VALUE '10'.
       01  ST-TD-OUT               PIC X(02)    VALUE SPACES.
           88  ST-TD-OUT-SUCCESS                VALUE '00'.
       01  ST-TXN                  PIC X(02)    VALUE SPACES.
           88  ST-TXN-SUCCESS                   VALUE '00'.
           88  ST-TXN-EOF                       VALUE '10'.
       01  ST-TXN-REJ              PIC X(02)    VALUE SPACES.
           88  ST-TXN-REJ-SUCCESS               VALUE '00'.
       01  ST-RATE                 PIC X(02)    VALUE SPACES.
           88  ST-RATE-SUCCESS                  VALUE '00'.
       01  ST-MAP                  PIC X(02)    VALUE SPACES.
           88  ST-MAP-SUCCESS                   VALUE '00'.
           88  ST-MAP-EOF                       VALUE '10'.
       01  ST-VCH                  PIC X(02)    VALUE SPACES.
           88  ST-VCH-SUCCESS                   VALUE '00'.
       01  ST-MOVE                 PIC X(02)    VALUE SPACES.
           88  ST-MOVE-SUCCESS                  VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-LAD                  PIC X(02)    VALUE SPACES.
           88  ST-LAD-SUCCESS                   VALUE '00'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
       01  ST-TDW                  PIC X(02)    VALUE SPACES.
           88  ST-TDW-SUCCESS                   VALUE '00'.
           88  ST-TDW-EOF                       VALUE '10'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-DAYNO               PIC 9(7)     VALUE ZERO.
       77  RATE-FILE-SW            PIC X        VALUE 'N'.
           88  RATE-FILE-OPEN                   VALUE 'Y'.
       77  TXN-FILE-SW             PIC X        VALUE 'N'.
           88  TXN-FILE-PRESENT                 VALUE 'Y'.
       77  TXN-VALID-SW            PIC X        VALUE 'Y'.
           88  TXN-IS-VALID                     VALUE 'Y'.
       77  TXN-REASON              PIC X(30)    VALUE SPACES.
       77  DEP-FOUND-SW            PIC X        VALUE 'N'.
           88  DEP-FOUND                        VALUE 'Y'.
       77  ACCT-FOUND-SW           PIC X        VALUE 'N'.
           88  ACCT-FOUND                       VALUE 'Y'.
       77  PAYEE-OK-SW             PIC X        VALUE 'N'.
           88  PAYEE-OK                         VALUE 'Y'.
       77  RATE-FOUND-SW           PIC X        VALUE 'N'.
           88  RATE-FOUND                       VALUE 'Y'.
       77  BREAK-PENDING-SW        PIC X        VALUE 'N'.
           88  BREAK-PENDING                    VALUE 'Y'.

 *    * The deposit account's own figures, kept while the payee is
 *    * looked up over the same scratch record
       77  DEP-ACCT-NO             PIC 9(8)     VALUE ZERO.
       77  DEP-ACCT-TYPE           PIC X(4)     VALUE SPACES.
       77  DEP-CURRENCY            PIC X(3)     VALUE SPACES.
       77  DEP-SAVING              PIC 9(7)     VALUE ZERO.
       77  DEP-STATUS              PIC X        VALUE SPACE.
       77  DEP-BAL-SIGN            PIC X        VALUE SPACE.
       77  PAYEE-NO                PIC 9(8)     VALUE ZERO.
       77  CURRENT-RATE            PIC 9(3)V99  VALUE ZERO.
       77  PENALTY-AMT             PIC 9(7)     VALUE ZERO.
       77  PAYOUT-AMT              PIC 9(7)     VALUE ZERO.
       77  NEW-INSTR               PIC X        VALUE SPACE.
       77  NEW-LINK                PIC 9(8)     VALUE ZERO.
       77  RPT-EVENT-WORK          PIC X(10)    VALUE SPACES.
       77  RPT-NOTE-WORK           PIC X(30)    VALUE SPACES.

       77  TXN-READ                PIC 9(5)     VALUE ZERO.
       77  TXN-APPLIED             PIC 9(5)     VALUE ZERO.
       77  TXN-REJECTED            PIC 9(5)     VALUE ZERO.
       77  DEPOSITS-READ           PIC 9(7)     VALUE ZERO.
       77  DEPOSITS-OPENED         PIC 9(5)     VALUE ZERO.
       77  DEPOSITS-ROLLED         PIC 9(5)     VALUE ZERO.
       77  DEPOSITS-PAID           PIC 9(5)     VALUE ZERO.
       77  DEPOSITS-HELD           PIC 9(5)     VALUE ZERO.
       77  DEPOSITS-BROKEN         PIC 9(5)     VALUE ZERO.
       77  MOVES-WRITTEN           PIC 9(5)     VALUE ZERO.
       77  VOUCHERS-WRITTEN        PIC 9(5)     VALUE ZERO.
       77  VOUCHER-NO              PIC 9(4)     VALUE 5000.
       77  TDP-MAP-IDX             PIC 999      VALUE ZERO.
       77  BREAK-REQUESTS          PIC 9(5)     VALUE ZERO.
       77  VCH-WORK-ACCT           PIC X(8)     VALUE SPACES.
       77  VCH-WORK-DC             PIC X        VALUE SPACE.
       77  VCH-WORK-AMOUNT         PIC 9(9)V99  VALUE ZERO.

 *    * Adding a term in months to a date; a day past the end of
 *    * the target month falls back to its last day
       01  ADD-DATE-X.
           05  ADD-YEAR            PIC 9(4).
           05  ADD-MONTH           PIC 9(2).
           05  ADD-DAY             PIC 9(2).
       77  ADD-DATE                PIC 9(8)     VALUE ZERO.
       77  ADD-MONTHS              PIC 9(3)     VALUE ZERO.
       77  ADD-TOTAL               PIC 9(5)     VALUE ZERO.
       77  ADD-YEARS               PIC 9(4)     VALUE ZERO.
       77  MONTH-LAST-DAY          PIC 9(2)     VALUE ZERO.
       77  LEAP-REM                PIC 9(4)     VALUE ZERO.
       77  LEAP-QUOT               PIC 9(4)     VALUE ZERO.

 *    * Day-number conversion work fields (civil date to a serial
 *    * day count, integer arithmetic only)
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

       01  RUN-DATE-X.
           05  RUN-YEAR            PIC 9(4).
           05  RUN-MONTH           PIC 9(2).
           05  RUN-DAY             PIC 9(2).

       77  PROD-ENTRIES            PIC 99       VALUE ZERO.
       77  PROD-IDX                PIC 99       VALUE ZERO.
       77  PROD-FOUND-IDX          PIC 99       VALUE ZERO.
       01  PROD-TABLE.
           05  PROD-ENTRY          OCCURS 50 TIMES.
               10  PRD-TYPE        PIC X(4).
               10  PRD-CCY         PIC X(3).
               10  PRD-TERM        PIC 9(3).
               10  PRD-PENALTY     PIC 9(3).

       77  MAP-ENTRIES             PIC 999      VALUE ZERO.
       01  MAP-TABLE.
           07  MAP-TABLE-RECORD    OCCURS 100 TIMES
                                    INDEXED BY MAP-INDEX.
               10  MAP-TYPE        PIC X(4).
               10  MAP-DEBIT       PIC X(8).
               10  MAP-CREDIT      PIC X(8).

 *    * Penalties by currency, one voucher each
       77  PEN-ENTRIES             PIC 99       VALUE ZERO.
       77  PEN-IDX                 PIC 99       VALUE ZERO.
       77  PEN-FOUND-IDX           PIC 99       VALUE ZERO.
       01  PEN-TABLE.
           05  PEN-ENTRY           OCCURS 20 TIMES.
               10  PEN-CCY         PIC X(3).
               10  PEN-AMOUNT      PIC 9(9).

 *    * Maturity ladder per currency: thirteen weeks ahead, twelve
 *    * calendar months from this one, and everything later
       77  LAD-ENTRIES             PIC 99       VALUE ZERO.
       77  LAD-IDX                 PIC 99       VALUE ZERO.
       77  LAD-FOUND-IDX           PIC 99       VALUE ZERO.
       77  LAD-BKT                 PIC 99       VALUE ZERO.
       77  LAD-DAYS                PIC S9(7)    VALUE ZERO.
       77  LAD-MONTHS              PIC S9(5)    VALUE ZERO.
       77  LAD-LABEL-Y             PIC 9(4)     VALUE ZERO.
       77  LAD-LABEL-M             PIC 9(2)     VALUE ZERO.
       01  LAD-TABLE.
           05  LAD-ENTRY           OCCURS 20 TIMES.
               10  LAD-CCY         PIC X(3).
               10  LAD-WEEK        OCCURS 13 TIMES.
                   15  LAD-WK-CNT  PIC 9(5).
                   15  LAD-WK-AMT  PIC 9(11).
               10  LAD-MONTH       OCCURS 12 TIMES.
                   15  LAD-MO-CNT  PIC 9(5).
                   15  LAD-MO-AMT  PIC 9(11).
               10  LAD-LATER-CNT   PIC 9(5).
               10  LAD-LATER-AMT   PIC 9(11).
               10  LAD-TOTAL-CNT   PIC 9(5).
               10  LAD-TOTAL-AMT   PIC 9(11).

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(27)
               VALUE "TERM DEPOSIT ACTIVITY      ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-RUN-DATE        PIC 9(8).
       01  RPT-DETAIL-LINE.
           05  RPD-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  RPD-EVENT           PIC X(10).
           05  FILLER              PIC X.
           05  RPD-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  RPD-PRINCIPAL       PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPD-RATE            PIC ZZ9.99.
           05  FILLER              PIC X.
           05  RPD-MATURITY        PIC 9(8).
           05  FILLER              PIC X.
           05  RPD-PAID            PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPD-PENALTY         PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPD-NOTE            PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(8)  VALUE "OPENED  ".
           05  RPT-OPENED          PIC Z(4)9.
           05  FILLER              PIC X(9)  VALUE "  ROLLED ".
           05  RPT-ROLLED          PIC Z(4)9.
           05  FILLER              PIC X(7)  VALUE "  PAID ".
           05  RPT-PAID            PIC Z(4)9.
           05  FILLER              PIC X(7)  VALUE "  HELD ".
           05  RPT-HELD            PIC Z(4)9.
           05  FILLER              PIC X(9)  VALUE "  BROKEN ".
           05  RPT-BROKEN          PIC Z(4)9.

       01  LAD-HEAD-LINE.
           05  FILLER              PIC X(29)
               VALUE "TERM DEPOSIT MATURITY LADDER ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  LDH-RUN-DATE        PIC 9(8).
       01  LAD-DETAIL-LINE.
           05  LDD-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  LDD-BUCKET          PIC X(6).
           05  FILLER              PIC X.
           05  LDD-LABEL           PIC X(20).
           05  FILLER              PIC X.
           05  LDD-COUNT           PIC Z(4)9.
           05  FILLER              PIC X.
           05  LDD-AMOUNT          PIC Z(10)9.
       01  LAD-WEEK-LABEL.
           05  FILLER              PIC X(5)  VALUE "DAYS ".
           05  LWL-FROM            PIC 999.
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  LWL-TO              PIC 999.
       01  LAD-MONTH-LABEL.
           05  LML-YEAR            PIC 9(4).
           05  FILLER              PIC X     VALUE "-".
           05  LML-MONTH           PIC 99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 200-LOAD-PRODUCTS.
         PERFORM 220-LOAD-MAP.
         PERFORM 240-LOAD-ACCOUNTS.
         PERFORM 260-LOAD-DEPOSITS.
         OPEN INPUT RATE-DATA.
         IF ST-RATE-SUCCESS
           MOVE 'Y' TO RATE-FILE-SW
         END-IF.
         PERFORM 290-COUNT-BREAKS.
         IF BREAK-REQUESTS > 0 AND TDP-MAP-IDX = 0
           DISPLAY "NO *TDP ENTRY ON GL-MAP.DAT - "
                   "TERM DEPOSIT RUN REFUSED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "TD-RPT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         OPEN EXTEND MOVE-DATA.
         IF NOT ST-MOVE-SUCCESS
           OPEN OUTPUT MOVE-DATA
         END-IF.
         IF NOT ST-MOVE-SUCCESS
           DISPLAY "ACCT-TXN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 300-PROCESS-TXN.
         PERFORM 400-MATURE-DEPOSITS.
         MOVE DEPOSITS-OPENED TO RPT-OPENED.
         MOVE DEPOSITS-ROLLED TO RPT-ROLLED.
         MOVE DEPOSITS-PAID TO RPT-PAID.
         MOVE DEPOSITS-HELD TO RPT-HELD.
         MOVE DEPOSITS-BROKEN TO RPT-BROKEN.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE RPT-DATA
               MOVE-DATA
               ACCT-WRK
               TD-WRK.
         IF RATE-FILE-OPEN
           CLOSE RATE-DATA
         END-IF.
         PERFORM 500-WRITE-LADDER.
         PERFORM 600-WRITE-VOUCHERS.
         DISPLAY "TERM DEPOSITS READ        : " DEPOSITS-READ.
         DISPLAY "REQUESTS READ             : " TXN-READ.
         DISPLAY "REQUESTS APPLIED          : " TXN-APPLIED.
         DISPLAY "REQUESTS REJECTED         : " TXN-REJECTED.
         DISPLAY "DEPOSITS OPENED           : " DEPOSITS-OPENED.
         DISPLAY "DEPOSITS ROLLED OVER      : " DEPOSITS-ROLLED.
         DISPLAY "DEPOSITS PAID OUT         : " DEPOSITS-PAID.
         DISPLAY "DEPOSITS HELD AT MATURITY : " DEPOSITS-HELD.
         DISPLAY "DEPOSITS BROKEN EARLY     : " DEPOSITS-BROKEN.
         DISPLAY "MOVEMENTS WRITTEN         : " MOVES-WRITTEN.
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
         MOVE RUN-DATE TO RUN-DATE-X.
         MOVE RUN-DATE TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO RUN-DAYNO.

 *    * Absence of TD-PROD.DAT means no type is sold on a term and
 *    * every open request is rejected
       200-LOAD-PRODUCTS.
         OPEN INPUT PROD-DATA.
         IF ST-PROD-SUCCESS
           READ PROD-DATA INTO PROD-RECORD
             AT END MOVE '10' TO ST-PROD
           END-READ
           PERFORM 210-LOAD-ONE-PRODUCT
             UNTIL ST-PROD-EOF OR PROD-ENTRIES > 49
           CLOSE PROD-DATA
         END-IF.

       210-LOAD-ONE-PRODUCT.
         IF PRD-TYPE-IN NOT = SPACES
            AND PRD-TERM-X NUMERIC AND PRD-PENALTY-X NUMERIC
           ADD 1 TO PROD-ENTRIES
           MOVE PRD-TYPE-IN TO PRD-TYPE (PROD-ENTRIES)
           MOVE PRD-CCY-IN TO PRD-CCY (PROD-ENTRIES)
           MOVE PRD-TERM-IN TO PRD-TERM (PROD-ENTRIES)
           MOVE PRD-PENALTY-IN TO PRD-PENALTY (PROD-ENTRIES)
         ELSE
           DISPLAY "BAD TERM PRODUCT LINE IGNORED FOR "
                   PRD-TYPE-IN " " PRD-CCY-IN
         END-IF.
         READ PROD-DATA INTO PROD-RECORD
           AT END MOVE '10' TO ST-PROD
         END-READ.

 *    * Only the *TDP pair matters here
       220-LOAD-MAP.
         OPEN INPUT MAP-DATA.
         IF ST-MAP-SUCCESS
           READ MAP-DATA INTO MAP-RECORD
             AT END MOVE '10' TO ST-MAP
           END-READ
           PERFORM 230-LOAD-ONE-MAP
             UNTIL ST-MAP-EOF OR MAP-ENTRIES > 99
           CLOSE MAP-DATA
         END-IF.
         MOVE ZERO TO TDP-MAP-IDX.
         IF MAP-ENTRIES > 0
           SET MAP-INDEX TO 1
           SEARCH MAP-TABLE-RECORD
             AT END CONTINUE
             WHEN MAP-TYPE (MAP-INDEX) = "*TDP"
               SET TDP-MAP-IDX TO MAP-INDEX
           END-SEARCH
         END-IF.

       230-LOAD-ONE-MAP.
         ADD 1 TO MAP-ENTRIES.
         MOVE MAP-TYPE-IN TO MAP-TYPE (MAP-ENTRIES).
         MOVE MAP-DEBIT-IN TO MAP-DEBIT (MAP-ENTRIES).
         MOVE MAP-CREDIT-IN TO MAP-CREDIT (MAP-ENTRIES).
         READ MAP-DATA INTO MAP-RECORD
           AT END MOVE '10' TO ST-MAP
         END-READ.

       240-LOAD-ACCOUNTS.
         OPEN OUTPUT ACCT-WRK.
         CLOSE ACCT-WRK.
         OPEN I-O ACCT-WRK.
         IF NOT ST-AWK-SUCCESS
           DISPLAY "TDACT-WRK.KEY OPEN FAILED"
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
         PERFORM 250-LOAD-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.

       250-LOAD-ONE-ACCOUNT.
         MOVE ACCT-NO-IN TO AWK-ACCT-NO.
         MOVE ACCT-TYPE-IN TO AWK-ACCT-TYPE.
         MOVE CURRENCY-IN TO AWK-CURRENCY.
         MOVE SAVING-IN TO AWK-SAVING.
         MOVE STATUS-IN TO AWK-STATUS.
         MOVE BAL-SIGN-IN TO AWK-BAL-SIGN.
         WRITE ACCT-WRK-RECORD
           INVALID KEY CONTINUE
         END-WRITE.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * The deposit master loads onto its keyed scratch file so the
 *    * requests can find a deposit by account number; absence of
 *    * TD-MSTR.DAT is a book with no deposits yet
       260-LOAD-DEPOSITS.
         OPEN OUTPUT TD-WRK.
         CLOSE TD-WRK.
         OPEN I-O TD-WRK.
         IF NOT ST-TDW-SUCCESS
           DISPLAY "TD-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT TD-DATA.
         IF ST-TD-IN-SUCCESS
           READ TD-DATA INTO TD-RECORD
             AT END MOVE '10' TO ST-TD-IN
           END-READ
           PERFORM 270-LOAD-ONE-DEPOSIT
             UNTIL ST-TD-IN-EOF
           CLOSE TD-DATA
         END-IF.

       270-LOAD-ONE-DEPOSIT.
         IF TDM-ACCT-NO-X NUMERIC
           ADD 1 TO DEPOSITS-READ
           MOVE TDM-ACCT-NO TO TDW-ACCT-NO
           MOVE TDM-PRINCIPAL TO TDW-PRINCIPAL
           MOVE TDM-TERM TO TDW-TERM
           MOVE TDM-RATE TO TDW-RATE
           MOVE TDM-START TO TDW-START
           MOVE TDM-MATURITY TO TDW-MATURITY
           MOVE TDM-INSTR TO TDW-INSTR
           IF TDM-LINK-X NUMERIC
             MOVE TDM-LINK TO TDW-LINK
           ELSE
             MOVE ZERO TO TDW-LINK
           END-IF
           MOVE TDM-STATUS TO TDW-STATUS
           MOVE TDM-STATUS-DATE TO TDW-STATUS-DATE
           MOVE TDM-FIRST-START TO TDW-FIRST-START
           WRITE TD-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE TERM DEPOSIT IGNORED : "
                       TDM-ACCT-NO
           END-WRITE
         END-IF.
         READ TD-DATA INTO TD-RECORD
           AT END MOVE '10' TO ST-TD-IN
         END-READ.

 *    * A pay-out request can bear a penalty, so the GL pair must be
 *    * on file before anything is written
       290-COUNT-BREAKS.
         OPEN INPUT TXN-DATA.
         IF ST-TXN-SUCCESS
           MOVE 'Y' TO TXN-FILE-SW
           READ TXN-DATA INTO TXN-RECORD
             AT END MOVE '10' TO ST-TXN
           END-READ
           PERFORM 295-COUNT-ONE-BREAK
             UNTIL ST-TXN-EOF
           CLOSE TXN-DATA
         END-IF.

       295-COUNT-ONE-BREAK.
         IF TXN-ACTION = 'E'
           ADD 1 TO BREAK-REQUESTS
         END-IF.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE '10' TO ST-TXN
         END-READ.

       300-PROCESS-TXN.
         OPEN OUTPUT TXN-REJECT.
         IF NOT ST-TXN-REJ-SUCCESS
           DISPLAY "TD-REJ.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         IF TXN-FILE-PRESENT
           OPEN INPUT TXN-DATA
           READ TXN-DATA INTO TXN-RECORD
             AT END MOVE '10' TO ST-TXN
           END-READ
           PERFORM 310-APPLY-TXN
             UNTIL ST-TXN-EOF
           CLOSE TXN-DATA
         END-IF.
         CLOSE TXN-REJECT.

       310-APPLY-TXN.
         ADD 1 TO TXN-READ.
         PERFORM 320-VALIDATE-TXN.
         IF TXN-IS-VALID
           ADD 1 TO TXN-APPLIED
           EVALUATE TXN-ACTION
             WHEN 'O'
               PERFORM 330-OPEN-DEPOSIT
             WHEN 'E'
               PERFORM 340-PAY-DEPOSIT
             WHEN 'I'
               PERFORM 350-AMEND-DEPOSIT
           END-EVALUATE
         ELSE
           PERFORM 360-REJECT-TXN
         END-IF.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE '10' TO ST-TXN
         END-READ.

 *    * Every request names an account on file that is neither
 *    * closed nor escheated; an open finds no deposit there yet, a
 *    * pay-out or amendment finds one still open
       320-VALIDATE-TXN.
         MOVE 'Y' TO TXN-VALID-SW.
         MOVE SPACES TO TXN-REASON.
         MOVE 'N' TO DEP-FOUND-SW.
         MOVE 'N' TO ACCT-FOUND-SW.
         MOVE ZERO TO DEP-ACCT-NO.
         IF TXN-ACCT-NO NUMERIC
           MOVE TXN-ACCT-NO-NUM TO DEP-ACCT-NO
           MOVE TXN-ACCT-NO-NUM TO TDW-ACCT-NO
           READ TD-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO DEP-FOUND-SW
           END-READ
           MOVE TXN-ACCT-NO-NUM TO AWK-ACCT-NO
           PERFORM 326-FIND-ACCOUNT
         END-IF.
         EVALUATE TRUE
           WHEN TXN-ACTION NOT = 'O' AND TXN-ACTION NOT = 'E'
                AND TXN-ACTION NOT = 'I'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN ACTION CODE" TO TXN-REASON
           WHEN NOT ACCT-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NOT ON FILE" TO TXN-REASON
           WHEN DEP-STATUS = 'C' OR DEP-STATUS = 'E'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT CLOSED OR ESCHEATED" TO TXN-REASON
           WHEN TXN-ACTION = 'O'
             PERFORM 322-VALIDATE-OPEN
           WHEN NOT DEP-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NO TERM DEPOSIT ON ACCOUNT" TO TXN-REASON
           WHEN TDW-STATUS NOT = 'A' AND TDW-STATUS NOT = 'H'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "DEPOSIT ALREADY PAID OUT" TO TXN-REASON
           WHEN TXN-ACTION = 'E'
             PERFORM 323-VALIDATE-PAY
           WHEN TXN-ACTION = 'I'
             PERFORM 324-VALIDATE-AMEND
         END-EVALUATE.

 *    * A deposit opens on a product account holding its principal;
 *    * the term and rate default to the product's term and the
 *    * in-force rate, and a pay-to-link instruction needs a link
 *    * that can take the money
       322-VALIDATE-OPEN.
         PERFORM 327-FIND-PRODUCT.
         EVALUATE TRUE
           WHEN DEP-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TERM DEPOSIT ALREADY ON FILE" TO TXN-REASON
           WHEN DEP-STATUS = 'F'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT FROZEN" TO TXN-REASON
           WHEN PROD-FOUND-IDX = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TYPE NOT A TERM PRODUCT" TO TXN-REASON
           WHEN DEP-SAVING = 0 OR DEP-BAL-SIGN = '-'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NOT FUNDED" TO TXN-REASON
           WHEN TXN-TERM NOT = SPACES AND TXN-TERM NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TERM NOT NUMERIC" TO TXN-REASON
           WHEN TXN-TERM = SPACES AND PRD-TERM (PROD-FOUND-IDX) = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NO TERM GIVEN" TO TXN-REASON
           WHEN TXN-TERM NUMERIC AND TXN-TERM-NUM = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NO TERM GIVEN" TO TXN-REASON
           WHEN TXN-INSTR NOT = 'R' AND TXN-INSTR NOT = 'P'
                AND TXN-INSTR NOT = 'H' AND TXN-INSTR NOT = SPACE
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN MATURITY INSTRUCTION" TO TXN-REASON
           WHEN TXN-LINK NOT = SPACES AND TXN-LINK NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LINKED ACCOUNT NOT NUMERIC" TO TXN-REASON
           WHEN TXN-INSTR = 'P' AND TXN-LINK = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "PAY INSTRUCTION NEEDS A LINK" TO TXN-REASON
           WHEN OTHER
             PERFORM 325-VALIDATE-OPEN-RATE
         END-EVALUATE.
         IF TXN-IS-VALID AND TXN-LINK NUMERIC
           MOVE TXN-LINK-NUM TO PAYEE-NO
           PERFORM 328-CHECK-PAYEE
           IF NOT PAYEE-OK
             MOVE 'N' TO TXN-VALID-SW
           END-IF
         END-IF.

       325-VALIDATE-OPEN-RATE.
         IF TXN-RATE-X = SPACES
           PERFORM 329-CURRENT-RATE
           IF NOT RATE-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NO IN-FORCE RATE FOR TYPE" TO TXN-REASON
           END-IF
         ELSE
           IF TXN-RATE-X (1:3) NOT NUMERIC
              OR TXN-RATE-X (5:2) NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "RATE NOT NUMERIC" TO TXN-REASON
           END-IF
         END-IF.

 *    * The deposit pays out to the account the request names, or
 *    * the linked account when it names none; a frozen deposit
 *    * pays nothing
       323-VALIDATE-PAY.
         PERFORM 327-FIND-PRODUCT.
         EVALUATE TRUE
           WHEN DEP-STATUS = 'F'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT FROZEN" TO TXN-REASON
           WHEN DEP-BAL-SIGN = '-'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "DEPOSIT OVERDRAWN" TO TXN-REASON
           WHEN TXN-LINK NOT = SPACES AND TXN-LINK NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "PAY-TO ACCOUNT NOT NUMERIC" TO TXN-REASON
           WHEN TXN-LINK = SPACES AND TDW-LINK = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NO PAY-TO ACCOUNT" TO TXN-REASON
           WHEN TDW-STATUS = 'A' AND TDW-MATURITY > RUN-DATE
                AND PROD-FOUND-IDX = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TYPE NOT A TERM PRODUCT" TO TXN-REASON
           WHEN OTHER
             IF TXN-LINK NUMERIC
               MOVE TXN-LINK-NUM TO PAYEE-NO
             ELSE
               MOVE TDW-LINK TO PAYEE-NO
             END-IF
             PERFORM 328-CHECK-PAYEE
             IF NOT PAYEE-OK
               MOVE 'N' TO TXN-VALID-SW
             END-IF
         END-EVALUATE.

       324-VALIDATE-AMEND.
         MOVE TDW-INSTR TO NEW-INSTR.
         MOVE TDW-LINK TO NEW-LINK.
         IF TXN-INSTR NOT = SPACE
           MOVE TXN-INSTR TO NEW-INSTR
         END-IF.
         IF TXN-LINK NUMERIC
           MOVE TXN-LINK-NUM TO NEW-LINK
         END-IF.
         EVALUATE TRUE
           WHEN NEW-INSTR NOT = 'R' AND NEW-INSTR NOT = 'P'
                AND NEW-INSTR NOT = 'H'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN MATURITY INSTRUCTION" TO TXN-REASON
           WHEN TXN-LINK NOT = SPACES AND TXN-LINK NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LINKED ACCOUNT NOT NUMERIC" TO TXN-REASON
           WHEN NEW-INSTR = 'P' AND NEW-LINK = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "PAY INSTRUCTION NEEDS A LINK" TO TXN-REASON
           WHEN NEW-LINK > 0
             MOVE NEW-LINK TO PAYEE-NO
             PERFORM 328-CHECK-PAYEE
             IF NOT PAYEE-OK
               MOVE 'N' TO TXN-VALID-SW
             END-IF
         END-EVALUATE.

 *    * The deposit account's own figures are kept apart, since the
 *    * payee check reads the same scratch record
       326-FIND-ACCOUNT.
         MOVE 'N' TO ACCT-FOUND-SW.
         MOVE SPACES TO DEP-ACCT-TYPE DEP-CURRENCY.
         MOVE SPACE TO DEP-STATUS DEP-BAL-SIGN.
         MOVE ZERO TO DEP-SAVING.
         READ ACCT-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 'Y' TO ACCT-FOUND-SW
             MOVE AWK-ACCT-TYPE TO DEP-ACCT-TYPE
             MOVE AWK-CURRENCY TO DEP-CURRENCY
             MOVE AWK-SAVING TO DEP-SAVING
             MOVE AWK-STATUS TO DEP-STATUS
             MOVE AWK-BAL-SIGN TO DEP-BAL-SIGN
         END-READ.

       327-FIND-PRODUCT.
         MOVE ZERO TO PROD-FOUND-IDX.
         PERFORM 331-MATCH-PRODUCT
           VARYING PROD-IDX FROM 1 BY 1
           UNTIL PROD-IDX > PROD-ENTRIES OR PROD-FOUND-IDX > 0.

       331-MATCH-PRODUCT.
         IF PRD-TYPE (PROD-IDX) = DEP-ACCT-TYPE
            AND PRD-CCY (PROD-IDX) = DEP-CURRENCY
           MOVE PROD-IDX TO PROD-FOUND-IDX
         END-IF.

 *    * A payee is another account on file, in the deposit's
 *    * currency, able to take a credit
       328-CHECK-PAYEE.
         MOVE 'N' TO PAYEE-OK-SW.
         MOVE PAYEE-NO TO AWK-ACCT-NO.
         READ ACCT-WRK
           INVALID KEY
             MOVE "PAY-TO ACCOUNT NOT ON FILE" TO TXN-REASON
           NOT INVALID KEY
             EVALUATE TRUE
               WHEN AWK-ACCT-NO = DEP-ACCT-NO
                 MOVE "PAY-TO IS THE DEPOSIT ITSELF" TO TXN-REASON
               WHEN AWK-CURRENCY NOT = DEP-CURRENCY
                 MOVE "PAY-TO CURRENCY DIFFERS" TO TXN-REASON
               WHEN AWK-STATUS = 'C' OR AWK-STATUS = 'F'
                    OR AWK-STATUS = 'E'
                 MOVE "PAY-TO ACCOUNT NOT ACTIVE" TO TXN-REASON
               WHEN OTHER
                 MOVE 'Y' TO PAYEE-OK-SW
             END-EVALUATE
         END-READ.

 *    * The in-force rate for the deposit's type and currency, off
 *    * the keyed rate file
       329-CURRENT-RATE.
         MOVE 'N' TO RATE-FOUND-SW.
         MOVE ZERO TO CURRENT-RATE.
         IF RATE-FILE-OPEN
           MOVE DEP-ACCT-TYPE TO TYPE-ACCT
           MOVE DEP-CURRENCY TO CURRENCY-CODE
           READ RATE-DATA
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO RATE-FOUND-SW
               MOVE RATE TO CURRENT-RATE
           END-READ
         END-IF.

       330-OPEN-DEPOSIT.
         MOVE TXN-ACCT-NO-NUM TO TDW-ACCT-NO.
         MOVE DEP-SAVING TO TDW-PRINCIPAL.
         IF TXN-TERM NUMERIC
           MOVE TXN-TERM-NUM TO TDW-TERM
         ELSE
           MOVE PRD-TERM (PROD-FOUND-IDX) TO TDW-TERM
         END-IF.
         IF TXN-RATE-X = SPACES
           MOVE CURRENT-RATE TO TDW-RATE
         ELSE
           MOVE TXN-RATE TO TDW-RATE
         END-IF.
         MOVE RUN-DATE TO TDW-START.
         MOVE RUN-DATE TO TDW-FIRST-START.
         MOVE RUN-DATE TO ADD-DATE.
         MOVE TDW-TERM TO ADD-MONTHS.
         PERFORM 720-ADD-MONTHS.
         MOVE ADD-DATE TO TDW-MATURITY.
         IF TXN-INSTR = SPACE
           MOVE 'H' TO TDW-INSTR
         ELSE
           MOVE TXN-INSTR TO TDW-INSTR
         END-IF.
         IF TXN-LINK NUMERIC
           MOVE TXN-LINK-NUM TO TDW-LINK
         ELSE
           MOVE ZERO TO TDW-LINK
         END-IF.
         MOVE 'A' TO TDW-STATUS.
         MOVE RUN-DATE TO TDW-STATUS-DATE.
         WRITE TD-WRK-RECORD
           INVALID KEY
             DISPLAY "TERM DEPOSIT WRITE FAILED : " TDW-ACCT-NO
         END-WRITE.
         ADD 1 TO DEPOSITS-OPENED.
         MOVE "OPENED" TO RPT-EVENT-WORK.
         MOVE TXN-OFFICER TO RPT-NOTE-WORK.
         MOVE ZERO TO PAYOUT-AMT PENALTY-AMT.
         PERFORM 670-WRITE-REPORT.

 *    * Paying a running deposit out before maturity breaks it and
 *    * costs the product's penalty days of interest at the
 *    * contracted rate on the principal, never more than the
 *    * balance; a matured deposit on hold pays out whole
       340-PAY-DEPOSIT.
         MOVE ZERO TO PENALTY-AMT.
         MOVE 'N' TO BREAK-PENDING-SW.
         IF TDW-STATUS = 'A' AND TDW-MATURITY > RUN-DATE
           MOVE 'Y' TO BREAK-PENDING-SW
         END-IF.
         IF BREAK-PENDING
           COMPUTE PENALTY-AMT ROUNDED = TDW-PRINCIPAL * TDW-RATE
               * PRD-PENALTY (PROD-FOUND-IDX) / 36500
           IF PENALTY-AMT > DEP-SAVING
             MOVE DEP-SAVING TO PENALTY-AMT
           END-IF
         END-IF.
         COMPUTE PAYOUT-AMT = DEP-SAVING - PENALTY-AMT.
         IF PENALTY-AMT > 0
           PERFORM 655-WRITE-PENALTY
           PERFORM 660-ACCUM-PENALTY
         END-IF.
         IF PAYOUT-AMT > 0
           PERFORM 650-WRITE-TRANSFER
         END-IF.
         IF BREAK-PENDING
           MOVE 'B' TO TDW-STATUS
           ADD 1 TO DEPOSITS-BROKEN
           MOVE "BROKEN" TO RPT-EVENT-WORK
         ELSE
           MOVE 'M' TO TDW-STATUS
           ADD 1 TO DEPOSITS-PAID
           MOVE "PAID" TO RPT-EVENT-WORK
         END-IF.
         MOVE RUN-DATE TO TDW-STATUS-DATE.
         PERFORM 345-STORE-DEPOSIT.
         MOVE TXN-OFFICER TO RPT-NOTE-WORK.
         PERFORM 670-WRITE-REPORT.

       345-STORE-DEPOSIT.
         REWRITE TD-WRK-RECORD
           INVALID KEY
             DISPLAY "TERM DEPOSIT REWRITE FAILED : " TDW-ACCT-NO
         END-REWRITE.

       350-AMEND-DEPOSIT.
         MOVE NEW-INSTR TO TDW-INSTR.
         MOVE NEW-LINK TO TDW-LINK.
         PERFORM 345-STORE-DEPOSIT.
         MOVE "AMENDED" TO RPT-EVENT-WORK.
         MOVE TXN-OFFICER TO RPT-NOTE-WORK.
         MOVE ZERO TO PAYOUT-AMT PENALTY-AMT.
         PERFORM 670-WRITE-REPORT.

       360-REJECT-TXN.
         ADD 1 TO TXN-REJECTED.
         MOVE SPACES TO TXN-REJECT-REC.
         MOVE TXN-ACTION  TO REJ-ACTION.
         MOVE TXN-ACCT-NO TO REJ-ACCT-NO.
         MOVE TXN-OFFICER TO REJ-OFFICER.
         MOVE TXN-REASON  TO REJ-REASON.
         WRITE TXN-REJECT-REC.

 *    * One pass over the deposits in account order: a running
 *    * deposit at or past its maturity date follows its
 *    * instruction, and a held one whose instruction now says roll
 *    * or pay follows it tonight; the new master is written and
 *    * the running deposits feed the ladder
       400-MATURE-DEPOSITS.
         OPEN OUTPUT TD-NEW.
         IF NOT ST-TD-OUT-SUCCESS
           DISPLAY "TD-MSTR-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE ZERO TO TDW-ACCT-NO.
         START TD-WRK KEY NOT < TDW-ACCT-NO
           INVALID KEY MOVE '10' TO ST-TDW
         END-START.
         IF NOT ST-TDW-EOF
           READ TD-WRK NEXT RECORD
             AT END MOVE '10' TO ST-TDW
           END-READ
         END-IF.
         PERFORM 410-ONE-DEPOSIT
           UNTIL ST-TDW-EOF.
         CLOSE TD-NEW.

       410-ONE-DEPOSIT.
         MOVE TDW-ACCT-NO TO AWK-ACCT-NO.
         MOVE TDW-ACCT-NO TO DEP-ACCT-NO.
         PERFORM 326-FIND-ACCOUNT.
         IF (TDW-STATUS = 'A' AND TDW-MATURITY NOT > RUN-DATE)
            OR (TDW-STATUS = 'H'
                AND (TDW-INSTR = 'R' OR TDW-INSTR = 'P'))
           PERFORM 420-MATURE-DEPOSIT
         END-IF.
         IF TDW-STATUS = 'A'
           PERFORM 440-ACCUM-LADDER
         END-IF.
         PERFORM 450-WRITE-DEPOSIT.
         READ TD-WRK NEXT RECORD
           AT END MOVE '10' TO ST-TDW
         END-READ.

 *    * A deposit whose account cannot move money is held, as is
 *    * one whose payee can no longer take it; a held deposit that
 *    * still cannot go is left as it was without a report line
       420-MATURE-DEPOSIT.
         MOVE ZERO TO PAYOUT-AMT PENALTY-AMT.
         MOVE SPACES TO RPT-NOTE-WORK.
         EVALUATE TRUE
           WHEN NOT ACCT-FOUND
             MOVE "ACCOUNT NOT ON FILE" TO RPT-NOTE-WORK
           WHEN DEP-STATUS = 'C' OR DEP-STATUS = 'E'
                OR DEP-STATUS = 'F'
             MOVE "ACCOUNT NOT ACTIVE" TO RPT-NOTE-WORK
           WHEN DEP-BAL-SIGN = '-'
             MOVE "DEPOSIT OVERDRAWN" TO RPT-NOTE-WORK
           WHEN TDW-INSTR = 'R'
             PERFORM 425-ROLL-OVER
           WHEN TDW-INSTR = 'P'
             PERFORM 430-PAY-OUT
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
         IF TDW-STATUS = 'A' AND TDW-MATURITY NOT > RUN-DATE
           MOVE 'H' TO TDW-STATUS
           MOVE RUN-DATE TO TDW-STATUS-DATE
           ADD 1 TO DEPOSITS-HELD
           MOVE "HELD" TO RPT-EVENT-WORK
           PERFORM 670-WRITE-REPORT
         END-IF.

 *    * A rollover keeps the deposit running on the whole balance,
 *    * principal and interest, for the same term at the rate in
 *    * force tonight; a running deposit restarts from its maturity
 *    * date, a held one from tonight
       425-ROLL-OVER.
         PERFORM 329-CURRENT-RATE.
         IF RATE-FOUND
           MOVE CURRENT-RATE TO TDW-RATE
         ELSE
           MOVE "NO IN-FORCE RATE - RATE KEPT" TO RPT-NOTE-WORK
         END-IF.
         IF TDW-STATUS = 'A'
           MOVE TDW-MATURITY TO TDW-START
         ELSE
           MOVE RUN-DATE TO TDW-START
         END-IF.
         MOVE DEP-SAVING TO TDW-PRINCIPAL.
         MOVE TDW-START TO ADD-DATE.
         MOVE TDW-TERM TO ADD-MONTHS.
         PERFORM 720-ADD-MONTHS.
         MOVE ADD-DATE TO TDW-MATURITY.
         IF TDW-MATURITY NOT > RUN-DATE
           MOVE RUN-DATE TO TDW-START
           MOVE RUN-DATE TO ADD-DATE
           PERFORM 720-ADD-MONTHS
           MOVE ADD-DATE TO TDW-MATURITY
         END-IF.
         MOVE 'A' TO TDW-STATUS.
         MOVE RUN-DATE TO TDW-STATUS-DATE.
         ADD 1 TO DEPOSITS-ROLLED.
         MOVE "ROLLED" TO RPT-EVENT-WORK.
         PERFORM 670-WRITE-REPORT.

       430-PAY-OUT.
         MOVE TDW-LINK TO PAYEE-NO.
         PERFORM 328-CHECK-PAYEE.
         IF PAYEE-OK
           MOVE DEP-SAVING TO PAYOUT-AMT
           IF PAYOUT-AMT > 0
             PERFORM 650-WRITE-TRANSFER
           END-IF
           MOVE 'M' TO TDW-STATUS
           MOVE RUN-DATE TO TDW-STATUS-DATE
           ADD 1 TO DEPOSITS-PAID
           MOVE "PAID" TO RPT-EVENT-WORK
           PERFORM 670-WRITE-REPORT
         ELSE
           MOVE TXN-REASON TO RPT-NOTE-WORK
         END-IF.

 *    * Weeks count from tomorrow, months from the calendar month
 *    * of the run date; a deposit already past due sits in the
 *    * first of each
       440-ACCUM-LADDER.
         MOVE ZERO TO LAD-FOUND-IDX.
         PERFORM 441-FIND-LADDER-CCY
           VARYING LAD-IDX FROM 1 BY 1
           UNTIL LAD-IDX > LAD-ENTRIES OR LAD-FOUND-IDX > 0.
         IF LAD-FOUND-IDX = 0
           IF LAD-ENTRIES > 19
             DISPLAY "MORE THAN 20 DEPOSIT CURRENCIES"
             PERFORM 110-ERROR-EXIT
           END-IF
           ADD 1 TO LAD-ENTRIES
           MOVE LAD-ENTRIES TO LAD-FOUND-IDX
           INITIALIZE LAD-ENTRY (LAD-FOUND-IDX)
           MOVE DEP-CURRENCY TO LAD-CCY (LAD-FOUND-IDX)
         END-IF.
         MOVE TDW-MATURITY TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         COMPUTE LAD-DAYS = CVD-DAYNO - RUN-DAYNO.
         IF LAD-DAYS < 1
           MOVE 1 TO LAD-DAYS
         END-IF.
         IF LAD-DAYS NOT > 91
           COMPUTE LAD-BKT = (LAD-DAYS - 1) / 7 + 1
           ADD 1 TO LAD-WK-CNT (LAD-FOUND-IDX LAD-BKT)
           ADD TDW-PRINCIPAL TO LAD-WK-AMT (LAD-FOUND-IDX LAD-BKT)
         END-IF.
         COMPUTE LAD-MONTHS = (CVD-YEAR - RUN-YEAR) * 12
             + CVD-MONTH - RUN-MONTH.
         IF LAD-MONTHS < 0
           MOVE 0 TO LAD-MONTHS
         END-IF.
         IF LAD-MONTHS < 12
           COMPUTE LAD-BKT = LAD-MONTHS + 1
           ADD 1 TO LAD-MO-CNT (LAD-FOUND-IDX LAD-BKT)
           ADD TDW-PRINCIPAL TO LAD-MO-AMT (LAD-FOUND-IDX LAD-BKT)
         ELSE
           ADD 1 TO LAD-LATER-CNT (LAD-FOUND-IDX)
           ADD TDW-PRINCIPAL TO LAD-LATER-AMT (LAD-FOUND-IDX)
         END-IF.
         ADD 1 TO LAD-TOTAL-CNT (LAD-FOUND-IDX).
         ADD TDW-PRINCIPAL TO LAD-TOTAL-AMT (LAD-FOUND-IDX).

       441-FIND-LADDER-CCY.
         IF LAD-CCY (LAD-IDX) = DEP-CURRENCY
           MOVE LAD-IDX TO LAD-FOUND-IDX
         END-IF.

       450-WRITE-DEPOSIT.
         MOVE SPACES TO TD-RECORD.
         MOVE TDW-ACCT-NO TO TDM-ACCT-NO.
         MOVE TDW-PRINCIPAL TO TDM-PRINCIPAL.
         MOVE TDW-TERM TO TDM-TERM.
         MOVE TDW-RATE TO TDM-RATE.
         MOVE TDW-START TO TDM-START.
         MOVE TDW-MATURITY TO TDM-MATURITY.
         MOVE TDW-INSTR TO TDM-INSTR.
         IF TDW-LINK > 0
           MOVE TDW-LINK TO TDM-LINK
         END-IF.
         MOVE TDW-STATUS TO TDM-STATUS.
         MOVE TDW-STATUS-DATE TO TDM-STATUS-DATE.
         MOVE TDW-FIRST-START TO TDM-FIRST-START.
         MOVE TD-RECORD TO TD-NEW-RECORD.
         WRITE TD-NEW-RECORD.

 *    * One block per currency: the weeks, the months, what falls
 *    * due later, and the currency total
       500-WRITE-LADDER.
         OPEN OUTPUT LAD-DATA.
         IF NOT ST-LAD-SUCCESS
           DISPLAY "TD-LADDER.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO LDH-RUN-DATE.
         MOVE LAD-HEAD-LINE TO LAD-LINE.
         WRITE LAD-LINE.
         PERFORM 510-WRITE-ONE-CCY
           VARYING LAD-IDX FROM 1 BY 1
           UNTIL LAD-IDX > LAD-ENTRIES.
         CLOSE LAD-DATA.

       510-WRITE-ONE-CCY.
         PERFORM 520-WRITE-WEEK
           VARYING LAD-BKT FROM 1 BY 1
           UNTIL LAD-BKT > 13.
         MOVE RUN-YEAR TO LAD-LABEL-Y.
         MOVE RUN-MONTH TO LAD-LABEL-M.
         PERFORM 530-WRITE-MONTH
           VARYING LAD-BKT FROM 1 BY 1
           UNTIL LAD-BKT > 12.
         MOVE SPACES TO LAD-DETAIL-LINE.
         MOVE LAD-CCY (LAD-IDX) TO LDD-CCY.
         MOVE "LATER" TO LDD-BUCKET.
         MOVE LAD-LATER-CNT (LAD-IDX) TO LDD-COUNT.
         MOVE LAD-LATER-AMT (LAD-IDX) TO LDD-AMOUNT.
         MOVE LAD-DETAIL-LINE TO LAD-LINE.
         WRITE LAD-LINE.
         MOVE SPACES TO LAD-DETAIL-LINE.
         MOVE LAD-CCY (LAD-IDX) TO LDD-CCY.
         MOVE "TOTAL" TO LDD-BUCKET.
         MOVE LAD-TOTAL-CNT (LAD-IDX) TO LDD-COUNT.
         MOVE LAD-TOTAL-AMT (LAD-IDX) TO LDD-AMOUNT.
         MOVE LAD-DETAIL-LINE TO LAD-LINE.
         WRITE LAD-LINE.

       520-WRITE-WEEK.
         MOVE SPACES TO LAD-DETAIL-LINE.
         MOVE LAD-CCY (LAD-IDX) TO LDD-CCY.
         MOVE "WEEK" TO LDD-BUCKET.
         COMPUTE LWL-FROM = LAD-BKT * 7 - 6.
         COMPUTE LWL-TO = LAD-BKT * 7.
         MOVE LAD-WEEK-LABEL TO LDD-LABEL.
         MOVE LAD-WK-CNT (LAD-IDX LAD-BKT) TO LDD-COUNT.
         MOVE LAD-WK-AMT (LAD-IDX LAD-BKT) TO LDD-AMOUNT.
         MOVE LAD-DETAIL-LINE TO LAD-LINE.
         WRITE LAD-LINE.

       530-WRITE-MONTH.
         MOVE SPACES TO LAD-DETAIL-LINE.
         MOVE LAD-CCY (LAD-IDX) TO LDD-CCY.
         MOVE "MONTH" TO LDD-BUCKET.
         MOVE LAD-LABEL-Y TO LML-YEAR.
         MOVE LAD-LABEL-M TO LML-MONTH.
         MOVE LAD-MONTH-LABEL TO LDD-LABEL.
         MOVE LAD-MO-CNT (LAD-IDX LAD-BKT) TO LDD-COUNT.
         MOVE LAD-MO-AMT (LAD-IDX LAD-BKT) TO LDD-AMOUNT.
         MOVE LAD-DETAIL-LINE TO LAD-LINE.
         WRITE LAD-LINE.
         ADD 1 TO LAD-LABEL-M.
         IF LAD-LABEL-M > 12
           MOVE 1 TO LAD-LABEL-M
           ADD 1 TO LAD-LABEL-Y
         END-IF.

 *    * One voucher per currency under the *TDP pair: debit the
 *    * customer liability, credit penalty income
       600-WRITE-VOUCHERS.
         IF PEN-ENTRIES > 0
           OPEN EXTEND VCH-DATA
           IF NOT ST-VCH-SUCCESS
             OPEN OUTPUT VCH-DATA
           END-IF
           IF NOT ST-VCH-SUCCESS
             DISPLAY "GL-VOUCHER.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           PERFORM 610-PENALTY-VOUCHER
             VARYING PEN-IDX FROM 1 BY 1
             UNTIL PEN-IDX > PEN-ENTRIES
           CLOSE VCH-DATA
         END-IF.

       610-PENALTY-VOUCHER.
         ADD 1 TO VOUCHER-NO.
         ADD 1 TO VOUCHERS-WRITTEN.
         MOVE PEN-AMOUNT (PEN-IDX) TO VCH-WORK-AMOUNT.
         MOVE MAP-DEBIT (TDP-MAP-IDX) TO VCH-WORK-ACCT.
         MOVE 'D' TO VCH-WORK-DC.
         PERFORM 620-WRITE-VOUCHER-LINE.
         MOVE MAP-CREDIT (TDP-MAP-IDX) TO VCH-WORK-ACCT.
         MOVE 'C' TO VCH-WORK-DC.
         PERFORM 620-WRITE-VOUCHER-LINE.

       620-WRITE-VOUCHER-LINE.
         MOVE SPACES TO VCH-REC.
         MOVE RUN-DATE TO VCH-DATE.
         MOVE VOUCHER-NO TO VCH-NO.
         MOVE VCH-WORK-ACCT TO VCH-GL-ACCT.
         MOVE VCH-WORK-DC TO VCH-DC.
         MOVE VCH-WORK-AMOUNT TO VCH-AMOUNT.
         MOVE PEN-CCY (PEN-IDX) TO VCH-CCY.
         MOVE "TD EARLY PENALTY" TO VCH-DESC.
         WRITE VCH-REC.

       650-WRITE-TRANSFER.
         MOVE SPACES TO MOVE-RECORD.
         MOVE 'T' TO MOV-ACTION.
         MOVE TDW-ACCT-NO TO MOV-FROM-ACCT.
         MOVE PAYEE-NO TO MOV-TO-ACCT.
         MOVE PAYOUT-AMT TO MOV-TRF-AMOUNT.
         MOVE RUN-DATE TO MOV-TRF-DATE.
         MOVE 'B' TO MOV-TRF-TAG.
         WRITE MOVE-RECORD.
         ADD 1 TO MOVES-WRITTEN.

       655-WRITE-PENALTY.
         MOVE SPACES TO MOVE-RECORD.
         MOVE 'F' TO MOV-ACTION.
         MOVE '#' TO MOV-OWNER-NAME (1:1).
         MOVE TDW-ACCT-NO TO MOV-OWNER-NAME (2:8).
         MOVE 'B' TO MOV-OWNER-NAME (11:1).
         MOVE DEP-ACCT-TYPE TO MOV-ACCT-TYPE.
         MOVE DEP-CURRENCY TO MOV-CURRENCY.
         MOVE PENALTY-AMT TO MOV-AMOUNT.
         MOVE RUN-DATE TO MOV-DATE.
         WRITE MOVE-RECORD.
         ADD 1 TO MOVES-WRITTEN.

       660-ACCUM-PENALTY.
         MOVE ZERO TO PEN-FOUND-IDX.
         PERFORM 665-FIND-PENALTY-CCY
           VARYING PEN-IDX FROM 1 BY 1
           UNTIL PEN-IDX > PEN-ENTRIES OR PEN-FOUND-IDX > 0.
         IF PEN-FOUND-IDX = 0
           IF PEN-ENTRIES > 19
             DISPLAY "MORE THAN 20 PENALTY CURRENCIES"
             PERFORM 110-ERROR-EXIT
           END-IF
           ADD 1 TO PEN-ENTRIES
           MOVE PEN-ENTRIES TO PEN-FOUND-IDX
           MOVE DEP-CURRENCY TO PEN-CCY (PEN-FOUND-IDX)
           MOVE ZERO TO PEN-AMOUNT (PEN-FOUND-IDX)
         END-IF.
         ADD PENALTY-AMT TO PEN-AMOUNT (PEN-FOUND-IDX).

       665-FIND-PENALTY-CCY.
         IF PEN-CCY (PEN-IDX) = DEP-CURRENCY
           MOVE PEN-IDX TO PEN-FOUND-IDX
         END-IF.

       670-WRITE-REPORT.
         MOVE SPACES TO RPT-DETAIL-LINE.
         MOVE TDW-ACCT-NO TO RPD-ACCT-NO.
         MOVE RPT-EVENT-WORK TO RPD-EVENT.
         MOVE DEP-CURRENCY TO RPD-CCY.
         MOVE TDW-PRINCIPAL TO RPD-PRINCIPAL.
         MOVE TDW-RATE TO RPD-RATE.
         MOVE TDW-MATURITY TO RPD-MATURITY.
         MOVE PAYOUT-AMT TO RPD-PAID.
         MOVE PENALTY-AMT TO RPD-PENALTY.
         MOVE RPT-NOTE-WORK TO RPD-NOTE.
         MOVE RPT-DETAIL-LINE TO RPT-LINE.
         WRITE RPT-LINE.

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

       720-ADD-MONTHS.
         MOVE ADD-DATE TO ADD-DATE-X.
         COMPUTE ADD-TOTAL = ADD-MONTH - 1 + ADD-MONTHS.
         DIVIDE ADD-TOTAL BY 12 GIVING ADD-YEARS
           REMAINDER ADD-TOTAL.
         ADD ADD-YEARS TO ADD-YEAR.
         COMPUTE ADD-MONTH = ADD-TOTAL + 1.
         PERFORM 725-MONTH-LENGTH.
         IF ADD-DAY > MONTH-LAST-DAY
           MOVE MONTH-LAST-DAY TO ADD-DAY
         END-IF.
         MOVE ADD-DATE-X TO ADD-DATE.

 *    * A century year divides by 400 or it is not a leap year
       725-MONTH-LENGTH.
         EVALUATE ADD-MONTH
           WHEN 04 MOVE 30 TO MONTH-LAST-DAY
           WHEN 06 MOVE 30 TO MONTH-LAST-DAY
           WHEN 09 MOVE 30 TO MONTH-LAST-DAY
           WHEN 11 MOVE 30 TO MONTH-LAST-DAY
           WHEN 02
             MOVE 28 TO MONTH-LAST-DAY
             DIVIDE ADD-YEAR BY 4 GIVING LEAP-QUOT
               REMAINDER LEAP-REM
             IF LEAP-REM = ZERO
               MOVE 29 TO MONTH-LAST-DAY
               DIVIDE ADD-YEAR BY 100 GIVING LEAP-QUOT
                 REMAINDER LEAP-REM
               IF LEAP-REM = ZERO
                 DIVIDE ADD-YEAR BY 400 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM
                 IF LEAP-REM NOT = ZERO
                   MOVE 28 TO MONTH-LAST-DAY
                 END-IF
               END-IF
             END-IF
           WHEN OTHER
             MOVE 31 TO MONTH-LAST-DAY
         END-EVALUATE.

       END PROGRAM TDMATURE.
