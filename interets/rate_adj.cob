       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEADJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CHG-JRNL       ASSIGN TO DISK "RATE-CHG-JRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT RATE-DATA      ASSIGN TO DISK "RATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RATE.
         SELECT HIST-DATA      ASSIGN TO DISK "BAL-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST.
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
         SELECT RPT-DATA       ASSIGN TO DISK "RATE-ADJ-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT TD-DATA        ASSIGN TO DISK "TD-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TD.
         SELECT NIGHT-WRK      ASSIGN TO DISK "ADJNGT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY NWK-KEY
                FILE STATUS IS ST-NWK.
         SELECT ACT-WRK        ASSIGN TO DISK "ADJACT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AWK-ACCT-NO
                FILE STATUS IS ST-AWK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * RATEMAINT's change journal; tonight's adds and changes that
 *    * carry an effective date earlier than tonight are the ones
 *    * INTERETS priced too late
       FD  CHG-JRNL.
       01  CHG-JRNL-REC.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  JRN-TYPE-ACCT       PIC X(4).
           05  FILLER              PIC X.
           05  JRN-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  JRN-EFF-DATE        PIC 9(8).
           05  FILLER              PIC X.
           05  JRN-BEFORE.
               10  JRB-RATE        PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRB-MAX-SAVING  PIC 9(5).
               10  FILLER          PIC X.
               10  JRB-COMPOUND-FLAG
                                   PIC X.
               10  FILLER          PIC X.
               10  JRB-COMPOUND-PERIODS
                                   PIC 9(2).
               10  FILLER          PIC X.
               10  JRB-TAX-RATE    PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRB-B1-LIMIT    PIC 9(7).
               10  FILLER          PIC X.
               10  JRB-B1-RATE     PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRB-B2-LIMIT    PIC 9(7).
               10  FILLER          PIC X.
               10  JRB-B2-RATE     PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRB-B3-LIMIT    PIC 9(7).
               10  FILLER          PIC X.
               10  JRB-B3-RATE     PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRB-DESCRIPTION PIC X(32).
           05  FILLER              PIC X(3).
           05  JRN-AFTER.
               10  JRA-RATE        PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRA-MAX-SAVING  PIC 9(5).
               10  FILLER          PIC X.
               10  JRA-COMPOUND-FLAG
                                   PIC X.
               10  FILLER          PIC X.
               10  JRA-COMPOUND-PERIODS
                                   PIC 9(2).
               10  FILLER          PIC X.
               10  JRA-TAX-RATE    PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRA-B1-LIMIT    PIC 9(7).
               10  FILLER          PIC X.
               10  JRA-B1-RATE     PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRA-B2-LIMIT    PIC 9(7).
               10  FILLER          PIC X.
               10  JRA-B2-RATE     PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRA-B3-LIMIT    PIC 9(7).
               10  FILLER          PIC X.
               10  JRA-B3-RATE     PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRA-DESCRIPTION PIC X(32).
 *    * Capitalization, borrow rate, maker and checker, appended
 *    * after the images; not needed here
           05  FILLER              PIC X(45).
 *    * Rate master as RATEMAINT left it tonight, every dated row;
 *    * it supplies the row an add displaced and the next row that
 *    * took over from a back-dated one
       FD  RATE-DATA.
       01  RATE-RECORD.
           05  TYPE-ACCT-IN        PIC X(4).
           05  FILLER              PIC X.
           05  RATE-IN             PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  MAX-SAVING-IN       PIC 9(5).
           05  FILLER              PIC X.
           05  DESCRIPTION-IN      PIC X(32).
           05  FILLER              PIC X.
           05  COMPOUND-FLAG-IN    PIC X.
           05  FILLER              PIC X.
           05  COMPOUND-PERIODS-IN PIC 9(2).
           05  FILLER              PIC X.
           05  CURRENCY-IN         PIC X(3).
           05  FILLER              PIC X.
           05  TAX-RATE-IN         PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  BAND1-LIMIT-X       PIC X(7).
           05  BAND1-LIMIT-IN REDEFINES BAND1-LIMIT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  BAND1-RATE-X        PIC X(6).
           05  BAND1-RATE-IN REDEFINES BAND1-RATE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  BAND2-LIMIT-X       PIC X(7).
           05  BAND2-LIMIT-IN REDEFINES BAND2-LIMIT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  BAND2-RATE-X        PIC X(6).
           05  BAND2-RATE-IN REDEFINES BAND2-RATE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  BAND3-LIMIT-X       PIC X(7).
           05  BAND3-LIMIT-IN REDEFINES BAND3-LIMIT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  BAND3-RATE-X        PIC X(6).
           05  BAND3-RATE-IN REDEFINES BAND3-RATE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  EFF-DATE-X          PIC X(8).
           05  EFF-DATE-IN REDEFINES EFF-DATE-X
                                   PIC 9(8).
 *    * Cumulative balance history appended by every interest run:
 *    * the closing balance and the net interest credited that night
       FD  HIST-DATA.
       01  HIST-RECORD.
           05  HIS-RUN-DATE        PIC X(8).
           05  HIS-RUN-DATE-NUM REDEFINES HIS-RUN-DATE
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  HIS-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  HIS-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  HIS-CLOSING         PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-INTEREST        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  HIS-TAX             PIC 9(7)V99.
           05  FILLER              PIC X.
           05  HIS-CUST-NO         PIC 9(6).
 *    * Account master as it stands at the end of the window, for
 *    * the open date the proration starts from and the status the
 *    * adjustment movement must get past
       FD  ACCT-DATA.
       01  ACCT-RECORD.
           05  OWNER-NAME-IN       PIC X(20).
           05  FILLER              PIC X.
           05  SAVING-IN           PIC 9(7).
           05  FILLER              PIC X.
           05  ACCT-TYPE-IN        PIC X(4).
           05  FILLER              PIC X.
           05  ACCT-DESC-IN        PIC X(20).
           05  FILLER              PIC X.
           05  ACCT-CCY-IN         PIC X(3).
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
           05  FILLER              PIC X.
           05  BAL-SIGN-IN         PIC X.
           05  FILLER              PIC X.
           05  CUST-NO-X           PIC X(6).
 *    * Chart-of-accounts mapping; the *ADJ entry names the pair for
 *    * rate adjustments, debit the interest expense and credit the
 *    * customer liability when the customer was under-credited
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
 *    * window's voucher file; adjustment vouchers number from 7001
 *    * so they never collide with the interest run's
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
 *    * Movement file for the next window; each adjustment joins it
 *    * as a deposit (under-credited) or withdrawal (over-credited)
 *    * addressed by account number, tagged B as raised by the bank
 *    * so no withdrawal limit holds it up, and value-dated tonight,
 *    * so the warehouse releases it and TXNPOST posts and journals
 *    * it
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
 *    * Every repriced night and every account's adjustment
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).
 *    * Term deposits kept by TDMATURE: from the night after the
 *    * first start to the night it last changed state (still
 *    * running: every night since), INTERETS paid the contracted
 *    * rate and no rate-sheet change reaches the account
       FD  TD-DATA.
       01  TD-RECORD.
           05  TDM-ACCT-NO-X       PIC X(8).
           05  TDM-ACCT-NO REDEFINES TDM-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X(49).
           05  TDM-STATUS          PIC X.
           05  FILLER              PIC X.
           05  TDM-STATUS-DATE     PIC X(8).
           05  TDM-STATUS-DATE-NUM REDEFINES TDM-STATUS-DATE
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TDM-FIRST-START     PIC X(8).
           05  TDM-FIRST-START-NUM REDEFINES TDM-FIRST-START
                                   PIC 9(8).
 *    * Keyed scratch files, rebuilt every run the way TXNPOST
 *    * rebuilds ACCT-WRK.KEY: the repriced nights by account, night
 *    * and change, and the account master by number
       FD  NIGHT-WRK.
       01  NIGHT-WRK-RECORD.
           05  NWK-KEY.
               10  NWK-ACCT-NO     PIC 9(8).
               10  NWK-RUN-DATE    PIC 9(8).
               10  NWK-CHG-IDX     PIC 9(2).
           05  NWK-ACCT-TYPE       PIC X(4).
           05  NWK-CURRENCY        PIC X(3).
           05  NWK-CREDITED        PIC 9(7)V99.
           05  NWK-CORRECTED       PIC S9(7)V99.
           05  NWK-DIFF            PIC S9(7)V99.
       FD  ACT-WRK.
       01  ACT-WRK-RECORD.
           05  AWK-ACCT-NO         PIC 9(8).
           05  AWK-ACCT-TYPE       PIC X(4).
           05  AWK-CURRENCY        PIC X(3).
           05  AWK-OPEN-DATE       PIC X(8).
           05  AWK-STATUS          PIC X.
           05  AWK-TD-FROM         PIC 9(8).
           05  AWK-TD-TO           PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
           88  ST-JRNL-EOF                      VALUE '10'.
       01  ST-RATE                 PIC X(02)    VALUE SPACES.
           88  ST-RATE-SUCCESS                  VALUE '00'.
           88  ST-RATE-EOF                      VALUE '10'.
       01  ST-HIST                 PIC X(02)    VALUE SPACES.
           88  ST-HIST-SUCCESS                  VALUE '00'.
           88  ST-HIST-EOF                      VALUE '10'.
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
       01  ST-NWK                  PIC X(02)    VALUE SPACES.
           88  ST-NWK-SUCCESS                   VALUE '00'.
           88  ST-NWK-EOF                       VALUE '10'.
       01  ST-TD                   PIC X(02)    VALUE SPACES.
           88  ST-TD-SUCCESS                    VALUE '00'.
           88  ST-TD-EOF                        VALUE '10'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
           88  ST-AWK-EOF                       VALUE '10'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  ADJ-MAP-IDX             PIC 999      VALUE ZERO.
       77  VOUCHER-NO              PIC 9(4)     VALUE 7000.
       77  CHG-IDX                 PIC 99       VALUE ZERO.
       77  JRNL-READ               PIC 9(5)     VALUE ZERO.
       77  NIGHTS-REPRICED         PIC 9(7)     VALUE ZERO.
       77  ACCTS-POSTED            PIC 9(5)     VALUE ZERO.
       77  ACCTS-NOT-POSTED        PIC 9(5)     VALUE ZERO.
       77  VOUCHERS-WRITTEN        PIC 9(5)     VALUE ZERO.
       77  CREDITED-TOTAL          PIC 9(9)     VALUE ZERO.
       77  RECOVERED-TOTAL         PIC 9(9)     VALUE ZERO.
       77  ACT-FOUND-SW            PIC X        VALUE 'N'.
           88  ACT-FOUND                        VALUE 'Y'.
       77  LAST-HIS-DATE           PIC 9(8)     VALUE ZERO.
       77  PREV-HIS-DATE           PIC 9(8)     VALUE ZERO.
       77  BRK-ACCT-NO             PIC 9(8)     VALUE ZERO.
       77  BRK-ACCT-TYPE           PIC X(4)     VALUE SPACES.
       77  BRK-CURRENCY            PIC X(3)     VALUE SPACES.
       77  ACCT-DIFF               PIC S9(8)V99 VALUE ZERO.
       77  ADJ-SIGNED              PIC S9(8)    VALUE ZERO.
       77  ADJ-AMOUNT              PIC 9(7)     VALUE ZERO.
       77  ADJ-ACTION              PIC X        VALUE SPACE.
       77  ADJ-REASON              PIC X(30)    VALUE SPACES.
       77  NET-OLD                 PIC 9(7)V99  VALUE ZERO.
       77  NET-NEW                 PIC 9(7)V99  VALUE ZERO.
       77  NIGHT-DIFF              PIC S9(7)V99 VALUE ZERO.
       77  VCH-WORK-ACCT           PIC X(8)     VALUE SPACES.
       77  VCH-WORK-DC             PIC X        VALUE SPACE.
       77  VCH-WORK-AMOUNT         PIC 9(9)V99  VALUE ZERO.
       77  VCH-WORK-CCY            PIC X(3)     VALUE SPACES.
       77  VCH-WORK-DESC           PIC X(20)    VALUE SPACES.

 *    * Pricing work fields, in the pictures INTERETS computes with
 *    * so a repriced night rounds exactly as the original run did
       77  OPENING-BAL             PIC 9(7)     VALUE ZERO.
       77  CUR-FUND-NUM            PIC 9(7)V99  VALUE ZERO.
       77  CUR-PERCENTAGE          PIC 9V9(5)   VALUE ZERO.
       77  PERIOD-PERCENTAGE       PIC 9V9(5)   VALUE ZERO.
       77  BAND-INTEREST           PIC 9(9)V99  VALUE ZERO.
       77  BAND-LOWER              PIC 9(7)     VALUE ZERO.
       77  BAND-UPPER              PIC 9(7)     VALUE ZERO.
       77  BAND-RATE-PCT           PIC 9V9(5)   VALUE ZERO.
       77  COMP-BALANCE            PIC 9(9)V99  VALUE ZERO.
       77  COMP-COUNT              PIC 99       VALUE ZERO.
       77  TAX-PERCENTAGE          PIC 9V9(5)   VALUE ZERO.
       77  TAX-WITHHELD-NUM        PIC 9(7)V99  VALUE ZERO.
       77  PERIOD-START-DAYNO      PIC 9(7)     VALUE ZERO.
       77  PERIOD-END-DAYNO        PIC 9(7)     VALUE ZERO.
       77  HELD-START-DAYNO        PIC 9(7)     VALUE ZERO.
       77  HELD-DAYS               PIC 9(5)     VALUE ZERO.
       77  CONTRACT-SW             PIC X        VALUE 'N'.
           88  NIGHT-CONTRACTED                 VALUE 'Y'.

 *    * One rate entry as priced: the row in force before the
 *    * change (old) or the row as it should have been (new)
       01  WRK-RATE-ENTRY.
           05  WRK-RATE             PIC 999V99.
           05  WRK-COMPOUND-FLAG    PIC X.
           05  WRK-COMPOUND-PERIODS PIC 9(2).
           05  WRK-B1-LIMIT         PIC 9(7).
           05  WRK-B1-RATE          PIC 9(3)V99.
           05  WRK-B2-LIMIT         PIC 9(7).
           05  WRK-B2-RATE          PIC 9(3)V99.
           05  WRK-B3-LIMIT         PIC 9(7).
           05  WRK-B3-RATE          PIC 9(3)V99.
           05  WRK-TAX-RATE         PIC 9(3)V99.

 *    * Tonight's back-dated changes: the nights from the effective
 *    * date up to the end date (tonight, or the next dated row for
 *    * the type that took over first) were priced on the old entry
       77  CHG-ENTRIES             PIC 99       VALUE ZERO.
       01  CHG-TABLE.
           05  CHG-ENTRY           OCCURS 50 TIMES.
               10  CHG-ACTION      PIC X.
               10  CHG-TYPE-ACCT   PIC X(4).
               10  CHG-CURRENCY    PIC X(3).
               10  CHG-EFF-DATE    PIC 9(8).
               10  CHG-END-DATE    PIC 9(8).
               10  CHG-PRIOR-EFF   PIC 9(8).
               10  CHG-PRIOR-SW    PIC X.
                   88  CHG-HAS-PRIOR            VALUE 'Y'.
               10  CHG-OLD-ENTRY.
                   15  CHO-RATE              PIC 999V99.
                   15  CHO-COMPOUND-FLAG     PIC X.
                   15  CHO-COMPOUND-PERIODS  PIC 9(2).
                   15  CHO-B1-LIMIT          PIC 9(7).
                   15  CHO-B1-RATE           PIC 9(3)V99.
                   15  CHO-B2-LIMIT          PIC 9(7).
                   15  CHO-B2-RATE           PIC 9(3)V99.
                   15  CHO-B3-LIMIT          PIC 9(7).
                   15  CHO-B3-RATE           PIC 9(3)V99.
                   15  CHO-TAX-RATE          PIC 9(3)V99.
               10  CHG-NEW-ENTRY.
                   15  CHN-RATE              PIC 999V99.
                   15  CHN-COMPOUND-FLAG     PIC X.
                   15  CHN-COMPOUND-PERIODS  PIC 9(2).
                   15  CHN-B1-LIMIT          PIC 9(7).
                   15  CHN-B1-RATE           PIC 9(3)V99.
                   15  CHN-B2-LIMIT          PIC 9(7).
                   15  CHN-B2-RATE           PIC 9(3)V99.
                   15  CHN-B3-LIMIT          PIC 9(7).
                   15  CHN-B3-RATE           PIC 9(3)V99.
                   15  CHN-TAX-RATE          PIC 9(3)V99.

 *    * A RATE.DAT row unpacked the way REORG unpacks it
       01  ROW-EFF-DATE            PIC 9(8)     VALUE ZERO.
       01  ROW-RATE-ENTRY.
           05  ROW-RATE             PIC 999V99.
           05  ROW-COMPOUND-FLAG    PIC X.
           05  ROW-COMPOUND-PERIODS PIC 9(2).
           05  ROW-B1-LIMIT         PIC 9(7).
           05  ROW-B1-RATE          PIC 9(3)V99.
           05  ROW-B2-LIMIT         PIC 9(7).
           05  ROW-B2-RATE          PIC 9(3)V99.
           05  ROW-B3-LIMIT         PIC 9(7).
           05  ROW-B3-RATE          PIC 9(3)V99.
           05  ROW-TAX-RATE         PIC 9(3)V99.

 *    * Adjustment totals by currency, under- and over-credited
 *    * kept apart so each direction gets its own voucher
       77  CCY-ENTRIES             PIC 99       VALUE ZERO.
       77  CCY-IDX                 PIC 99       VALUE ZERO.
       77  CCY-FOUND-IDX           PIC 99       VALUE ZERO.
       01  CCY-TABLE.
           05  CCY-ENTRY           OCCURS 50 TIMES.
               10  CCY-CODE        PIC X(3).
               10  CCY-OWED        PIC 9(9)V99.
               10  CCY-RECOVERED   PIC 9(9)V99.

       77  MAP-ENTRIES             PIC 999      VALUE ZERO.
       01  MAP-TABLE.
           07  MAP-TABLE-RECORD    OCCURS 100 TIMES
                                    INDEXED BY MAP-INDEX.
               10  MAP-TYPE        PIC X(4).
               10  MAP-DEBIT       PIC X(8).
               10  MAP-CREDIT      PIC X(8).

 *    * Day-number conversion work fields
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
           05  FILLER              PIC X(26)
               VALUE "BACK-DATED RATE ADJUSTMENT".
           05  FILLER              PIC X(11)
               VALUE "   RUN DATE".
           05  FILLER              PIC X     VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(8).
       01  RPT-CHG-LINE.
           05  FILLER              PIC X(7)  VALUE "CHANGE ".
           05  RPC-ACTION          PIC X.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPC-TYPE-ACCT       PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPC-CURRENCY        PIC X(3).
           05  FILLER              PIC X(11) VALUE " EFFECTIVE ".
           05  RPC-EFF-DATE        PIC 9(8).
           05  FILLER              PIC X(15) VALUE " NIGHTS BEFORE ".
           05  RPC-END-DATE        PIC 9(8).
           05  FILLER              PIC X(12) VALUE " PRICED OFF ".
           05  RPC-PRIOR           PIC X(16).
       01  RPT-NIGHT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPN-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPN-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPN-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPN-CURRENCY        PIC X(3).
           05  FILLER              PIC X(10) VALUE " CREDITED ".
           05  RPN-CREDITED        PIC Z(6)9.99.
           05  FILLER              PIC X(11) VALUE " CORRECTED ".
           05  RPN-CORRECTED       PIC -Z(6)9.99.
           05  FILLER              PIC X(6)  VALUE " DIFF ".
           05  RPN-DIFF            PIC -Z(6)9.99.
       01  RPT-ACCT-LINE.
           05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
           05  RPA-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(7)  VALUE " TOTAL ".
           05  RPA-DIFF            PIC -Z(7)9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPA-ACTION          PIC X.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPA-AMOUNT          PIC Z(6)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPA-REASON          PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(8)  VALUE "NIGHTS ".
           05  RPT-NIGHTS          PIC Z(6)9.
           05  FILLER              PIC X(10) VALUE "  POSTED ".
           05  RPT-POSTED          PIC Z(4)9.
           05  FILLER              PIC X(14) VALUE "  NOT POSTED ".
           05  RPT-NOT-POSTED      PIC Z(4)9.
           05  FILLER              PIC X(11) VALUE "  CREDITED ".
           05  RPT-CREDITED        PIC Z(8)9.
           05  FILLER              PIC X(12) VALUE "  RECOVERED ".
           05  RPT-RECOVERED       PIC Z(8)9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 200-LOAD-CHANGES.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "RATE-ADJ-RPT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         IF CHG-ENTRIES > 0
           PERFORM 220-SCAN-RATES
           PERFORM 250-LOAD-MAP
           PERFORM 270-LOAD-ACCOUNTS
           PERFORM 300-SCAN-HISTORY
           IF NIGHTS-REPRICED > 0 AND ADJ-MAP-IDX = 0
             DISPLAY "NO *ADJ ENTRY ON GL-MAP.DAT - "
                     "RATE ADJUSTMENT REFUSED"
             PERFORM 110-ERROR-EXIT
           END-IF
           PERFORM 400-POST-ADJUSTMENTS
           PERFORM 500-WRITE-VOUCHERS
           CLOSE NIGHT-WRK
                 ACT-WRK
         END-IF.
         MOVE NIGHTS-REPRICED TO RPT-NIGHTS.
         MOVE ACCTS-POSTED TO RPT-POSTED.
         MOVE ACCTS-NOT-POSTED TO RPT-NOT-POSTED.
         MOVE CREDITED-TOTAL TO RPT-CREDITED.
         MOVE RECOVERED-TOTAL TO RPT-RECOVERED.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE RPT-DATA.
         DISPLAY "BACK-DATED CHANGES TONIGHT : " CHG-ENTRIES.
         DISPLAY "NIGHTS REPRICED           : " NIGHTS-REPRICED.
         DISPLAY "ACCOUNTS ADJUSTED         : " ACCTS-POSTED.
         DISPLAY "ACCOUNTS NOT ADJUSTED     : " ACCTS-NOT-POSTED.
         DISPLAY "UNDER-CREDIT PAID         : " CREDITED-TOTAL.
         DISPLAY "OVER-CREDIT RECOVERED     : " RECOVERED-TOTAL.
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

 *    * Only tonight's journal lines are taken, the way RATENOTIF
 *    * takes them, so each change is adjusted once: an add or a
 *    * change whose row took effect on a date before tonight.
 *    * Deletes and undated rows were never priced late.
       200-LOAD-CHANGES.
         INITIALIZE CHG-TABLE.
         OPEN INPUT CHG-JRNL.
         IF ST-JRNL-SUCCESS
           READ CHG-JRNL INTO CHG-JRNL-REC
             AT END MOVE '10' TO ST-JRNL
           END-READ
           PERFORM 210-TAKE-ONE-CHANGE
             UNTIL ST-JRNL-EOF
           CLOSE CHG-JRNL
         END-IF.

       210-TAKE-ONE-CHANGE.
         ADD 1 TO JRNL-READ.
         IF JRN-DATE = RUN-DATE
            AND (JRN-ACTION = 'A' OR JRN-ACTION = 'C')
            AND JRN-EFF-DATE NUMERIC
            AND JRN-EFF-DATE > 0
            AND JRN-EFF-DATE < RUN-DATE
           IF CHG-ENTRIES > 49
             DISPLAY "MORE THAN 50 BACK-DATED CHANGES TONIGHT"
             PERFORM 110-ERROR-EXIT
           END-IF
           ADD 1 TO CHG-ENTRIES
           MOVE JRN-ACTION TO CHG-ACTION (CHG-ENTRIES)
           MOVE JRN-TYPE-ACCT TO CHG-TYPE-ACCT (CHG-ENTRIES)
           MOVE JRN-CURRENCY TO CHG-CURRENCY (CHG-ENTRIES)
           MOVE JRN-EFF-DATE TO CHG-EFF-DATE (CHG-ENTRIES)
           MOVE RUN-DATE TO CHG-END-DATE (CHG-ENTRIES)
           MOVE JRA-RATE TO CHN-RATE (CHG-ENTRIES)
           MOVE JRA-COMPOUND-FLAG TO CHN-COMPOUND-FLAG (CHG-ENTRIES)
           MOVE JRA-COMPOUND-PERIODS
               TO CHN-COMPOUND-PERIODS (CHG-ENTRIES)
           MOVE JRA-B1-LIMIT TO CHN-B1-LIMIT (CHG-ENTRIES)
           MOVE JRA-B1-RATE TO CHN-B1-RATE (CHG-ENTRIES)
           MOVE JRA-B2-LIMIT TO CHN-B2-LIMIT (CHG-ENTRIES)
           MOVE JRA-B2-RATE TO CHN-B2-RATE (CHG-ENTRIES)
           MOVE JRA-B3-LIMIT TO CHN-B3-LIMIT (CHG-ENTRIES)
           MOVE JRA-B3-RATE TO CHN-B3-RATE (CHG-ENTRIES)
           MOVE JRA-TAX-RATE TO CHN-TAX-RATE (CHG-ENTRIES)
           IF JRN-ACTION = 'C'
             PERFORM 215-TAKE-BEFORE-IMAGE
           END-IF
         END-IF.
         READ CHG-JRNL INTO CHG-JRNL-REC
           AT END MOVE '10' TO ST-JRNL
         END-READ.

 *    * A change priced its nights off the row's own before-image;
 *    * an add has none and gets the row it displaced off RATE.DAT
       215-TAKE-BEFORE-IMAGE.
         MOVE 'Y' TO CHG-PRIOR-SW (CHG-ENTRIES).
         MOVE JRN-EFF-DATE TO CHG-PRIOR-EFF (CHG-ENTRIES).
         MOVE JRB-RATE TO CHO-RATE (CHG-ENTRIES).
         MOVE JRB-COMPOUND-FLAG TO CHO-COMPOUND-FLAG (CHG-ENTRIES).
         MOVE JRB-COMPOUND-PERIODS
             TO CHO-COMPOUND-PERIODS (CHG-ENTRIES).
         MOVE JRB-B1-LIMIT TO CHO-B1-LIMIT (CHG-ENTRIES).
         MOVE JRB-B1-RATE TO CHO-B1-RATE (CHG-ENTRIES).
         MOVE JRB-B2-LIMIT TO CHO-B2-LIMIT (CHG-ENTRIES).
         MOVE JRB-B2-RATE TO CHO-B2-RATE (CHG-ENTRIES).
         MOVE JRB-B3-LIMIT TO CHO-B3-LIMIT (CHG-ENTRIES).
         MOVE JRB-B3-RATE TO CHO-B3-RATE (CHG-ENTRIES).
         MOVE JRB-TAX-RATE TO CHO-TAX-RATE (CHG-ENTRIES).

 *    * One pass of the rate master serves every change: REORG
 *    * prices a night off the latest row dated at or before it, so
 *    * an add displaced the latest row dated before its own, and
 *    * either kind stopped mattering at the first later-dated row
       220-SCAN-RATES.
         OPEN INPUT RATE-DATA.
         IF NOT ST-RATE-SUCCESS
           DISPLAY "RATE.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ RATE-DATA INTO RATE-RECORD
           AT END MOVE '10' TO ST-RATE
         END-READ.
         PERFORM 225-SCAN-ONE-RATE
           UNTIL ST-RATE-EOF.
         CLOSE RATE-DATA.
         PERFORM 240-REPORT-CHANGE
           VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > CHG-ENTRIES.

       225-SCAN-ONE-RATE.
         PERFORM 230-UNPACK-ROW.
         PERFORM 235-MATCH-ROW
           VARYING CHG-IDX FROM 1 BY 1
           UNTIL CHG-IDX > CHG-ENTRIES.
         READ RATE-DATA INTO RATE-RECORD
           AT END MOVE '10' TO ST-RATE
         END-READ.

 *    * A blank band zone or date reads as zero, as REORG reads it
       230-UNPACK-ROW.
         INITIALIZE ROW-RATE-ENTRY.
         MOVE RATE-IN TO ROW-RATE.
         MOVE COMPOUND-FLAG-IN TO ROW-COMPOUND-FLAG.
         MOVE COMPOUND-PERIODS-IN TO ROW-COMPOUND-PERIODS.
         MOVE TAX-RATE-IN TO ROW-TAX-RATE.
         IF BAND1-LIMIT-X NOT = SPACES
           MOVE BAND1-LIMIT-IN TO ROW-B1-LIMIT
         END-IF.
         IF BAND1-RATE-X NOT = SPACES
           MOVE BAND1-RATE-IN TO ROW-B1-RATE
         END-IF.
         IF BAND2-LIMIT-X NOT = SPACES
           MOVE BAND2-LIMIT-IN TO ROW-B2-LIMIT
         END-IF.
         IF BAND2-RATE-X NOT = SPACES
           MOVE BAND2-RATE-IN TO ROW-B2-RATE
         END-IF.
         IF BAND3-LIMIT-X NOT = SPACES
           MOVE BAND3-LIMIT-IN TO ROW-B3-LIMIT
         END-IF.
         IF BAND3-RATE-X NOT = SPACES
           MOVE BAND3-RATE-IN TO ROW-B3-RATE
         END-IF.
         IF EFF-DATE-X = SPACES OR EFF-DATE-X NOT NUMERIC
           MOVE ZERO TO ROW-EFF-DATE
         ELSE
           MOVE EFF-DATE-IN TO ROW-EFF-DATE
         END-IF.

       235-MATCH-ROW.
         IF TYPE-ACCT-IN = CHG-TYPE-ACCT (CHG-IDX)
            AND CURRENCY-IN = CHG-CURRENCY (CHG-IDX)
           IF ROW-EFF-DATE > CHG-EFF-DATE (CHG-IDX)
              AND ROW-EFF-DATE < CHG-END-DATE (CHG-IDX)
             MOVE ROW-EFF-DATE TO CHG-END-DATE (CHG-IDX)
           END-IF
           IF CHG-ACTION (CHG-IDX) = 'A'
              AND ROW-EFF-DATE < CHG-EFF-DATE (CHG-IDX)
             IF NOT CHG-HAS-PRIOR (CHG-IDX)
                OR ROW-EFF-DATE > CHG-PRIOR-EFF (CHG-IDX)
               MOVE 'Y' TO CHG-PRIOR-SW (CHG-IDX)
               MOVE ROW-EFF-DATE TO CHG-PRIOR-EFF (CHG-IDX)
               MOVE ROW-RATE-ENTRY TO CHG-OLD-ENTRY (CHG-IDX)
             END-IF
           END-IF
         END-IF.

       240-REPORT-CHANGE.
         MOVE CHG-ACTION (CHG-IDX) TO RPC-ACTION.
         MOVE CHG-TYPE-ACCT (CHG-IDX) TO RPC-TYPE-ACCT.
         MOVE CHG-CURRENCY (CHG-IDX) TO RPC-CURRENCY.
         MOVE CHG-EFF-DATE (CHG-IDX) TO RPC-EFF-DATE.
         MOVE CHG-END-DATE (CHG-IDX) TO RPC-END-DATE.
         EVALUATE TRUE
           WHEN CHG-ACTION (CHG-IDX) = 'C'
             MOVE "BEFORE-IMAGE" TO RPC-PRIOR
           WHEN CHG-HAS-PRIOR (CHG-IDX)
             MOVE "ROW OF" TO RPC-PRIOR
             MOVE CHG-PRIOR-EFF (CHG-IDX) TO RPC-PRIOR (8:8)
           WHEN OTHER
             MOVE "NO RATE" TO RPC-PRIOR
         END-EVALUATE.
         MOVE RPT-CHG-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * Only the *ADJ pair matters here
       250-LOAD-MAP.
         OPEN INPUT MAP-DATA.
         IF ST-MAP-SUCCESS
           READ MAP-DATA INTO MAP-RECORD
             AT END MOVE '10' TO ST-MAP
           END-READ
           PERFORM 260-LOAD-ONE-MAP
             UNTIL ST-MAP-EOF OR MAP-ENTRIES > 99
           CLOSE MAP-DATA
         END-IF.
         MOVE ZERO TO ADJ-MAP-IDX.
         IF MAP-ENTRIES > 0
           SET MAP-INDEX TO 1
           SEARCH MAP-TABLE-RECORD
             AT END CONTINUE
             WHEN MAP-TYPE (MAP-INDEX) = "*ADJ"
               SET ADJ-MAP-IDX TO MAP-INDEX
           END-SEARCH
         END-IF.

       260-LOAD-ONE-MAP.
         ADD 1 TO MAP-ENTRIES.
         MOVE MAP-TYPE-IN TO MAP-TYPE (MAP-ENTRIES).
         MOVE MAP-DEBIT-IN TO MAP-DEBIT (MAP-ENTRIES).
         MOVE MAP-CREDIT-IN TO MAP-CREDIT (MAP-ENTRIES).
         READ MAP-DATA INTO MAP-RECORD
           AT END MOVE '10' TO ST-MAP
         END-READ.

       270-LOAD-ACCOUNTS.
         OPEN OUTPUT ACT-WRK.
         CLOSE ACT-WRK.
         OPEN I-O ACT-WRK.
         IF NOT ST-AWK-SUCCESS
           DISPLAY "ADJACT-WRK.KEY OPEN FAILED"
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
         PERFORM 280-LOAD-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.
         OPEN INPUT TD-DATA.
         IF ST-TD-SUCCESS
           READ TD-DATA INTO TD-RECORD
             AT END MOVE '10' TO ST-TD
           END-READ
           PERFORM 285-LOAD-ONE-DEPOSIT
             UNTIL ST-TD-EOF
           CLOSE TD-DATA
         END-IF.

       280-LOAD-ONE-ACCOUNT.
         MOVE ACCT-NO-IN TO AWK-ACCT-NO.
         MOVE ACCT-TYPE-IN TO AWK-ACCT-TYPE.
         MOVE ACCT-CCY-IN TO AWK-CURRENCY.
         MOVE OPEN-DATE-IN TO AWK-OPEN-DATE.
         MOVE STATUS-IN TO AWK-STATUS.
         MOVE ZERO TO AWK-TD-FROM AWK-TD-TO.
         WRITE ACT-WRK-RECORD
           INVALID KEY CONTINUE
         END-WRITE.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * A deposit's contracted span goes on its account: a running
 *    * deposit is open-ended, any other ends on its status date
       285-LOAD-ONE-DEPOSIT.
         IF TDM-ACCT-NO-X NUMERIC AND TDM-FIRST-START NUMERIC
           MOVE TDM-ACCT-NO TO AWK-ACCT-NO
           READ ACT-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE TDM-FIRST-START-NUM TO AWK-TD-FROM
               IF TDM-STATUS = 'A' OR TDM-STATUS-DATE NOT NUMERIC
                 MOVE 99999999 TO AWK-TD-TO
               ELSE
                 MOVE TDM-STATUS-DATE-NUM TO AWK-TD-TO
               END-IF
               REWRITE ACT-WRK-RECORD
                 INVALID KEY CONTINUE
               END-REWRITE
           END-READ
         END-IF.
         READ TD-DATA INTO TD-RECORD
           AT END MOVE '10' TO ST-TD
         END-READ.

 *    * Every history line of an affected type and currency dated
 *    * inside a change's window is priced twice, old entry and new,
 *    * and the difference is kept by account and night. The file
 *    * runs in date order, so the previous distinct date on it is
 *    * the period start INTERETS used for the night.
       300-SCAN-HISTORY.
         OPEN OUTPUT NIGHT-WRK.
         CLOSE NIGHT-WRK.
         OPEN I-O NIGHT-WRK.
         IF NOT ST-NWK-SUCCESS
           DISPLAY "ADJNGT-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT HIST-DATA.
         IF NOT ST-HIST-SUCCESS
           DISPLAY "BAL-HIST.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ HIST-DATA INTO HIST-RECORD
           AT END MOVE '10' TO ST-HIST
         END-READ.
         PERFORM 310-ONE-HISTORY-LINE
           UNTIL ST-HIST-EOF.
         CLOSE HIST-DATA.

       310-ONE-HISTORY-LINE.
         IF HIS-RUN-DATE NUMERIC
           IF HIS-RUN-DATE-NUM > LAST-HIS-DATE
             MOVE LAST-HIS-DATE TO PREV-HIS-DATE
             MOVE HIS-RUN-DATE-NUM TO LAST-HIS-DATE
             PERFORM 315-SET-PERIOD
           END-IF
           PERFORM 320-TRY-CHANGE
             VARYING CHG-IDX FROM 1 BY 1
             UNTIL CHG-IDX > CHG-ENTRIES
         END-IF.
         READ HIST-DATA INTO HIST-RECORD
           AT END MOVE '10' TO ST-HIST
         END-READ.

 *    * With no earlier night on file INTERETS went back one year
       315-SET-PERIOD.
         IF PREV-HIS-DATE = ZERO
           MOVE LAST-HIS-DATE TO CVD-DATE-X
           SUBTRACT 1 FROM CVD-YEAR
         ELSE
           MOVE PREV-HIS-DATE TO CVD-DATE-X
         END-IF.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO PERIOD-START-DAYNO.
         MOVE LAST-HIS-DATE TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO PERIOD-END-DAYNO.

 *    * A night with nothing credited under a live rate was skipped
 *    * (frozen, overdrawn or dormant) and stays skipped; under a
 *    * type that had no rate at all every night was unpriced
       320-TRY-CHANGE.
         IF HIS-ACCT-TYPE = CHG-TYPE-ACCT (CHG-IDX)
            AND HIS-CURRENCY = CHG-CURRENCY (CHG-IDX)
            AND HIS-RUN-DATE-NUM NOT < CHG-EFF-DATE (CHG-IDX)
            AND HIS-RUN-DATE-NUM < CHG-END-DATE (CHG-IDX)
           PERFORM 325-CHECK-CONTRACT
           IF NOT NIGHT-CONTRACTED
             IF HIS-INTEREST > 0 OR NOT CHG-HAS-PRIOR (CHG-IDX)
               PERFORM 330-PRICE-NIGHT
             END-IF
           END-IF
         END-IF.

 *    * A night a term deposit ran under contract was priced at
 *    * the contracted rate and is not repriced
       325-CHECK-CONTRACT.
         MOVE 'N' TO CONTRACT-SW.
         MOVE HIS-ACCT-NO TO AWK-ACCT-NO.
         READ ACT-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF HIS-RUN-DATE-NUM > AWK-TD-FROM
                AND HIS-RUN-DATE-NUM NOT > AWK-TD-TO
               MOVE 'Y' TO CONTRACT-SW
             END-IF
         END-READ.

 *    * The night's opening balance is the closing less what was
 *    * credited. The relationship bonus and the carried remainder
 *    * do not depend on the rate row, so the correction is the
 *    * change in net interest between the two entries, added to
 *    * what the night actually credited.
       330-PRICE-NIGHT.
         COMPUTE OPENING-BAL = HIS-CLOSING - HIS-INTEREST.
         PERFORM 340-HELD-DAYS.
         MOVE ZERO TO NET-OLD.
         IF CHG-HAS-PRIOR (CHG-IDX)
           MOVE CHG-OLD-ENTRY (CHG-IDX) TO WRK-RATE-ENTRY
           PERFORM 350-NET-INTEREST
           MOVE CUR-FUND-NUM TO NET-OLD
         END-IF.
         MOVE CHG-NEW-ENTRY (CHG-IDX) TO WRK-RATE-ENTRY.
         PERFORM 350-NET-INTEREST.
         MOVE CUR-FUND-NUM TO NET-NEW.
         COMPUTE NIGHT-DIFF = NET-NEW - NET-OLD.
         IF NIGHT-DIFF NOT = ZERO
           PERFORM 345-STORE-NIGHT
         END-IF.

 *    * Days held in the night's period: from the later of the
 *    * period start and the account's open date, capped at a year
       340-HELD-DAYS.
         MOVE PERIOD-START-DAYNO TO HELD-START-DAYNO.
         MOVE HIS-ACCT-NO TO AWK-ACCT-NO.
         READ ACT-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             IF AWK-OPEN-DATE NUMERIC
                AND AWK-OPEN-DATE NOT = "00000000"
               MOVE AWK-OPEN-DATE TO CVD-DATE-X
               PERFORM 700-DATE-TO-DAYNO
               IF CVD-DAYNO > HELD-START-DAYNO
                 MOVE CVD-DAYNO TO HELD-START-DAYNO
               END-IF
             END-IF
         END-READ.
         IF PERIOD-END-DAYNO > HELD-START-DAYNO
           COMPUTE HELD-DAYS = PERIOD-END-DAYNO - HELD-START-DAYNO
         ELSE
           MOVE ZERO TO HELD-DAYS
         END-IF.
         IF HELD-DAYS > 365
           MOVE 365 TO HELD-DAYS
         END-IF.

 *    * A night read twice (a quarantined night rerun) keeps the
 *    * later line, the one the rerun actually credited
       345-STORE-NIGHT.
         MOVE HIS-ACCT-NO TO NWK-ACCT-NO.
         MOVE HIS-RUN-DATE-NUM TO NWK-RUN-DATE.
         MOVE CHG-IDX TO NWK-CHG-IDX.
         MOVE HIS-ACCT-TYPE TO NWK-ACCT-TYPE.
         MOVE HIS-CURRENCY TO NWK-CURRENCY.
         MOVE HIS-INTEREST TO NWK-CREDITED.
         COMPUTE NWK-CORRECTED = HIS-INTEREST + NIGHT-DIFF.
         MOVE NIGHT-DIFF TO NWK-DIFF.
         WRITE NIGHT-WRK-RECORD
           INVALID KEY
             REWRITE NIGHT-WRK-RECORD
               INVALID KEY
                 DISPLAY "NIGHT SCRATCH REWRITE FAILED : "
                         NWK-ACCT-NO
                 PERFORM 110-ERROR-EXIT
             END-REWRITE
           NOT INVALID KEY
             ADD 1 TO NIGHTS-REPRICED
         END-WRITE.

 *    * Net interest under WRK-RATE-ENTRY, as INTERETS computes it:
 *    * flat or banded, compounded, prorated, less withholding
       350-NET-INTEREST.
         IF WRK-B1-LIMIT > 0
           PERFORM 355-BANDED-RATE
         ELSE
           DIVIDE WRK-RATE BY 100 GIVING CUR-PERCENTAGE
           MULTIPLY CUR-PERCENTAGE BY OPENING-BAL
             GIVING CUR-FUND-NUM
         END-IF.
         IF WRK-COMPOUND-FLAG = 'Y'
            AND WRK-COMPOUND-PERIODS > 0
           PERFORM 360-COMPOUND-INTEREST
         END-IF.
         COMPUTE CUR-FUND-NUM ROUNDED =
             CUR-FUND-NUM * HELD-DAYS / 365.
         MOVE ZERO TO TAX-WITHHELD-NUM.
         IF WRK-TAX-RATE > 0
           DIVIDE WRK-TAX-RATE BY 100 GIVING TAX-PERCENTAGE
           MULTIPLY TAX-PERCENTAGE BY CUR-FUND-NUM
             GIVING TAX-WITHHELD-NUM
           SUBTRACT TAX-WITHHELD-NUM FROM CUR-FUND-NUM
         END-IF.

       355-BANDED-RATE.
         MOVE ZERO TO BAND-INTEREST.
         IF OPENING-BAL < WRK-B1-LIMIT
           MOVE OPENING-BAL TO BAND-UPPER
         ELSE
           MOVE WRK-B1-LIMIT TO BAND-UPPER
         END-IF.
         DIVIDE WRK-RATE BY 100 GIVING BAND-RATE-PCT.
         COMPUTE BAND-INTEREST = BAND-INTEREST
             + (BAND-UPPER * BAND-RATE-PCT).
         IF OPENING-BAL > WRK-B1-LIMIT
           MOVE WRK-B1-LIMIT TO BAND-LOWER
           IF WRK-B2-LIMIT > 0
              AND OPENING-BAL > WRK-B2-LIMIT
             MOVE WRK-B2-LIMIT TO BAND-UPPER
           ELSE
             MOVE OPENING-BAL TO BAND-UPPER
           END-IF
           DIVIDE WRK-B1-RATE BY 100 GIVING BAND-RATE-PCT
           COMPUTE BAND-INTEREST = BAND-INTEREST
               + ((BAND-UPPER - BAND-LOWER) * BAND-RATE-PCT)
         END-IF.
         IF WRK-B2-LIMIT > 0
            AND OPENING-BAL > WRK-B2-LIMIT
           MOVE WRK-B2-LIMIT TO BAND-LOWER
           IF WRK-B3-LIMIT > 0
              AND OPENING-BAL > WRK-B3-LIMIT
             MOVE WRK-B3-LIMIT TO BAND-UPPER
           ELSE
             MOVE OPENING-BAL TO BAND-UPPER
           END-IF
           DIVIDE WRK-B2-RATE BY 100 GIVING BAND-RATE-PCT
           COMPUTE BAND-INTEREST = BAND-INTEREST
               + ((BAND-UPPER - BAND-LOWER) * BAND-RATE-PCT)
         END-IF.
         IF WRK-B3-LIMIT > 0
            AND OPENING-BAL > WRK-B3-LIMIT
           MOVE WRK-B3-LIMIT TO BAND-LOWER
           MOVE OPENING-BAL TO BAND-UPPER
           DIVIDE WRK-B3-RATE BY 100 GIVING BAND-RATE-PCT
           COMPUTE BAND-INTEREST = BAND-INTEREST
               + ((BAND-UPPER - BAND-LOWER) * BAND-RATE-PCT)
         END-IF.
         MOVE BAND-INTEREST TO CUR-FUND-NUM.
         IF OPENING-BAL > 0
           COMPUTE CUR-PERCENTAGE = BAND-INTEREST / OPENING-BAL
         ELSE
           MOVE ZERO TO CUR-PERCENTAGE
         END-IF.

       360-COMPOUND-INTEREST.
         MOVE OPENING-BAL TO COMP-BALANCE.
         DIVIDE CUR-PERCENTAGE BY WRK-COMPOUND-PERIODS
           GIVING PERIOD-PERCENTAGE.
         PERFORM 365-COMPOUND-PERIOD
           VARYING COMP-COUNT FROM 1 BY 1
           UNTIL COMP-COUNT > WRK-COMPOUND-PERIODS.
         COMPUTE CUR-FUND-NUM = COMP-BALANCE - OPENING-BAL.

       365-COMPOUND-PERIOD.
         COMPUTE COMP-BALANCE =
             COMP-BALANCE + (COMP-BALANCE * PERIOD-PERCENTAGE).

 *    * The nights come back in account order; each account's
 *    * differences are summed and settled in whole units, as
 *    * INTERETS credits, by one movement for the next window
       400-POST-ADJUSTMENTS.
         OPEN EXTEND TXN-DATA.
         IF NOT ST-TXN-SUCCESS
           OPEN OUTPUT TXN-DATA
         END-IF.
         IF NOT ST-TXN-SUCCESS
           DISPLAY "ACCT-TXN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE ZERO TO BRK-ACCT-NO.
         MOVE ZERO TO ACCT-DIFF.
         MOVE LOW-VALUES TO NWK-KEY.
         START NIGHT-WRK KEY NOT < NWK-KEY
           INVALID KEY MOVE '10' TO ST-NWK
         END-START.
         IF NOT ST-NWK-EOF
           READ NIGHT-WRK NEXT RECORD
             AT END MOVE '10' TO ST-NWK
           END-READ
         END-IF.
         PERFORM 410-ONE-NIGHT
           UNTIL ST-NWK-EOF.
         IF BRK-ACCT-NO > 0
           PERFORM 420-SETTLE-ACCOUNT
         END-IF.
         CLOSE TXN-DATA.

       410-ONE-NIGHT.
         IF NWK-ACCT-NO NOT = BRK-ACCT-NO
           IF BRK-ACCT-NO > 0
             PERFORM 420-SETTLE-ACCOUNT
           END-IF
           MOVE NWK-ACCT-NO TO BRK-ACCT-NO
           MOVE NWK-ACCT-TYPE TO BRK-ACCT-TYPE
           MOVE NWK-CURRENCY TO BRK-CURRENCY
         END-IF.
         ADD NWK-DIFF TO ACCT-DIFF.
         MOVE NWK-ACCT-NO TO RPN-ACCT-NO.
         MOVE NWK-RUN-DATE TO RPN-RUN-DATE.
         MOVE NWK-ACCT-TYPE TO RPN-ACCT-TYPE.
         MOVE NWK-CURRENCY TO RPN-CURRENCY.
         MOVE NWK-CREDITED TO RPN-CREDITED.
         MOVE NWK-CORRECTED TO RPN-CORRECTED.
         MOVE NWK-DIFF TO RPN-DIFF.
         MOVE RPT-NIGHT-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ NIGHT-WRK NEXT RECORD
           AT END MOVE '10' TO ST-NWK
         END-READ.

 *    * The account must still be able to take the movement; one
 *    * closed, escheated or frozen since is listed for the branch
 *    * to settle by hand and stays out of the vouchers
       420-SETTLE-ACCOUNT.
         COMPUTE ADJ-SIGNED ROUNDED = ACCT-DIFF.
         MOVE SPACES TO ADJ-REASON.
         MOVE SPACE TO ADJ-ACTION.
         MOVE ZERO TO ADJ-AMOUNT.
         MOVE 'N' TO ACT-FOUND-SW.
         MOVE BRK-ACCT-NO TO AWK-ACCT-NO.
         READ ACT-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO ACT-FOUND-SW
         END-READ.
         EVALUATE TRUE
           WHEN ADJ-SIGNED = ZERO
             MOVE "UNDER ONE UNIT - NOT POSTED" TO ADJ-REASON
           WHEN ADJ-SIGNED > 9999999 OR ADJ-SIGNED < -9999999
             MOVE "AMOUNT TOO LARGE - NOT POSTED" TO ADJ-REASON
           WHEN NOT ACT-FOUND
             MOVE "ACCOUNT NOT ON FILE" TO ADJ-REASON
           WHEN AWK-STATUS = 'C'
             MOVE "ACCOUNT CLOSED" TO ADJ-REASON
           WHEN AWK-STATUS = 'E'
             MOVE "ACCOUNT ESCHEATED" TO ADJ-REASON
           WHEN AWK-STATUS = 'F'
             MOVE "ACCOUNT FROZEN" TO ADJ-REASON
         END-EVALUATE.
         IF ADJ-REASON = SPACES
           IF ADJ-SIGNED > 0
             MOVE 'D' TO ADJ-ACTION
             MOVE ADJ-SIGNED TO ADJ-AMOUNT
             ADD ADJ-AMOUNT TO CREDITED-TOTAL
           ELSE
             MOVE 'W' TO ADJ-ACTION
             COMPUTE ADJ-AMOUNT = ZERO - ADJ-SIGNED
             ADD ADJ-AMOUNT TO RECOVERED-TOTAL
           END-IF
           ADD 1 TO ACCTS-POSTED
           PERFORM 430-WRITE-MOVEMENT
           PERFORM 440-ACCUM-CURRENCY
         ELSE
           ADD 1 TO ACCTS-NOT-POSTED
         END-IF.
         MOVE BRK-ACCT-NO TO RPA-ACCT-NO.
         MOVE ACCT-DIFF TO RPA-DIFF.
         MOVE ADJ-ACTION TO RPA-ACTION.
         MOVE ADJ-AMOUNT TO RPA-AMOUNT.
         MOVE ADJ-REASON TO RPA-REASON.
         MOVE RPT-ACCT-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE ZERO TO ACCT-DIFF.

       430-WRITE-MOVEMENT.
         MOVE SPACES TO TXN-RECORD.
         MOVE ADJ-ACTION TO TXN-ACTION.
         MOVE '#' TO TXN-OWNER-NAME (1:1).
         MOVE BRK-ACCT-NO TO TXN-OWNER-NAME (2:8).
         MOVE 'B' TO TXN-OWNER-NAME (11:1).
         MOVE AWK-ACCT-TYPE TO TXN-ACCT-TYPE.
         MOVE AWK-CURRENCY TO TXN-CURRENCY.
         MOVE ADJ-AMOUNT TO TXN-AMOUNT.
         MOVE RUN-DATE TO TXN-DATE.
         WRITE TXN-RECORD.

       440-ACCUM-CURRENCY.
         MOVE ZERO TO CCY-FOUND-IDX.
         PERFORM 445-FIND-CURRENCY
           VARYING CCY-IDX FROM 1 BY 1
           UNTIL CCY-IDX > CCY-ENTRIES OR CCY-FOUND-IDX > 0.
         IF CCY-FOUND-IDX = 0
           IF CCY-ENTRIES > 49
             DISPLAY "MORE THAN 50 CURRENCIES TO ADJUST"
             PERFORM 110-ERROR-EXIT
           END-IF
           ADD 1 TO CCY-ENTRIES
           MOVE CCY-ENTRIES TO CCY-FOUND-IDX
           MOVE AWK-CURRENCY TO CCY-CODE (CCY-FOUND-IDX)
           MOVE ZERO TO CCY-OWED (CCY-FOUND-IDX)
           MOVE ZERO TO CCY-RECOVERED (CCY-FOUND-IDX)
         END-IF.
         IF ADJ-ACTION = 'D'
           ADD ADJ-AMOUNT TO CCY-OWED (CCY-FOUND-IDX)
         ELSE
           ADD ADJ-AMOUNT TO CCY-RECOVERED (CCY-FOUND-IDX)
         END-IF.

       445-FIND-CURRENCY.
         IF CCY-CODE (CCY-IDX) = AWK-CURRENCY
           MOVE CCY-IDX TO CCY-FOUND-IDX
         END-IF.

 *    * One voucher per currency and direction under the *ADJ
 *    * pair: an under-credit debits expense and credits the
 *    * customer liability, a recovery the other way round
       500-WRITE-VOUCHERS.
         OPEN EXTEND VCH-DATA.
         IF NOT ST-VCH-SUCCESS
           OPEN OUTPUT VCH-DATA
         END-IF.
         IF NOT ST-VCH-SUCCESS
           DISPLAY "GL-VOUCHER.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 510-CURRENCY-VOUCHERS
           VARYING CCY-IDX FROM 1 BY 1
           UNTIL CCY-IDX > CCY-ENTRIES.
         CLOSE VCH-DATA.

       510-CURRENCY-VOUCHERS.
         MOVE CCY-CODE (CCY-IDX) TO VCH-WORK-CCY.
         IF CCY-OWED (CCY-IDX) > 0
           MOVE CCY-OWED (CCY-IDX) TO VCH-WORK-AMOUNT
           MOVE "RATE ADJ CREDIT" TO VCH-WORK-DESC
           ADD 1 TO VOUCHER-NO
           ADD 1 TO VOUCHERS-WRITTEN
           MOVE MAP-DEBIT (ADJ-MAP-IDX) TO VCH-WORK-ACCT
           MOVE 'D' TO VCH-WORK-DC
           PERFORM 520-WRITE-VOUCHER-LINE
           MOVE MAP-CREDIT (ADJ-MAP-IDX) TO VCH-WORK-ACCT
           MOVE 'C' TO VCH-WORK-DC
           PERFORM 520-WRITE-VOUCHER-LINE
         END-IF.
         IF CCY-RECOVERED (CCY-IDX) > 0
           MOVE CCY-RECOVERED (CCY-IDX) TO VCH-WORK-AMOUNT
           MOVE "RATE ADJ RECOVERY" TO VCH-WORK-DESC
           ADD 1 TO VOUCHER-NO
           ADD 1 TO VOUCHERS-WRITTEN
           MOVE MAP-CREDIT (ADJ-MAP-IDX) TO VCH-WORK-ACCT
           MOVE 'D' TO VCH-WORK-DC
           PERFORM 520-WRITE-VOUCHER-LINE
           MOVE MAP-DEBIT (ADJ-MAP-IDX) TO VCH-WORK-ACCT
           MOVE 'C' TO VCH-WORK-DC
           PERFORM 520-WRITE-VOUCHER-LINE
         END-IF.

       520-WRITE-VOUCHER-LINE.
         MOVE SPACES TO VCH-REC.
         MOVE RUN-DATE TO VCH-DATE.
         MOVE VOUCHER-NO TO VCH-NO.
         MOVE VCH-WORK-ACCT TO VCH-GL-ACCT.
         MOVE VCH-WORK-DC TO VCH-DC.
         MOVE VCH-WORK-AMOUNT TO VCH-AMOUNT.
         MOVE VCH-WORK-CCY TO VCH-CCY.
         MOVE VCH-WORK-DESC TO VCH-DESC.
         WRITE VCH-REC.

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

       END PROGRAM RATEADJ.
