       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICOVER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CTL-DATA       ASSIGN TO DISK "DI-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT RULE-DATA      ASSIGN TO DISK "DI-RULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RULE.
         SELECT FX-DATA        ASSIGN TO DISK "FX-RATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-FX.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST.
         SELECT DTL-DATA       ASSIGN TO DISK "DI-COVER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-DTL.
         SELECT RPT-DATA       ASSIGN TO DISK "DI-COVER.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT REL-WRK        ASSIGN TO DISK "DICOV-REL.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY RLW-KEY
                FILE STATUS IS ST-RLW.
         SELECT CUS-WRK        ASSIGN TO DISK "DICOV-CUS.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CWK-CUST-NO
                FILE STATUS IS ST-CWK.
         SELECT COV-WRK        ASSIGN TO DISK "DICOV-COV.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CVW-KEY
                FILE STATUS IS ST-CVW.
         SELECT DET-WRK        ASSIGN TO DISK "DICOV-DET.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY DTW-KEY
                FILE STATUS IS ST-DTW.
         SELECT BEN-WRK        ASSIGN TO DISK "DICOV-BEN.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY BNW-KEY
                FILE STATUS IS ST-BNW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Coverage limit per depositor and ownership category, in
 *    * whole units of base currency
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-LIMIT-X         PIC X(9).
           05  CTL-LIMIT REDEFINES CTL-LIMIT-X
                                   PIC 9(9).
 *    * Ownership-category rules, one line per category: S single,
 *    * J joint, T trust. Basis O covers each owner once, B once
 *    * per distinct beneficiary up to the cap (00 = no cap).
 *    * Overdrawn N nets against the owner's other balances in the
 *    * category, X leaves it out. Frozen and escheated: I insured
 *    * like any other, U wholly uninsured, X left out.
       FD  RULE-DATA.
       01  RULE-REC.
           05  RUL-CATEGORY        PIC X.
           05  FILLER              PIC X.
           05  RUL-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  RUL-BASIS           PIC X.
           05  FILLER              PIC X.
           05  RUL-MAX-BENEF-X     PIC X(2).
           05  RUL-MAX-BENEF REDEFINES RUL-MAX-BENEF-X
                                   PIC 9(2).
           05  FILLER              PIC X.
           05  RUL-OVERDRAWN       PIC X.
           05  FILLER              PIC X.
           05  RUL-FROZEN          PIC X.
           05  FILLER              PIC X.
           05  RUL-ESCHEATED       PIC X.
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
 *    * Account master as the night's postings left it
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
           05  CUST-NO-IN REDEFINES CUST-NO-X
                                   PIC 9(6).
 *    * Account relationships RELMAINT keeps: the owners of a joint
 *    * account (roles P and J) with the percent each holds, and the
 *    * beneficiaries (B) that make an account a trust holding
       FD  REL-DATA.
       01  REL-RECORD.
           05  REL-ACCT-NO-X       PIC X(8).
           05  REL-ACCT-NO REDEFINES REL-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  REL-CUST-NO-X       PIC X(6).
           05  REL-CUST-NO REDEFINES REL-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  REL-ROLE            PIC X.
           05  FILLER              PIC X.
           05  REL-SHARE-X         PIC X(6).
           05  REL-SHARE REDEFINES REL-SHARE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  REL-STMT-COPY       PIC X.
           05  FILLER              PIC X.
           05  REL-SINCE           PIC X(8).
 *    * Customer master, for the depositor's legal name
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  CUS-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X(170).
 *    * The regulator's coverage file: per depositor and ownership
 *    * category, a D line for each currency held (the balance in
 *    * that currency and in base), then a C line with the base
 *    * total, the limit applied and the insured and uninsured
 *    * split; a trailer counts the lines and hashes the split
       FD  DTL-DATA.
       01  DTL-REC.
           05  DTL-REC-TYPE        PIC X.
           05  FILLER              PIC X.
           05  DTL-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  DTL-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  DTL-CATEGORY        PIC X.
           05  FILLER              PIC X.
           05  DTL-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  DTL-NATIVE-SIGN     PIC X.
           05  DTL-NATIVE          PIC 9(11)V99.
           05  FILLER              PIC X.
           05  DTL-BASE-SIGN       PIC X.
           05  DTL-BASE            PIC 9(11)V99.
           05  FILLER              PIC X.
           05  DTL-LIMIT           PIC 9(11)V99.
           05  FILLER              PIC X.
           05  DTL-INSURED         PIC 9(11)V99.
           05  FILLER              PIC X.
           05  DTL-UNINSURED       PIC 9(11)V99.
           05  FILLER              PIC X.
           05  DTL-ACCOUNTS        PIC 9(5).
           05  FILLER              PIC X.
           05  DTL-BENEF           PIC 9(3).
           05  FILLER              PIC X.
           05  DTL-AS-OF           PIC 9(8).
 *    * Summary by ownership category
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(112).
 *    * Owners and beneficiaries of each account, led by the
 *    * account so one account's links read together
       FD  REL-WRK.
       01  REL-WRK-RECORD.
           05  RLW-KEY.
               10  RLW-ACCT-NO     PIC 9(8).
               10  RLW-KIND        PIC X.
               10  RLW-CUST-NO     PIC 9(6).
           05  RLW-SHARE           PIC 9(3)V99.
       FD  CUS-WRK.
       01  CUS-WRK-RECORD.
           05  CWK-CUST-NO         PIC 9(6).
           05  CWK-NAME            PIC X(20).
 *    * One record per depositor and ownership category
       FD  COV-WRK.
       01  COV-WRK-RECORD.
           05  CVW-KEY.
               10  CVW-CUST-NO     PIC 9(6).
               10  CVW-CATEGORY    PIC X.
           05  CVW-NAME            PIC X(20).
           05  CVW-ELIGIBLE        PIC S9(11)V99.
           05  CVW-FORCED          PIC 9(11)V99.
           05  CVW-ACCOUNTS        PIC 9(5).
           05  CVW-BENEF           PIC 9(3).
 *    * The same, broken down by currency
       FD  DET-WRK.
       01  DET-WRK-RECORD.
           05  DTW-KEY.
               10  DTW-CUST-NO     PIC 9(6).
               10  DTW-CATEGORY    PIC X.
               10  DTW-CCY         PIC X(3).
           05  DTW-NATIVE          PIC S9(11)V99.
           05  DTW-BASE            PIC S9(11)V99.
 *    * Each beneficiary once per trust owner
       FD  BEN-WRK.
       01  BEN-WRK-RECORD.
           05  BNW-KEY.
               10  BNW-OWNER       PIC 9(6).
               10  BNW-BENEF       PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-RULE                 PIC X(02)    VALUE SPACES.
           88  ST-RULE-SUCCESS                  VALUE '00'.
           88  ST-RULE-EOF                      VALUE '10'.
       01  ST-FX                   PIC X(02)    VALUE SPACES.
           88  ST-FX-SUCCESS                    VALUE '00'.
           88  ST-FX-EOF                        VALUE '10'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-CUST                 PIC X(02)    VALUE SPACES.
           88  ST-CUST-SUCCESS                  VALUE '00'.
           88  ST-CUST-EOF                      VALUE '10'.
       01  ST-DTL                  PIC X(02)    VALUE SPACES.
           88  ST-DTL-SUCCESS                   VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-RLW                  PIC X(02)    VALUE SPACES.
           88  ST-RLW-SUCCESS                   VALUE '00'.
           88  ST-RLW-EOF                       VALUE '10'.
       01  ST-CWK                  PIC X(02)    VALUE SPACES.
           88  ST-CWK-SUCCESS                   VALUE '00'.
       01  ST-CVW                  PIC X(02)    VALUE SPACES.
           88  ST-CVW-SUCCESS                   VALUE '00'.
           88  ST-CVW-EOF                       VALUE '10'.
       01  ST-DTW                  PIC X(02)    VALUE SPACES.
           88  ST-DTW-SUCCESS                   VALUE '00'.
           88  ST-DTW-EOF                       VALUE '10'.
       01  ST-BNW                  PIC X(02)    VALUE SPACES.
           88  ST-BNW-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  COVER-LIMIT             PIC 9(9)     VALUE ZERO.
       77  LIMIT-APPLIED           PIC 9(11)V99 VALUE ZERO.
       77  BENEF-COUNTED           PIC 9(3)     VALUE ZERO.
       77  ELIGIBLE-POSITIVE       PIC 9(11)V99 VALUE ZERO.
       77  INSURED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       77  UNINSURED-AMOUNT        PIC 9(11)V99 VALUE ZERO.
       77  BAL-NATIVE              PIC S9(11)V99 VALUE ZERO.
       77  BAL-BASE                PIC S9(11)V99 VALUE ZERO.
       77  PART-NATIVE             PIC S9(11)V99 VALUE ZERO.
       77  PART-BASE               PIC S9(11)V99 VALUE ZERO.
       77  NATIVE-TAKEN            PIC S9(11)V99 VALUE ZERO.
       77  BASE-TAKEN              PIC S9(11)V99 VALUE ZERO.
       77  ACCT-CATEGORY           PIC X        VALUE SPACE.
       77  ACCT-TREATMENT          PIC X        VALUE SPACE.
           88  TREAT-INSURED                    VALUE 'I'.
           88  TREAT-UNINSURED                  VALUE 'U'.
           88  TREAT-EXCLUDED                   VALUE 'X'.
       77  RULE-IDX                PIC 9        VALUE ZERO.
       77  OWNER-COUNT             PIC 9(3)     VALUE ZERO.
       77  OWNER-ITER              PIC 9(3)     VALUE ZERO.
       77  OWNER-SHARES            PIC 9(5)V99  VALUE ZERO.
       77  PART-CUST               PIC 9(6)     VALUE ZERO.
       77  PART-SHARE              PIC 9(3)V99  VALUE ZERO.
       77  BEN-ITER                PIC 99       VALUE ZERO.
       77  COV-NEW-SW              PIC X        VALUE 'N'.
           88  COV-IS-NEW                       VALUE 'Y'.
       77  DET-NEW-SW              PIC X        VALUE 'N'.
           88  DET-IS-NEW                       VALUE 'Y'.
       77  LAST-CUST               PIC 9(6)     VALUE ZERO.
       77  MISSING-RATE-SW         PIC X        VALUE 'N'.
           88  MISSING-RATE-SEEN                VALUE 'Y'.
       77  ACCOUNTS-READ           PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-COVERED        PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-ZERO           PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-NO-CUST        PIC 9(7)     VALUE ZERO.
       77  NO-CUST-BASE            PIC S9(11)V99 VALUE ZERO.
       77  DEPOSITORS              PIC 9(7)     VALUE ZERO.
       77  DTL-LINES               PIC 9(7)     VALUE ZERO.
       77  DTL-HASH                PIC 9(11)V99 VALUE ZERO.
       77  ABS-WORK                PIC 9(11)V99 VALUE ZERO.

 *    * The rule lines, one slot per category in S J T order, with
 *    * the night's totals kept alongside for the summary
       01  RULE-TABLE.
           05  RULE-ENTRY          OCCURS 3 TIMES.
               10  RTB-CATEGORY    PIC X.
               10  RTB-NAME        PIC X(20).
               10  RTB-BASIS       PIC X.
               10  RTB-MAX-BENEF   PIC 9(2).
               10  RTB-OVERDRAWN   PIC X.
               10  RTB-FROZEN      PIC X.
               10  RTB-ESCHEATED   PIC X.
               10  RTB-LOADED-SW   PIC X.
                   88  RTB-LOADED               VALUE 'Y'.
               10  RTB-DEPOSITORS  PIC 9(7).
               10  RTB-ACCOUNTS    PIC 9(7).
               10  RTB-BALANCE     PIC S9(13)V99.
               10  RTB-INSURED     PIC 9(13)V99.
               10  RTB-UNINSURED   PIC 9(13)V99.
               10  RTB-EXCLUDED    PIC 9(13)V99.
               10  RTB-EXCL-COUNT  PIC 9(7).
       01  CATEGORY-CODES          PIC X(3)     VALUE "SJT".

 *    * The beneficiaries of the account in hand
       77  BEN-COUNT               PIC 99       VALUE ZERO.
       01  BEN-TABLE.
           05  BEN-CUST            PIC 9(6)     OCCURS 20 TIMES.

       77  FX-ENTRIES              PIC 99       VALUE ZERO.
       77  FX-FOUND-IDX            PIC 99       VALUE ZERO.
       01  FX-TABLE.
           07  FX-TABLE-RECORD     OCCURS 50 TIMES
                                    INDEXED BY FX-INDEX.
               10  FXT-CCY         PIC X(3).
               10  FXT-RATE        PIC 9(5)V9(6).
               10  FXT-MISSING-SW  PIC X.
                   88  FXT-MISSING              VALUE 'Y'.

       01  TRAILER-REC.
           05  TRL-TAG             PIC X(4)     VALUE "*TRL".
           05  FILLER              PIC X        VALUE SPACE.
           05  TRL-COUNT           PIC 9(7).
           05  FILLER              PIC X        VALUE SPACE.
           05  TRL-HASH            PIC 9(11)V99.

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(30)
               VALUE "DEPOSIT-INSURANCE COVERAGE".
           05  FILLER              PIC X(6)  VALUE "AS OF ".
           05  RPH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(9)  VALUE "   LIMIT ".
           05  RPH-LIMIT           PIC Z(8)9.
       01  RPT-COLUMN-LINE.
           05  FILLER              PIC X(36)
               VALUE "CATEGORY                  DEPOSITS ".
           05  FILLER              PIC X(38)
               VALUE "ACCTS         BALANCE          INSURED".
           05  FILLER              PIC X(38)
               VALUE "        UNINSURED   EXCLUDED".
       01  RPT-CAT-LINE.
           05  RPC-CATEGORY        PIC X.
           05  FILLER              PIC X.
           05  RPC-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  RPC-DEPOSITORS      PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPC-ACCOUNTS        PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPC-BALANCE         PIC -(13)9.99.
           05  FILLER              PIC X.
           05  RPC-INSURED         PIC Z(13)9.99.
           05  FILLER              PIC X.
           05  RPC-UNINSURED       PIC Z(13)9.99.
           05  FILLER              PIC X.
           05  RPC-EXCL-COUNT      PIC Z(4)9.
       01  RPT-NOTE-LINE.
           05  RPN-LABEL           PIC X(36).
           05  RPN-COUNT           PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPN-AMOUNT          PIC -(13)9.99.

       PROCEDURE DIVISION.
 *    * Every balance on the master is insured to its depositors:
 *    * a sole account to its customer, a joint one to each owner
 *    * by share, a trust one to its owners under the trust rule.
 *    * Each depositor's total per ownership category is held
 *    * against the limit on the control card, in base currency.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-GET-LIMIT.
         PERFORM 160-LOAD-RULES.
         PERFORM 170-LOAD-FX.
         PERFORM 180-LOAD-RELATIONS.
         PERFORM 190-LOAD-CUSTOMERS.
         PERFORM 200-SWEEP-ACCOUNTS.
         PERFORM 400-WRITE-COVERAGE.
         PERFORM 500-WRITE-SUMMARY.
         CLOSE REL-WRK
               CUS-WRK
               COV-WRK
               DET-WRK
               BEN-WRK.
         DISPLAY "ACCOUNTS READ              : " ACCOUNTS-READ.
         DISPLAY "ACCOUNTS COVERED           : " ACCOUNTS-COVERED.
         DISPLAY "ACCOUNTS AT ZERO           : " ACCOUNTS-ZERO.
         DISPLAY "ACCOUNTS WITH NO CUSTOMER  : " ACCOUNTS-NO-CUST.
         DISPLAY "DEPOSITORS                 : " DEPOSITORS.
         DISPLAY "COVERAGE LINES WRITTEN     : " DTL-LINES.
         IF ACCOUNTS-NO-CUST > 0 OR MISSING-RATE-SEEN
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

       150-GET-LIMIT.
         OPEN INPUT CTL-DATA.
         IF NOT ST-CTL-SUCCESS
           DISPLAY "DI-CTL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CTL-DATA
           AT END MOVE SPACES TO CTL-REC
         END-READ.
         CLOSE CTL-DATA.
         IF CTL-LIMIT-X NOT NUMERIC OR CTL-LIMIT = ZERO
           DISPLAY "DI-CTL.DAT COVERAGE LIMIT NOT NUMERIC"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE CTL-LIMIT TO COVER-LIMIT.
         DISPLAY "COVERAGE LIMIT             : " COVER-LIMIT.

 *    * Every category needs its rule, and every rule must read
 *    * cleanly: a report built on a guessed rule is worse than
 *    * none
       160-LOAD-RULES.
         MOVE SPACES TO RULE-TABLE.
         PERFORM 165-CLEAR-ONE-RULE
           VARYING RULE-IDX FROM 1 BY 1
           UNTIL RULE-IDX > 3.
         OPEN INPUT RULE-DATA.
         IF NOT ST-RULE-SUCCESS
           DISPLAY "DI-RULES.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ RULE-DATA
           AT END MOVE '10' TO ST-RULE
         END-READ.
         PERFORM 166-LOAD-ONE-RULE
           UNTIL ST-RULE-EOF.
         CLOSE RULE-DATA.
         PERFORM 168-CHECK-ONE-RULE
           VARYING RULE-IDX FROM 1 BY 1
           UNTIL RULE-IDX > 3.

       165-CLEAR-ONE-RULE.
         MOVE CATEGORY-CODES (RULE-IDX:1) TO RTB-CATEGORY (RULE-IDX).
         MOVE 'N' TO RTB-LOADED-SW (RULE-IDX).
         MOVE ZERO TO RTB-MAX-BENEF (RULE-IDX)
                      RTB-DEPOSITORS (RULE-IDX)
                      RTB-ACCOUNTS (RULE-IDX)
                      RTB-BALANCE (RULE-IDX)
                      RTB-INSURED (RULE-IDX)
                      RTB-UNINSURED (RULE-IDX)
                      RTB-EXCLUDED (RULE-IDX)
                      RTB-EXCL-COUNT (RULE-IDX).

       166-LOAD-ONE-RULE.
         MOVE RUL-CATEGORY TO ACCT-CATEGORY.
         PERFORM 610-FIND-RULE.
         IF RULE-IDX = 0
           DISPLAY "DI-RULES.DAT UNKNOWN CATEGORY : " RUL-CATEGORY
           PERFORM 110-ERROR-EXIT
         END-IF.
         IF (RUL-BASIS NOT = 'O' AND RUL-BASIS NOT = 'B')
            OR RUL-MAX-BENEF-X NOT NUMERIC
            OR (RUL-OVERDRAWN NOT = 'N' AND RUL-OVERDRAWN NOT = 'X')
            OR (RUL-FROZEN NOT = 'I' AND RUL-FROZEN NOT = 'U'
                AND RUL-FROZEN NOT = 'X')
            OR (RUL-ESCHEATED NOT = 'I' AND RUL-ESCHEATED NOT = 'U'
                AND RUL-ESCHEATED NOT = 'X')
           DISPLAY "DI-RULES.DAT BAD RULE FOR CATEGORY : "
                   RUL-CATEGORY
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUL-NAME TO RTB-NAME (RULE-IDX).
         MOVE RUL-BASIS TO RTB-BASIS (RULE-IDX).
         MOVE RUL-MAX-BENEF TO RTB-MAX-BENEF (RULE-IDX).
         MOVE RUL-OVERDRAWN TO RTB-OVERDRAWN (RULE-IDX).
         MOVE RUL-FROZEN TO RTB-FROZEN (RULE-IDX).
         MOVE RUL-ESCHEATED TO RTB-ESCHEATED (RULE-IDX).
         MOVE 'Y' TO RTB-LOADED-SW (RULE-IDX).
         READ RULE-DATA
           AT END MOVE '10' TO ST-RULE
         END-READ.

       168-CHECK-ONE-RULE.
         IF NOT RTB-LOADED (RULE-IDX)
           DISPLAY "DI-RULES.DAT NO RULE FOR CATEGORY : "
                   RTB-CATEGORY (RULE-IDX)
           PERFORM 110-ERROR-EXIT
         END-IF.

 *    * A currency with no rate is taken at face value and named
 *    * once; the run then ends with a warning
       170-LOAD-FX.
         OPEN INPUT FX-DATA.
         IF NOT ST-FX-SUCCESS
           DISPLAY "FX-RATE.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ FX-DATA
           AT END MOVE '10' TO ST-FX
         END-READ.
         PERFORM 175-LOAD-ONE-FX
           UNTIL ST-FX-EOF OR FX-ENTRIES > 49.
         CLOSE FX-DATA.

       175-LOAD-ONE-FX.
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

 *    * Owners with a share and beneficiaries of each account; no
 *    * relationship file means every account has a sole owner
       180-LOAD-RELATIONS.
         OPEN OUTPUT REL-WRK.
         CLOSE REL-WRK.
         OPEN I-O REL-WRK.
         IF NOT ST-RLW-SUCCESS
           DISPLAY "DICOV-REL.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT REL-DATA.
         IF ST-REL-SUCCESS
           READ REL-DATA
             AT END MOVE '10' TO ST-REL
           END-READ
           PERFORM 185-LOAD-ONE-RELATION
             UNTIL ST-REL-EOF
           CLOSE REL-DATA
         END-IF.

       185-LOAD-ONE-RELATION.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
           MOVE REL-ACCT-NO TO RLW-ACCT-NO
           MOVE REL-CUST-NO TO RLW-CUST-NO
           MOVE ZERO TO RLW-SHARE
           EVALUATE TRUE
             WHEN REL-ROLE = 'B'
               MOVE 'B' TO RLW-KIND
               WRITE REL-WRK-RECORD
                 INVALID KEY CONTINUE
               END-WRITE
             WHEN (REL-ROLE = 'P' OR REL-ROLE = 'J')
                  AND REL-SHARE-X (1:3) NUMERIC
                  AND REL-SHARE-X (5:2) NUMERIC
               MOVE 'O' TO RLW-KIND
               MOVE REL-SHARE TO RLW-SHARE
               IF RLW-SHARE > ZERO
                 WRITE REL-WRK-RECORD
                   INVALID KEY CONTINUE
                 END-WRITE
               END-IF
           END-EVALUATE
         END-IF.
         READ REL-DATA
           AT END MOVE '10' TO ST-REL
         END-READ.

       190-LOAD-CUSTOMERS.
         OPEN OUTPUT CUS-WRK.
         CLOSE CUS-WRK.
         OPEN I-O CUS-WRK.
         IF NOT ST-CWK-SUCCESS
           DISPLAY "DICOV-CUS.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CUST-DATA.
         IF ST-CUST-SUCCESS
           READ CUST-DATA
             AT END MOVE '10' TO ST-CUST
           END-READ
           PERFORM 195-LOAD-ONE-CUSTOMER
             UNTIL ST-CUST-EOF
           CLOSE CUST-DATA
         END-IF.

       195-LOAD-ONE-CUSTOMER.
         IF CUS-CUST-NO-X NUMERIC
           MOVE CUS-CUST-NO TO CWK-CUST-NO
           MOVE CUS-LEGAL-NAME TO CWK-NAME
           WRITE CUS-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ CUST-DATA
           AT END MOVE '10' TO ST-CUST
         END-READ.

 *    * Each account with a balance goes to its depositors under
 *    * its ownership category
       200-SWEEP-ACCOUNTS.
         OPEN OUTPUT COV-WRK.
         CLOSE COV-WRK.
         OPEN I-O COV-WRK.
         OPEN OUTPUT DET-WRK.
         CLOSE DET-WRK.
         OPEN I-O DET-WRK.
         OPEN OUTPUT BEN-WRK.
         CLOSE BEN-WRK.
         OPEN I-O BEN-WRK.
         IF NOT ST-CVW-SUCCESS OR NOT ST-DTW-SUCCESS
            OR NOT ST-BNW-SUCCESS
           DISPLAY "DICOV-COV.KEY OPEN FAILED"
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
         PERFORM 210-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.

       210-ONE-ACCOUNT.
         ADD 1 TO ACCOUNTS-READ.
         IF SAVING-IN = ZERO
           ADD 1 TO ACCOUNTS-ZERO
         ELSE
           PERFORM 220-COVER-ACCOUNT
         END-IF.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

       220-COVER-ACCOUNT.
         IF BAL-SIGN-IN = '-'
           COMPUTE BAL-NATIVE = ZERO - SAVING-IN
         ELSE
           MOVE SAVING-IN TO BAL-NATIVE
         END-IF.
         PERFORM 620-TO-BASE.
         PERFORM 250-COUNT-RELATIONS.
         EVALUATE TRUE
           WHEN BEN-COUNT > 0
             MOVE 'T' TO ACCT-CATEGORY
           WHEN OWNER-COUNT > 1
             MOVE 'J' TO ACCT-CATEGORY
           WHEN OTHER
             MOVE 'S' TO ACCT-CATEGORY
         END-EVALUATE.
         PERFORM 610-FIND-RULE.
         MOVE 'I' TO ACCT-TREATMENT.
         IF STATUS-IN = 'F'
           MOVE RTB-FROZEN (RULE-IDX) TO ACCT-TREATMENT
         END-IF.
         IF STATUS-IN = 'E'
           MOVE RTB-ESCHEATED (RULE-IDX) TO ACCT-TREATMENT
         END-IF.
         IF BAL-BASE < ZERO
            AND (RTB-OVERDRAWN (RULE-IDX) = 'X'
                 OR TREAT-UNINSURED)
           MOVE 'X' TO ACCT-TREATMENT
         END-IF.
         EVALUATE TRUE
           WHEN TREAT-EXCLUDED
             PERFORM 230-EXCLUDE-ACCOUNT
           WHEN OWNER-COUNT = 0 AND CUST-NO-X NOT NUMERIC
             ADD 1 TO ACCOUNTS-NO-CUST
             ADD BAL-BASE TO NO-CUST-BASE
             DISPLAY "NO CUSTOMER NUMBER ON ACCOUNT : " ACCT-NO-IN
           WHEN OWNER-COUNT = 0
             ADD 1 TO ACCOUNTS-COVERED
             ADD 1 TO RTB-ACCOUNTS (RULE-IDX)
             MOVE CUST-NO-IN TO PART-CUST
             MOVE BAL-NATIVE TO PART-NATIVE
             MOVE BAL-BASE TO PART-BASE
             PERFORM 300-CREDIT-DEPOSITOR
           WHEN OTHER
             ADD 1 TO ACCOUNTS-COVERED
             ADD 1 TO RTB-ACCOUNTS (RULE-IDX)
             PERFORM 270-SPLIT-OWNERS
         END-EVALUATE.

       230-EXCLUDE-ACCOUNT.
         IF BAL-BASE < ZERO
           COMPUTE ABS-WORK = ZERO - BAL-BASE
         ELSE
           MOVE BAL-BASE TO ABS-WORK
         END-IF.
         ADD ABS-WORK TO RTB-EXCLUDED (RULE-IDX).
         ADD 1 TO RTB-EXCL-COUNT (RULE-IDX).

 *    * Count the account's owners and their shares and note its
 *    * beneficiaries; the relationship key leads with the account
       250-COUNT-RELATIONS.
         MOVE ZERO TO OWNER-COUNT OWNER-SHARES BEN-COUNT.
         PERFORM 255-POSITION-RELATIONS.
         PERFORM 260-COUNT-ONE-RELATION
           UNTIL ST-RLW-EOF OR RLW-ACCT-NO NOT = ACCT-NO-IN.

       255-POSITION-RELATIONS.
         MOVE '00' TO ST-RLW.
         MOVE ACCT-NO-IN TO RLW-ACCT-NO.
         MOVE SPACE TO RLW-KIND.
         MOVE ZERO TO RLW-CUST-NO.
         START REL-WRK KEY NOT < RLW-KEY
           INVALID KEY MOVE '10' TO ST-RLW
         END-START.
         IF NOT ST-RLW-EOF
           READ REL-WRK NEXT RECORD
             AT END MOVE '10' TO ST-RLW
           END-READ
         END-IF.

       260-COUNT-ONE-RELATION.
         IF RLW-KIND = 'B'
           IF BEN-COUNT < 20
             ADD 1 TO BEN-COUNT
             MOVE RLW-CUST-NO TO BEN-CUST (BEN-COUNT)
           END-IF
         ELSE
           ADD 1 TO OWNER-COUNT
           ADD RLW-SHARE TO OWNER-SHARES
         END-IF.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-RLW
         END-READ.

 *    * Each owner takes the balance in proportion to the share
 *    * held, cut to the cent; the last owner takes what remains,
 *    * so the owners' parts add to the balance
       270-SPLIT-OWNERS.
         MOVE ZERO TO OWNER-ITER NATIVE-TAKEN BASE-TAKEN.
         PERFORM 255-POSITION-RELATIONS.
         PERFORM 275-SPLIT-ONE-OWNER
           UNTIL ST-RLW-EOF OR RLW-ACCT-NO NOT = ACCT-NO-IN.

       275-SPLIT-ONE-OWNER.
         IF RLW-KIND = 'O'
           ADD 1 TO OWNER-ITER
           MOVE RLW-CUST-NO TO PART-CUST
           MOVE RLW-SHARE TO PART-SHARE
           IF OWNER-ITER = OWNER-COUNT
             COMPUTE PART-NATIVE = BAL-NATIVE - NATIVE-TAKEN
             COMPUTE PART-BASE = BAL-BASE - BASE-TAKEN
           ELSE
             COMPUTE PART-NATIVE =
                 BAL-NATIVE * PART-SHARE / OWNER-SHARES
             COMPUTE PART-BASE =
                 BAL-BASE * PART-SHARE / OWNER-SHARES
             ADD PART-NATIVE TO NATIVE-TAKEN
             ADD PART-BASE TO BASE-TAKEN
           END-IF
           PERFORM 300-CREDIT-DEPOSITOR
         END-IF.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-RLW
         END-READ.

 *    * One depositor's part of one account: to the category total
 *    * (insurable, or uninsured outright where the rule says so),
 *    * to the currency line beneath it, and for a trust holding
 *    * each beneficiary once against the owner
       300-CREDIT-DEPOSITOR.
         MOVE PART-CUST TO CVW-CUST-NO.
         MOVE ACCT-CATEGORY TO CVW-CATEGORY.
         READ COV-WRK
           INVALID KEY
             MOVE 'Y' TO COV-NEW-SW
             MOVE ZERO TO CVW-ELIGIBLE CVW-FORCED
                          CVW-ACCOUNTS CVW-BENEF
             MOVE PART-CUST TO CWK-CUST-NO
             READ CUS-WRK
               INVALID KEY MOVE OWNER-NAME-IN TO CVW-NAME
               NOT INVALID KEY MOVE CWK-NAME TO CVW-NAME
             END-READ
           NOT INVALID KEY
             MOVE 'N' TO COV-NEW-SW
         END-READ.
         IF TREAT-UNINSURED
           ADD PART-BASE TO CVW-FORCED
         ELSE
           ADD PART-BASE TO CVW-ELIGIBLE
         END-IF.
         ADD 1 TO CVW-ACCOUNTS.
         IF ACCT-CATEGORY = 'T'
           PERFORM 310-NOTE-BENEFICIARY
             VARYING BEN-ITER FROM 1 BY 1
             UNTIL BEN-ITER > BEN-COUNT
         END-IF.
         IF COV-IS-NEW
           WRITE COV-WRK-RECORD
             INVALID KEY
               DISPLAY "COVERAGE SCRATCH WRITE FAILED : " CVW-KEY
               PERFORM 110-ERROR-EXIT
           END-WRITE
         ELSE
           REWRITE COV-WRK-RECORD
             INVALID KEY
               DISPLAY "COVERAGE SCRATCH REWRITE FAILED : " CVW-KEY
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         END-IF.
         MOVE PART-CUST TO DTW-CUST-NO.
         MOVE ACCT-CATEGORY TO DTW-CATEGORY.
         MOVE CURRENCY-IN TO DTW-CCY.
         READ DET-WRK
           INVALID KEY
             MOVE 'Y' TO DET-NEW-SW
             MOVE ZERO TO DTW-NATIVE DTW-BASE
           NOT INVALID KEY
             MOVE 'N' TO DET-NEW-SW
         END-READ.
         ADD PART-NATIVE TO DTW-NATIVE.
         ADD PART-BASE TO DTW-BASE.
         IF DET-IS-NEW
           WRITE DET-WRK-RECORD
             INVALID KEY
               DISPLAY "CURRENCY SCRATCH WRITE FAILED : " DTW-KEY
               PERFORM 110-ERROR-EXIT
           END-WRITE
         ELSE
           REWRITE DET-WRK-RECORD
             INVALID KEY
               DISPLAY "CURRENCY SCRATCH REWRITE FAILED : " DTW-KEY
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         END-IF.

       310-NOTE-BENEFICIARY.
         MOVE PART-CUST TO BNW-OWNER.
         MOVE BEN-CUST (BEN-ITER) TO BNW-BENEF.
         WRITE BEN-WRK-RECORD
           INVALID KEY CONTINUE
           NOT INVALID KEY
             ADD 1 TO CVW-BENEF
         END-WRITE.

 *    * Depositor by depositor in customer order: the currency
 *    * lines, then the split of the category total
       400-WRITE-COVERAGE.
         OPEN OUTPUT DTL-DATA.
         IF NOT ST-DTL-SUCCESS
           DISPLAY "DI-COVER.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LOW-VALUES TO CVW-KEY.
         START COV-WRK KEY NOT < CVW-KEY
           INVALID KEY MOVE '10' TO ST-CVW
         END-START.
         IF NOT ST-CVW-EOF
           READ COV-WRK NEXT RECORD
             AT END MOVE '10' TO ST-CVW
           END-READ
         END-IF.
         PERFORM 410-WRITE-ONE-DEPOSITOR
           UNTIL ST-CVW-EOF.
         MOVE DTL-LINES TO TRL-COUNT.
         MOVE DTL-HASH TO TRL-HASH.
         WRITE DTL-REC FROM TRAILER-REC.
         CLOSE DTL-DATA.

       410-WRITE-ONE-DEPOSITOR.
         IF DEPOSITORS = 0 OR CVW-CUST-NO NOT = LAST-CUST
           ADD 1 TO DEPOSITORS
           MOVE CVW-CUST-NO TO LAST-CUST
         END-IF.
         MOVE CVW-CATEGORY TO ACCT-CATEGORY.
         PERFORM 610-FIND-RULE.
         ADD 1 TO RTB-DEPOSITORS (RULE-IDX).
         PERFORM 420-POSITION-CURRENCIES.
         PERFORM 430-WRITE-ONE-CURRENCY
           UNTIL ST-DTW-EOF
              OR DTW-CUST-NO NOT = CVW-CUST-NO
              OR DTW-CATEGORY NOT = CVW-CATEGORY.
         PERFORM 440-SPLIT-COVERAGE.
         MOVE SPACES TO DTL-REC.
         MOVE 'C' TO DTL-REC-TYPE.
         PERFORM 450-FILL-DEPOSITOR.
         MOVE ZERO TO DTL-NATIVE.
         IF CVW-ELIGIBLE < ZERO
           MOVE '-' TO DTL-BASE-SIGN
           COMPUTE DTL-BASE = ZERO - CVW-ELIGIBLE
         ELSE
           MOVE CVW-ELIGIBLE TO DTL-BASE
         END-IF.
         MOVE LIMIT-APPLIED TO DTL-LIMIT.
         MOVE INSURED-AMOUNT TO DTL-INSURED.
         MOVE UNINSURED-AMOUNT TO DTL-UNINSURED.
         MOVE CVW-ACCOUNTS TO DTL-ACCOUNTS.
         MOVE CVW-BENEF TO DTL-BENEF.
         WRITE DTL-REC.
         ADD 1 TO DTL-LINES.
         ADD INSURED-AMOUNT UNINSURED-AMOUNT TO DTL-HASH.
         ADD CVW-ELIGIBLE CVW-FORCED TO RTB-BALANCE (RULE-IDX).
         ADD INSURED-AMOUNT TO RTB-INSURED (RULE-IDX).
         ADD UNINSURED-AMOUNT TO RTB-UNINSURED (RULE-IDX).
         READ COV-WRK NEXT RECORD
           AT END MOVE '10' TO ST-CVW
         END-READ.

       420-POSITION-CURRENCIES.
         MOVE '00' TO ST-DTW.
         MOVE CVW-CUST-NO TO DTW-CUST-NO.
         MOVE CVW-CATEGORY TO DTW-CATEGORY.
         MOVE LOW-VALUES TO DTW-CCY.
         START DET-WRK KEY NOT < DTW-KEY
           INVALID KEY MOVE '10' TO ST-DTW
         END-START.
         IF NOT ST-DTW-EOF
           READ DET-WRK NEXT RECORD
             AT END MOVE '10' TO ST-DTW
           END-READ
         END-IF.

       430-WRITE-ONE-CURRENCY.
         MOVE SPACES TO DTL-REC.
         MOVE 'D' TO DTL-REC-TYPE.
         PERFORM 450-FILL-DEPOSITOR.
         MOVE DTW-CCY TO DTL-CCY.
         IF DTW-NATIVE < ZERO
           MOVE '-' TO DTL-NATIVE-SIGN
           COMPUTE DTL-NATIVE = ZERO - DTW-NATIVE
         ELSE
           MOVE DTW-NATIVE TO DTL-NATIVE
         END-IF.
         IF DTW-BASE < ZERO
           MOVE '-' TO DTL-BASE-SIGN
           COMPUTE DTL-BASE = ZERO - DTW-BASE
         ELSE
           MOVE DTW-BASE TO DTL-BASE
         END-IF.
         MOVE ZERO TO DTL-LIMIT DTL-INSURED DTL-UNINSURED
                      DTL-ACCOUNTS DTL-BENEF.
         WRITE DTL-REC.
         ADD 1 TO DTL-LINES.
         READ DET-WRK NEXT RECORD
           AT END MOVE '10' TO ST-DTW
         END-READ.

 *    * The limit once per depositor and category, or once per
 *    * beneficiary under a per-beneficiary rule; a net debit
 *    * total insures nothing
       440-SPLIT-COVERAGE.
         MOVE 1 TO BENEF-COUNTED.
         IF RTB-BASIS (RULE-IDX) = 'B' AND CVW-BENEF > 1
           MOVE CVW-BENEF TO BENEF-COUNTED
           IF RTB-MAX-BENEF (RULE-IDX) > 0
              AND BENEF-COUNTED > RTB-MAX-BENEF (RULE-IDX)
             MOVE RTB-MAX-BENEF (RULE-IDX) TO BENEF-COUNTED
           END-IF
         END-IF.
         COMPUTE LIMIT-APPLIED = COVER-LIMIT * BENEF-COUNTED.
         IF CVW-ELIGIBLE > ZERO
           MOVE CVW-ELIGIBLE TO ELIGIBLE-POSITIVE
         ELSE
           MOVE ZERO TO ELIGIBLE-POSITIVE
         END-IF.
         IF ELIGIBLE-POSITIVE > LIMIT-APPLIED
           MOVE LIMIT-APPLIED TO INSURED-AMOUNT
         ELSE
           MOVE ELIGIBLE-POSITIVE TO INSURED-AMOUNT
         END-IF.
         COMPUTE UNINSURED-AMOUNT =
             ELIGIBLE-POSITIVE - INSURED-AMOUNT + CVW-FORCED.

       450-FILL-DEPOSITOR.
         MOVE CVW-CUST-NO TO DTL-CUST-NO.
         MOVE CVW-NAME TO DTL-NAME.
         MOVE CVW-CATEGORY TO DTL-CATEGORY.
         MOVE RUN-DATE TO DTL-AS-OF.

 *    * One line per ownership category, then the accounts that
 *    * could not be placed
       500-WRITE-SUMMARY.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "DI-COVER.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE COVER-LIMIT TO RPH-LIMIT.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-COLUMN-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 510-WRITE-ONE-CATEGORY
           VARYING RULE-IDX FROM 1 BY 1
           UNTIL RULE-IDX > 3.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-NOTE-LINE.
         MOVE "DEPOSITORS" TO RPN-LABEL.
         MOVE DEPOSITORS TO RPN-COUNT.
         MOVE RPT-NOTE-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-NOTE-LINE.
         MOVE "ACCOUNTS WITH NO CUSTOMER NUMBER" TO RPN-LABEL.
         MOVE ACCOUNTS-NO-CUST TO RPN-COUNT.
         MOVE NO-CUST-BASE TO RPN-AMOUNT.
         MOVE RPT-NOTE-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 520-NOTE-FACE-VALUE
           VARYING FX-FOUND-IDX FROM 1 BY 1
           UNTIL FX-FOUND-IDX > FX-ENTRIES.
         CLOSE RPT-DATA.

       510-WRITE-ONE-CATEGORY.
         MOVE SPACES TO RPT-CAT-LINE.
         MOVE RTB-CATEGORY (RULE-IDX) TO RPC-CATEGORY.
         MOVE RTB-NAME (RULE-IDX) TO RPC-NAME.
         MOVE RTB-DEPOSITORS (RULE-IDX) TO RPC-DEPOSITORS.
         MOVE RTB-ACCOUNTS (RULE-IDX) TO RPC-ACCOUNTS.
         MOVE RTB-BALANCE (RULE-IDX) TO RPC-BALANCE.
         MOVE RTB-INSURED (RULE-IDX) TO RPC-INSURED.
         MOVE RTB-UNINSURED (RULE-IDX) TO RPC-UNINSURED.
         MOVE RTB-EXCL-COUNT (RULE-IDX) TO RPC-EXCL-COUNT.
         MOVE RPT-CAT-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       520-NOTE-FACE-VALUE.
         IF FXT-MISSING (FX-FOUND-IDX)
           MOVE SPACES TO RPT-NOTE-LINE
           STRING "NO FX RATE - FACE VALUE USED : "
                  DELIMITED BY SIZE
                  FXT-CCY (FX-FOUND-IDX) DELIMITED BY SIZE
             INTO RPN-LABEL
           END-STRING
           MOVE RPT-NOTE-LINE TO RPT-LINE
           WRITE RPT-LINE
         END-IF.

 *    * RULE-IDX to the slot for ACCT-CATEGORY, zero when unknown
       610-FIND-RULE.
         MOVE ZERO TO RULE-IDX.
         EVALUATE ACCT-CATEGORY
           WHEN 'S' MOVE 1 TO RULE-IDX
           WHEN 'J' MOVE 2 TO RULE-IDX
           WHEN 'T' MOVE 3 TO RULE-IDX
         END-EVALUATE.

 *    * Base-currency value of the account's signed balance
       620-TO-BASE.
         MOVE ZERO TO FX-FOUND-IDX.
         IF FX-ENTRIES > 0
           SET FX-INDEX TO 1
           SEARCH FX-TABLE-RECORD
             AT END CONTINUE
             WHEN FXT-CCY (FX-INDEX) = CURRENCY-IN
               SET FX-FOUND-IDX TO FX-INDEX
           END-SEARCH
         END-IF.
         IF FX-FOUND-IDX = 0 AND FX-ENTRIES < 50
           ADD 1 TO FX-ENTRIES
           MOVE FX-ENTRIES TO FX-FOUND-IDX
           MOVE CURRENCY-IN TO FXT-CCY (FX-FOUND-IDX)
           MOVE 1 TO FXT-RATE (FX-FOUND-IDX)
           MOVE 'Y' TO FXT-MISSING-SW (FX-FOUND-IDX)
           DISPLAY "NO FX RATE FOR " CURRENCY-IN
                   " - FACE VALUE USED"
         END-IF.
         IF FX-FOUND-IDX = 0
           MOVE BAL-NATIVE TO BAL-BASE
           MOVE 'Y' TO MISSING-RATE-SW
         ELSE
           COMPUTE BAL-BASE ROUNDED =
               BAL-NATIVE / FXT-RATE (FX-FOUND-IDX)
           IF FXT-MISSING (FX-FOUND-IDX)
             MOVE 'Y' TO MISSING-RATE-SW
           END-IF
         END-IF.

       END PROGRAM DICOVER.
