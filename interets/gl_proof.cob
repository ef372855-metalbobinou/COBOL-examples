       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPROOF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT TOL-DATA       ASSIGN TO DISK "GLPROOF-TOL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TOL.
         SELECT MAP-DATA       ASSIGN TO DISK "GL-MAP.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-MAP.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT LEDGER-DATA    ASSIGN TO DISK "GL-LEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LEDGER.
         SELECT STATE-DATA     ASSIGN TO DISK "INTCAP-STATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STATE.
         SELECT PEND-DATA      ASSIGN TO DISK "ACCT-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND.
         SELECT JRNL-DATA      ASSIGN TO DISK "ACCT-TXN-JRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT VCH-DATA       ASSIGN TO DISK "GL-VOUCHER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-VCH.
         SELECT POS-DATA       ASSIGN TO DISK "GLPROOF-POS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-POS.
         SELECT POS-NEW        ASSIGN TO DISK "GLPROOF-POS-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-POS-NEW.
         SELECT RPT-DATA       ASSIGN TO DISK "GL-PROOF.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT PRF-WRK        ASSIGN TO DISK "GLPRF-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY PWK-KEY
                FILE STATUS IS ST-PWK.
         SELECT TYP-WRK        ASSIGN TO DISK "GLPTY-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY TWK-KEY
                FILE STATUS IS ST-TWK.
         SELECT ACN-WRK        ASSIGN TO DISK "GLPAC-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY ANW-ACCT-NO
                FILE STATUS IS ST-ANW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Tolerance card: the largest difference, either way, a
 *    * liability account may show before the window is failed;
 *    * no card means the proof must agree to the cent
       FD  TOL-DATA.
       01  TOL-REC.
           05  TOL-AMOUNT-X        PIC X(11).
           05  TOL-AMOUNT REDEFINES TOL-AMOUNT-X
                                   PIC 9(9)V99.
 *    * Chart-of-accounts mapping; the credit account of each
 *    * account type and currency is the customer liability GLPOST
 *    * credits the interest to. The * entries are bank-wide pairs
 *    * and name no liability of their own.
       FD  MAP-DATA.
       01  MAP-RECORD.
           05  MAP-TYPE-IN         PIC X(4).
           05  FILLER              PIC X.
           05  MAP-CCY-IN          PIC X(3).
           05  FILLER              PIC X.
           05  MAP-DEBIT-IN        PIC X(8).
           05  FILLER              PIC X.
           05  MAP-CREDIT-IN       PIC X(8).
 *    * Account master as it stands at the end of the window
       FD  ACCT-DATA.
       01  ACCT-RECORD.
           05  OWNER-NAME-IN       PIC X(20).
           05  FILLER              PIC X.
           05  SAVING-X            PIC X(7).
           05  SAVING-IN REDEFINES SAVING-X
                                   PIC 9(7).
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
           05  FILLER              PIC X.
           05  BAL-SIGN-IN         PIC X.
           05  FILLER              PIC X.
           05  CUST-NO-X           PIC X(6).
 *    * The cumulative book GLLEDGER has just rolled tonight's
 *    * vouchers into, per period, account and currency
       FD  LEDGER-DATA.
       01  LEDGER-REC.
           05  LGR-PERIOD-X        PIC X(6).
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
 *    * Accrued interest INTCAP has not yet moved into the balance:
 *    * the ledger already carries it, the master does not
       FD  STATE-DATA.
       01  STATE-REC.
           05  STA-ACCT-NO-X       PIC X(8).
           05  STA-ACCT-NO REDEFINES STA-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  STA-ACCRUED-X       PIC X(9).
           05  STA-ACCRUED REDEFINES STA-ACCRUED-X
                                   PIC 9(7)V99.
           05  FILLER              PIC X.
           05  STA-LAST-CAP        PIC X(8).
 *    * Movements waiting for the next window. Those tagged B at
 *    * owner column 11 were raised by the bank tonight with their
 *    * vouchers already on the ledger; the master only moves when
 *    * TXNPOST posts them
       FD  PEND-DATA.
       01  PEND-RECORD.
           05  PND-ACTION          PIC X.
           05  FILLER              PIC X.
           05  PND-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  PND-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  PND-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  PND-AMOUNT-X        PIC X(7).
           05  PND-AMOUNT REDEFINES PND-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  PND-DATE            PIC X(8).
 *    * Tonight's TXNPOST journal: every applied line moved a balance
 *    * by its old and new saving. Customer movements raise no
 *    * voucher; a bank-raised line (B, not a reversal) was
 *    * vouchered the night it was raised
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
           05  FILLER              PIC X.
           05  JRN-OLD-SAVING-X    PIC X(7).
           05  JRN-OLD-SAVING REDEFINES JRN-OLD-SAVING-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  JRN-NEW-SAVING-X    PIC X(7).
           05  JRN-NEW-SAVING REDEFINES JRN-NEW-SAVING-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  JRN-STATUS          PIC X(8).
           05  FILLER              PIC X.
           05  JRN-REASON          PIC X(25).
           05  FILLER              PIC X.
           05  JRN-ACCT-NO-X       PIC X(8).
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
 *    * Tonight's vouchers; debit interest on an overdrawn balance
 *    * debits the liability but is never charged to the account
       FD  VCH-DATA.
       01  VCH-REC.
           05  VCH-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  VCH-NO              PIC X(4).
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
 *    * The difference each liability account carried out of the
 *    * last clean proof, and tonight's for the next one; the new
 *    * file only replaces the old when the step ends clean
       FD  POS-DATA.
       01  POS-REC                 PIC X(37).
       FD  POS-NEW.
       01  POS-NEW-REC             PIC X(37).
 *    * The proof, one line per liability account and currency with
 *    * its reconciling items under it, the account types behind
 *    * every break listed after them
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(90).
 *    * Keyed scratch files, rebuilt every run the way TXNPOST
 *    * rebuilds ACCT-WRK.KEY: the subledger and ledger sides per
 *    * liability account and currency, and the subledger side
 *    * again per account type under each
       FD  PRF-WRK.
       01  PRF-WRK-RECORD.
           05  PWK-KEY.
               10  PWK-GL-ACCT     PIC X(8).
               10  PWK-CCY         PIC X(3).
           05  PWK-ACCOUNTS        PIC 9(7).
           05  PWK-SUBLEDGER       PIC S9(12)V99.
           05  PWK-LEDGER          PIC S9(12)V99.
           05  PWK-ACCRUED         PIC S9(12)V99.
           05  PWK-PENDING         PIC S9(12)V99.
           05  PWK-POSTED          PIC S9(12)V99.
           05  PWK-DEBIT-INT       PIC S9(12)V99.
           05  PWK-CARRIED         PIC S9(12)V99.
           05  PWK-CARRIED-SW      PIC X.
               88  PWK-HAS-CARRIED              VALUE 'Y'.
       FD  TYP-WRK.
       01  TYP-WRK-RECORD.
           05  TWK-KEY.
               10  TWK-GL-ACCT     PIC X(8).
               10  TWK-CCY         PIC X(3).
               10  TWK-TYPE        PIC X(4).
           05  TWK-ACCOUNTS        PIC 9(7).
           05  TWK-SUBLEDGER       PIC S9(12)V99.
 *    * The liability account and currency of every account on the
 *    * master, for the accruals keyed by account number
       FD  ACN-WRK.
       01  ACN-WRK-RECORD.
           05  ANW-ACCT-NO         PIC 9(8).
           05  ANW-GL-ACCT         PIC X(8).
           05  ANW-CCY             PIC X(3).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-TOL                  PIC X(02)    VALUE SPACES.
           88  ST-TOL-SUCCESS                   VALUE '00'.
       01  ST-MAP                  PIC X(02)    VALUE SPACES.
           88  ST-MAP-SUCCESS                   VALUE '00'.
           88  ST-MAP-EOF                       VALUE '10'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-LEDGER               PIC X(02)    VALUE SPACES.
           88  ST-LEDGER-SUCCESS                VALUE '00'.
           88  ST-LEDGER-EOF                    VALUE '10'.
       01  ST-STATE                PIC X(02)    VALUE SPACES.
           88  ST-STATE-SUCCESS                 VALUE '00'.
           88  ST-STATE-EOF                     VALUE '10'.
       01  ST-PEND                 PIC X(02)    VALUE SPACES.
           88  ST-PEND-SUCCESS                  VALUE '00'.
           88  ST-PEND-EOF                      VALUE '10'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
           88  ST-JRNL-EOF                      VALUE '10'.
       01  ST-VCH                  PIC X(02)    VALUE SPACES.
           88  ST-VCH-SUCCESS                   VALUE '00'.
           88  ST-VCH-EOF                       VALUE '10'.
       01  ST-POS                  PIC X(02)    VALUE SPACES.
           88  ST-POS-SUCCESS                   VALUE '00'.
           88  ST-POS-EOF                       VALUE '10'.
       01  ST-POS-NEW              PIC X(02)    VALUE SPACES.
           88  ST-POS-NEW-SUCCESS               VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-PWK                  PIC X(02)    VALUE SPACES.
           88  ST-PWK-SUCCESS                   VALUE '00'.
           88  ST-PWK-EOF                       VALUE '10'.
       01  ST-TWK                  PIC X(02)    VALUE SPACES.
           88  ST-TWK-SUCCESS                   VALUE '00'.
           88  ST-TWK-EOF                       VALUE '10'.
       01  ST-ANW                  PIC X(02)    VALUE SPACES.
           88  ST-ANW-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  TOLERANCE               PIC 9(9)V99  VALUE ZERO.
       77  ACCTS-READ              PIC 9(7)     VALUE ZERO.
       77  LEDGER-LINES            PIC 9(7)     VALUE ZERO.
       77  PAIRS-PROVED            PIC 9(5)     VALUE ZERO.
       77  BREAK-COUNT             PIC 9(5)     VALUE ZERO.
       77  TOLERATED-COUNT         PIC 9(5)     VALUE ZERO.
       77  OPENED-COUNT            PIC 9(5)     VALUE ZERO.
       77  ACCRUALS-READ           PIC 9(7)     VALUE ZERO.
       77  ACCRUALS-OFF-MASTER     PIC 9(7)     VALUE ZERO.
       77  PENDING-READ            PIC 9(7)     VALUE ZERO.
       77  POSTINGS-READ           PIC 9(7)     VALUE ZERO.
       77  POSITIONS-READ          PIC 9(5)     VALUE ZERO.
       77  FIND-TYPE               PIC X(4)     VALUE SPACES.
       77  FIND-CCY                PIC X(3)     VALUE SPACES.
       77  FIND-GL-ACCT            PIC X(8)     VALUE SPACES.
       77  ITEM-AMOUNT             PIC S9(12)V99 VALUE ZERO.
       77  JRN-OLD-SIGNED          PIC S9(8)    VALUE ZERO.
       77  JRN-NEW-SIGNED          PIC S9(8)    VALUE ZERO.
       77  EXPLAINED               PIC S9(12)V99 VALUE ZERO.
       77  NEW-CARRIED             PIC S9(12)V99 VALUE ZERO.
       77  NEW-CARRIED-ABS         PIC 9(12)V99 VALUE ZERO.
       77  MAP-FOUND-IDX           PIC 999      VALUE ZERO.
       77  LIAB-FOUND-SW           PIC X        VALUE 'N'.
           88  LIAB-FOUND                       VALUE 'Y'.
       77  PWK-FOUND-SW            PIC X        VALUE 'N'.
           88  PWK-FOUND                        VALUE 'Y'.
       77  TWK-FOUND-SW            PIC X        VALUE 'N'.
           88  TWK-FOUND                        VALUE 'Y'.
       77  ACCT-BALANCE            PIC S9(8)    VALUE ZERO.
       77  LEDGER-NET              PIC S9(12)V99 VALUE ZERO.
       77  BOOK-DIFF               PIC S9(12)V99 VALUE ZERO.
       77  PROOF-DIFF              PIC S9(12)V99 VALUE ZERO.
       77  PROOF-ABS-DIFF          PIC 9(12)V99 VALUE ZERO.
       77  CUR-GL-ACCT             PIC X(8)     VALUE SPACES.
       77  CUR-CCY                 PIC X(3)     VALUE SPACES.

       77  MAP-ENTRIES             PIC 999      VALUE ZERO.
       01  MAP-TABLE.
           07  MAP-TABLE-RECORD    OCCURS 100 TIMES
                                    INDEXED BY MAP-INDEX.
               10  MAP-TYPE        PIC X(4).
               10  MAP-CCY         PIC X(3).
               10  MAP-DEBIT       PIC X(8).
               10  MAP-CREDIT      PIC X(8).

       01  POSITION-LINE.
           05  PSL-GL-ACCT         PIC X(8).
           05  FILLER              PIC X.
           05  PSL-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  PSL-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  PSL-SIGN            PIC X.
           05  PSL-CARRIED-X       PIC X(14).
           05  PSL-CARRIED REDEFINES PSL-CARRIED-X
                                   PIC 9(12)V99.

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(23)
               VALUE "SUBLEDGER TO GL PROOF  ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(13)
               VALUE "  TOLERANCE  ".
           05  RPH-TOLERANCE       PIC Z(8)9.99.
       01  RPT-COL-LINE.
           05  FILLER              PIC X(13)
               VALUE "GL ACCOUNT   ".
           05  FILLER              PIC X(5)  VALUE "CCY  ".
           05  FILLER              PIC X(8)  VALUE "ACCOUNTS".
           05  FILLER              PIC X(16)
               VALUE "       SUBLEDGER".
           05  FILLER              PIC X(16)
               VALUE "          LEDGER".
           05  FILLER              PIC X(16)
               VALUE "     UNEXPLAINED".
           05  FILLER              PIC X(14)
               VALUE "  VERDICT".
       01  RPT-DETAIL-LINE.
           05  RPD-GL-ACCT         PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  RPD-CCY             PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPD-ACCOUNTS        PIC Z(7)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPD-SUBLEDGER       PIC -(11)9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPD-LEDGER          PIC -(11)9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPD-DIFF            PIC -(11)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPD-VERDICT         PIC X(14).
       01  RPT-ITEM-LINE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  RPI-LABEL           PIC X(34).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  RPI-AMOUNT          PIC -(11)9.99.
       01  RPT-TYPE-LINE.
           05  FILLER              PIC X(8)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "TYPE ".
           05  RPY-TYPE            PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPY-ACCOUNTS        PIC Z(7)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPY-SUBLEDGER       PIC -(11)9.99.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(14)
               VALUE "ACCOUNTS READ ".
           05  RPT-READ            PIC Z(6)9.
           05  FILLER              PIC X(9)  VALUE "  PROVED ".
           05  RPT-PROVED          PIC Z(4)9.
           05  FILLER              PIC X(9)  VALUE "  BREAKS ".
           05  RPT-BREAKS          PIC Z(4)9.
           05  FILLER              PIC X(18)
               VALUE "  WITHIN TOLERANCE".
           05  RPT-TOLERATED       PIC Z(4)9.
           05  FILLER              PIC X(9)  VALUE "  OPENED ".
           05  RPT-OPENED          PIC Z(4)9.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-GET-TOLERANCE.
         PERFORM 200-LOAD-MAP.
         PERFORM 250-OPEN-SCRATCH.
         PERFORM 300-TOTAL-ACCOUNTS.
         PERFORM 400-TOTAL-LEDGER.
         PERFORM 430-TOTAL-ACCRUALS.
         PERFORM 440-TOTAL-PENDING.
         PERFORM 450-TOTAL-POSTINGS.
         PERFORM 460-TOTAL-DEBIT-INT.
         PERFORM 470-LOAD-CARRIED.
         PERFORM 500-WRITE-PROOF.
         DISPLAY "ACCOUNTS READ           : " ACCTS-READ.
         DISPLAY "LEDGER LINES READ       : " LEDGER-LINES.
         DISPLAY "ACCRUALS READ           : " ACCRUALS-READ.
         DISPLAY "PENDING VOUCHERED LINES : " PENDING-READ.
         DISPLAY "JOURNAL POSTINGS READ   : " POSTINGS-READ.
         DISPLAY "CARRIED POSITIONS READ  : " POSITIONS-READ.
         DISPLAY "LIABILITIES PROVED      : " PAIRS-PROVED.
         DISPLAY "LIABILITIES OPENED      : " OPENED-COUNT.
         DISPLAY "BREAKS WITHIN TOLERANCE : " TOLERATED-COUNT.
         DISPLAY "BREAKS BEYOND TOLERANCE : " BREAK-COUNT.
         IF BREAK-COUNT > 0
           DISPLAY "SUBLEDGER PROOF FAILED - " BREAK-COUNT
                   " BREAKS - SEE GL-PROOF.RPT"
           STOP RUN RETURNING 8
         END-IF.
         DISPLAY "SUBLEDGER PROOF CLEAN".
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

       150-GET-TOLERANCE.
         OPEN INPUT TOL-DATA.
         IF ST-TOL-SUCCESS
           READ TOL-DATA INTO TOL-REC
             AT END MOVE SPACES TO TOL-REC
           END-READ
           IF TOL-AMOUNT-X NUMERIC
             MOVE TOL-AMOUNT TO TOLERANCE
           END-IF
           CLOSE TOL-DATA
         END-IF.
         DISPLAY "PROOF TOLERANCE         : " TOLERANCE.

       200-LOAD-MAP.
         OPEN INPUT MAP-DATA.
         IF NOT ST-MAP-SUCCESS
           DISPLAY "GL-MAP.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ MAP-DATA INTO MAP-RECORD
           AT END MOVE '10' TO ST-MAP
         END-READ.
         PERFORM 210-LOAD-ONE-MAP
           UNTIL ST-MAP-EOF OR MAP-ENTRIES > 99.
         CLOSE MAP-DATA.

       210-LOAD-ONE-MAP.
         ADD 1 TO MAP-ENTRIES.
         MOVE MAP-TYPE-IN TO MAP-TYPE (MAP-ENTRIES).
         MOVE MAP-CCY-IN TO MAP-CCY (MAP-ENTRIES).
         MOVE MAP-DEBIT-IN TO MAP-DEBIT (MAP-ENTRIES).
         MOVE MAP-CREDIT-IN TO MAP-CREDIT (MAP-ENTRIES).
         READ MAP-DATA INTO MAP-RECORD
           AT END MOVE '10' TO ST-MAP
         END-READ.

       250-OPEN-SCRATCH.
         OPEN OUTPUT PRF-WRK.
         CLOSE PRF-WRK.
         OPEN I-O PRF-WRK.
         IF NOT ST-PWK-SUCCESS
           DISPLAY "GLPRF-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT TYP-WRK.
         CLOSE TYP-WRK.
         OPEN I-O TYP-WRK.
         IF NOT ST-TWK-SUCCESS
           DISPLAY "GLPTY-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT ACN-WRK.
         CLOSE ACN-WRK.
         OPEN I-O ACN-WRK.
         IF NOT ST-ANW-SUCCESS
           DISPLAY "GLPAC-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.

 *    * Every account's balance, signed by BAL-SIGN, goes to the
 *    * liability account its type and currency map to; a pair
 *    * with no mapping collects under a blank GL account and is
 *    * always a break
       300-TOTAL-ACCOUNTS.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.
         PERFORM 310-TOTAL-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.

       310-TOTAL-ONE-ACCOUNT.
         ADD 1 TO ACCTS-READ.
         IF SAVING-X NUMERIC
           MOVE SAVING-IN TO ACCT-BALANCE
         ELSE
           MOVE ZERO TO ACCT-BALANCE
         END-IF.
         IF BAL-SIGN-IN = '-'
           COMPUTE ACCT-BALANCE = ZERO - ACCT-BALANCE
         END-IF.
         MOVE ACCT-TYPE-IN TO FIND-TYPE.
         MOVE CURRENCY-IN TO FIND-CCY.
         PERFORM 325-FIND-LIABILITY-FOR.
         MOVE ACCT-NO-IN TO ANW-ACCT-NO.
         MOVE CUR-GL-ACCT TO ANW-GL-ACCT.
         MOVE CUR-CCY TO ANW-CCY.
         WRITE ACN-WRK-RECORD
           INVALID KEY
             DISPLAY "DUPLICATE ACCOUNT NUMBER ON ACCT.DAT : "
                     ACCT-NO-IN
         END-WRITE.
         PERFORM 330-GET-PROOF-PAIR.
         ADD 1 TO PWK-ACCOUNTS.
         ADD ACCT-BALANCE TO PWK-SUBLEDGER.
         PERFORM 340-PUT-PROOF-PAIR.
         MOVE 'N' TO TWK-FOUND-SW.
         MOVE CUR-GL-ACCT TO TWK-GL-ACCT.
         MOVE CUR-CCY TO TWK-CCY.
         MOVE ACCT-TYPE-IN TO TWK-TYPE.
         READ TYP-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO TWK-FOUND-SW
         END-READ.
         IF NOT TWK-FOUND
           MOVE CUR-GL-ACCT TO TWK-GL-ACCT
           MOVE CUR-CCY TO TWK-CCY
           MOVE ACCT-TYPE-IN TO TWK-TYPE
           MOVE ZERO TO TWK-ACCOUNTS
           MOVE ZERO TO TWK-SUBLEDGER
         END-IF.
         ADD 1 TO TWK-ACCOUNTS.
         ADD ACCT-BALANCE TO TWK-SUBLEDGER.
         IF TWK-FOUND
           REWRITE TYP-WRK-RECORD
             INVALID KEY
               DISPLAY "TYPE SCRATCH REWRITE FAILED : " TWK-KEY
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         ELSE
           WRITE TYP-WRK-RECORD
             INVALID KEY
               DISPLAY "TYPE SCRATCH WRITE FAILED : " TWK-KEY
               PERFORM 110-ERROR-EXIT
           END-WRITE
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

       320-FIND-MAP.
         MOVE ZERO TO MAP-FOUND-IDX.
         IF MAP-ENTRIES > 0
           SET MAP-INDEX TO 1
           SEARCH MAP-TABLE-RECORD
             AT END CONTINUE
             WHEN MAP-TYPE (MAP-INDEX) = FIND-TYPE
                  AND MAP-CCY (MAP-INDEX) = FIND-CCY
               SET MAP-FOUND-IDX TO MAP-INDEX
           END-SEARCH
         END-IF.

 *    * The liability account and currency of FIND-TYPE/FIND-CCY
 *    * into CUR-GL-ACCT/CUR-CCY; blank when the type has no mapping
       325-FIND-LIABILITY-FOR.
         PERFORM 320-FIND-MAP.
         IF MAP-FOUND-IDX = 0
           MOVE SPACES TO CUR-GL-ACCT
         ELSE
           MOVE MAP-CREDIT (MAP-FOUND-IDX) TO CUR-GL-ACCT
         END-IF.
         MOVE FIND-CCY TO CUR-CCY.

 *    * Fetch the proof line for CUR-GL-ACCT / CUR-CCY, or start a
 *    * fresh one at zero
       330-GET-PROOF-PAIR.
         MOVE 'N' TO PWK-FOUND-SW.
         MOVE CUR-GL-ACCT TO PWK-GL-ACCT.
         MOVE CUR-CCY TO PWK-CCY.
         READ PRF-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY MOVE 'Y' TO PWK-FOUND-SW
         END-READ.
         IF NOT PWK-FOUND
           MOVE CUR-GL-ACCT TO PWK-GL-ACCT
           MOVE CUR-CCY TO PWK-CCY
           MOVE ZERO TO PWK-ACCOUNTS
           MOVE ZERO TO PWK-SUBLEDGER
           MOVE ZERO TO PWK-LEDGER
           MOVE ZERO TO PWK-ACCRUED PWK-PENDING PWK-POSTED
                        PWK-DEBIT-INT PWK-CARRIED
           MOVE 'N' TO PWK-CARRIED-SW
         END-IF.

       340-PUT-PROOF-PAIR.
         IF PWK-FOUND
           REWRITE PRF-WRK-RECORD
             INVALID KEY
               DISPLAY "PROOF SCRATCH REWRITE FAILED : " PWK-KEY
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         ELSE
           WRITE PRF-WRK-RECORD
             INVALID KEY
               DISPLAY "PROOF SCRATCH WRITE FAILED : " PWK-KEY
               PERFORM 110-ERROR-EXIT
           END-WRITE
         END-IF.

 *    * The closing balance of a liability account is every
 *    * period's credits less debits; only accounts some type maps
 *    * to as its liability are proved
       400-TOTAL-LEDGER.
         OPEN INPUT LEDGER-DATA.
         IF ST-LEDGER-SUCCESS
           READ LEDGER-DATA INTO LEDGER-REC
             AT END MOVE '10' TO ST-LEDGER
           END-READ
           PERFORM 410-TOTAL-ONE-LEDGER
             UNTIL ST-LEDGER-EOF
           CLOSE LEDGER-DATA
         END-IF.

       410-TOTAL-ONE-LEDGER.
         IF LGR-PERIOD-X NUMERIC AND LGR-DEBITS-X NUMERIC
            AND LGR-CREDITS-X NUMERIC
           ADD 1 TO LEDGER-LINES
           MOVE LGR-GL-ACCT TO FIND-GL-ACCT
           PERFORM 420-FIND-LIABILITY
           IF LIAB-FOUND
             MOVE LGR-GL-ACCT TO CUR-GL-ACCT
             MOVE LGR-CCY TO CUR-CCY
             PERFORM 330-GET-PROOF-PAIR
             COMPUTE LEDGER-NET = LGR-CREDITS - LGR-DEBITS
             ADD LEDGER-NET TO PWK-LEDGER
             PERFORM 340-PUT-PROOF-PAIR
           END-IF
         END-IF.
         READ LEDGER-DATA INTO LEDGER-REC
           AT END MOVE '10' TO ST-LEDGER
         END-READ.

       420-FIND-LIABILITY.
         MOVE 'N' TO LIAB-FOUND-SW.
         IF MAP-ENTRIES > 0 AND FIND-GL-ACCT NOT = SPACES
           SET MAP-INDEX TO 1
           SEARCH MAP-TABLE-RECORD
             AT END CONTINUE
             WHEN MAP-CREDIT (MAP-INDEX) = FIND-GL-ACCT
                  AND MAP-TYPE (MAP-INDEX) (1:1) NOT = "*"
               MOVE 'Y' TO LIAB-FOUND-SW
           END-SEARCH
         END-IF.

 *    * Interest accrued and vouchered but not yet capitalized sits
 *    * on the ledger ahead of the master; an accrual for an account
 *    * no longer on the master is reported and left out
       430-TOTAL-ACCRUALS.
         OPEN INPUT STATE-DATA.
         IF ST-STATE-SUCCESS
           READ STATE-DATA INTO STATE-REC
             AT END MOVE '10' TO ST-STATE
           END-READ
           PERFORM 435-TOTAL-ONE-ACCRUAL
             UNTIL ST-STATE-EOF
           CLOSE STATE-DATA
         END-IF.

       435-TOTAL-ONE-ACCRUAL.
         IF STA-ACCT-NO-X NUMERIC AND STA-ACCRUED-X NUMERIC
            AND STA-ACCRUED > ZERO
           ADD 1 TO ACCRUALS-READ
           MOVE STA-ACCT-NO TO ANW-ACCT-NO
           READ ACN-WRK
             INVALID KEY
               ADD 1 TO ACCRUALS-OFF-MASTER
               DISPLAY "ACCRUAL FOR ACCOUNT NOT ON MASTER : "
                       STA-ACCT-NO " " STA-ACCRUED
             NOT INVALID KEY
               MOVE ANW-GL-ACCT TO CUR-GL-ACCT
               MOVE ANW-CCY TO CUR-CCY
               PERFORM 330-GET-PROOF-PAIR
               ADD STA-ACCRUED TO PWK-ACCRUED
               PERFORM 340-PUT-PROOF-PAIR
           END-READ
         END-IF.
         READ STATE-DATA INTO STATE-REC
           AT END MOVE '10' TO ST-STATE
         END-READ.

 *    * Bank-raised movements waiting for the next window, signed
 *    * by what they will do to the balance: their vouchers are on
 *    * the ledger tonight, the master moves tomorrow. A payout
 *    * transfer raises no voucher and is left out.
       440-TOTAL-PENDING.
         OPEN INPUT PEND-DATA.
         IF ST-PEND-SUCCESS
           READ PEND-DATA INTO PEND-RECORD
             AT END MOVE '10' TO ST-PEND
           END-READ
           PERFORM 445-TOTAL-ONE-PENDING
             UNTIL ST-PEND-EOF
           CLOSE PEND-DATA
         END-IF.

       445-TOTAL-ONE-PENDING.
         IF PND-OWNER-NAME (1:1) = '#'
            AND PND-OWNER-NAME (11:1) = 'B'
            AND PND-AMOUNT-X NUMERIC
            AND (PND-ACTION = 'D' OR PND-ACTION = 'W'
                 OR PND-ACTION = 'F')
           ADD 1 TO PENDING-READ
           MOVE PND-ACCT-TYPE TO FIND-TYPE
           MOVE PND-CURRENCY TO FIND-CCY
           PERFORM 325-FIND-LIABILITY-FOR
           PERFORM 330-GET-PROOF-PAIR
           IF PND-ACTION = 'D'
             ADD PND-AMOUNT TO PWK-PENDING
           ELSE
             SUBTRACT PND-AMOUNT FROM PWK-PENDING
           END-IF
           PERFORM 340-PUT-PROOF-PAIR
         END-IF.
         READ PEND-DATA INTO PEND-RECORD
           AT END MOVE '10' TO ST-PEND
         END-READ.

 *    * What tonight's journal did to the balances without a
 *    * voucher: customer deposits, withdrawals and transfers,
 *    * clearing items, reversals and payouts. A bank-raised line
 *    * was vouchered when it was raised and is left out here.
       450-TOTAL-POSTINGS.
         OPEN INPUT JRNL-DATA.
         IF ST-JRNL-SUCCESS
           READ JRNL-DATA INTO JRNL-RECORD
             AT END MOVE '10' TO ST-JRNL
           END-READ
           PERFORM 455-TOTAL-ONE-POSTING
             UNTIL ST-JRNL-EOF
           CLOSE JRNL-DATA
         END-IF.

       455-TOTAL-ONE-POSTING.
         IF JRN-DATE (1:4) NOT = "*TRL"
            AND JRN-STATUS = "APPLIED "
            AND JRN-OLD-SAVING-X NUMERIC
            AND JRN-NEW-SAVING-X NUMERIC
            AND NOT (JRN-OWNER-NAME (1:1) = '#'
                     AND JRN-OWNER-NAME (11:1) = 'B'
                     AND JRN-LINK-TAG NOT = 'R')
           ADD 1 TO POSTINGS-READ
           MOVE JRN-OLD-SAVING TO JRN-OLD-SIGNED
           IF JRN-OLD-SIGN = '-'
             COMPUTE JRN-OLD-SIGNED = ZERO - JRN-OLD-SAVING
           END-IF
           MOVE JRN-NEW-SAVING TO JRN-NEW-SIGNED
           IF JRN-NEW-SIGN = '-'
             COMPUTE JRN-NEW-SIGNED = ZERO - JRN-NEW-SAVING
           END-IF
           MOVE JRN-ACCT-TYPE TO FIND-TYPE
           MOVE JRN-CURRENCY TO FIND-CCY
           PERFORM 325-FIND-LIABILITY-FOR
           PERFORM 330-GET-PROOF-PAIR
           COMPUTE PWK-POSTED =
               PWK-POSTED + JRN-NEW-SIGNED - JRN-OLD-SIGNED
           PERFORM 340-PUT-PROOF-PAIR
         END-IF.
         READ JRNL-DATA INTO JRNL-RECORD
           AT END MOVE '10' TO ST-JRNL
         END-READ.

 *    * Debit interest GLPOST charged to a liability tonight; no
 *    * step charges it to the overdrawn account
       460-TOTAL-DEBIT-INT.
         OPEN INPUT VCH-DATA.
         IF ST-VCH-SUCCESS
           READ VCH-DATA INTO VCH-REC
             AT END MOVE '10' TO ST-VCH
           END-READ
           PERFORM 465-TOTAL-ONE-VOUCHER
             UNTIL ST-VCH-EOF
           CLOSE VCH-DATA
         END-IF.

       465-TOTAL-ONE-VOUCHER.
         IF VCH-DC = 'D' AND VCH-DESC (1:7) = "OD INT "
            AND VCH-AMOUNT-X NUMERIC
           MOVE VCH-GL-ACCT TO FIND-GL-ACCT
           PERFORM 420-FIND-LIABILITY
           IF LIAB-FOUND
             MOVE VCH-GL-ACCT TO CUR-GL-ACCT
             MOVE VCH-CCY TO CUR-CCY
             PERFORM 330-GET-PROOF-PAIR
             ADD VCH-AMOUNT TO PWK-DEBIT-INT
             PERFORM 340-PUT-PROOF-PAIR
           END-IF
         END-IF.
         READ VCH-DATA INTO VCH-REC
           AT END MOVE '10' TO ST-VCH
         END-READ.

 *    * The difference each liability carried out of the last clean
 *    * proof. No file, or no line for a liability, is a first
 *    * proof: the liability opens at tonight's difference.
       470-LOAD-CARRIED.
         OPEN INPUT POS-DATA.
         IF ST-POS-SUCCESS
           READ POS-DATA INTO POSITION-LINE
             AT END MOVE '10' TO ST-POS
           END-READ
           PERFORM 475-LOAD-ONE-CARRIED
             UNTIL ST-POS-EOF
           CLOSE POS-DATA
         END-IF.

       475-LOAD-ONE-CARRIED.
         IF PSL-CARRIED-X NUMERIC AND PSL-GL-ACCT NOT = SPACES
           ADD 1 TO POSITIONS-READ
           MOVE PSL-GL-ACCT TO CUR-GL-ACCT
           MOVE PSL-CCY TO CUR-CCY
           PERFORM 330-GET-PROOF-PAIR
           MOVE PSL-CARRIED TO PWK-CARRIED
           IF PSL-SIGN = '-'
             COMPUTE PWK-CARRIED = ZERO - PSL-CARRIED
           END-IF
           MOVE 'Y' TO PWK-CARRIED-SW
           PERFORM 340-PUT-PROOF-PAIR
         END-IF.
         READ POS-DATA INTO POSITION-LINE
           AT END MOVE '10' TO ST-POS
         END-READ.

 *    * One line per liability account and currency in key order.
 *    * The ledger is not loaded with opening balances and customer
 *    * cash raises no vouchers, so the books are not expected to
 *    * agree outright: the subledger-less-ledger difference must
 *    * be explained by the difference carried from the last proof,
 *    * tonight's unvouchered postings and debit interest, less the
 *    * interest accrued and the vouchered movements still waiting.
 *    * What is left unexplained is a break, and beyond the
 *    * tolerance (or on an unmapped pair) it fails the window.
       500-WRITE-PROOF.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "GL-PROOF.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE TOLERANCE TO RPH-TOLERANCE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-COL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         OPEN OUTPUT POS-NEW.
         IF NOT ST-POS-NEW-SUCCESS
           DISPLAY "GLPROOF-POS-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LOW-VALUES TO PWK-KEY.
         START PRF-WRK KEY NOT < PWK-KEY
           INVALID KEY MOVE '10' TO ST-PWK
         END-START.
         IF NOT ST-PWK-EOF
           READ PRF-WRK NEXT RECORD
             AT END MOVE '10' TO ST-PWK
           END-READ
         END-IF.
         PERFORM 510-PROVE-ONE-PAIR
           UNTIL ST-PWK-EOF.
         MOVE ACCTS-READ TO RPT-READ.
         MOVE PAIRS-PROVED TO RPT-PROVED.
         MOVE BREAK-COUNT TO RPT-BREAKS.
         MOVE TOLERATED-COUNT TO RPT-TOLERATED.
         MOVE OPENED-COUNT TO RPT-OPENED.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE RPT-DATA
               POS-NEW
               PRF-WRK
               TYP-WRK
               ACN-WRK.

       510-PROVE-ONE-PAIR.
         MOVE SPACES TO RPT-DETAIL-LINE.
         MOVE PWK-GL-ACCT TO RPD-GL-ACCT.
         MOVE PWK-CCY TO RPD-CCY.
         MOVE PWK-ACCOUNTS TO RPD-ACCOUNTS.
         MOVE PWK-SUBLEDGER TO RPD-SUBLEDGER.
         MOVE PWK-LEDGER TO RPD-LEDGER.
         COMPUTE BOOK-DIFF = PWK-SUBLEDGER - PWK-LEDGER.
         COMPUTE EXPLAINED = PWK-POSTED + PWK-DEBIT-INT
             - PWK-ACCRUED - PWK-PENDING.
         IF NOT PWK-HAS-CARRIED
           COMPUTE PWK-CARRIED = BOOK-DIFF - EXPLAINED
         END-IF.
         ADD PWK-CARRIED TO EXPLAINED.
         COMPUTE PROOF-DIFF = BOOK-DIFF - EXPLAINED.
         MOVE PROOF-DIFF TO RPD-DIFF.
         IF PROOF-DIFF < ZERO
           COMPUTE PROOF-ABS-DIFF = ZERO - PROOF-DIFF
         ELSE
           MOVE PROOF-DIFF TO PROOF-ABS-DIFF
         END-IF.
         EVALUATE TRUE
           WHEN PWK-GL-ACCT = SPACES
             MOVE "NO GL MAPPING" TO RPD-VERDICT
             ADD 1 TO BREAK-COUNT
           WHEN NOT PWK-HAS-CARRIED
             MOVE "OPENED" TO RPD-VERDICT
             ADD 1 TO OPENED-COUNT
           WHEN PROOF-DIFF = ZERO
             MOVE "OK" TO RPD-VERDICT
             ADD 1 TO PAIRS-PROVED
           WHEN PROOF-ABS-DIFF > TOLERANCE
             MOVE "BREAK" TO RPD-VERDICT
             ADD 1 TO BREAK-COUNT
           WHEN OTHER
             MOVE "WITHIN TOL" TO RPD-VERDICT
             ADD 1 TO TOLERATED-COUNT
         END-EVALUATE.
         MOVE RPT-DETAIL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         IF PWK-GL-ACCT NOT = SPACES
           PERFORM 515-LIST-ITEMS
           PERFORM 540-WRITE-POSITION
         END-IF.
         IF RPD-VERDICT NOT = "OK" AND RPD-VERDICT NOT = "OPENED"
           DISPLAY "PROOF " RPD-VERDICT " : " PWK-GL-ACCT " "
                   PWK-CCY " " RPD-DIFF
           PERFORM 520-LIST-TYPES
         END-IF.
         READ PRF-WRK NEXT RECORD
           AT END MOVE '10' TO ST-PWK
         END-READ.

 *    * The reconciling items under the pair, signed as they add up
 *    * to the book difference; what they leave is the unexplained
 *    * amount on the line above
       515-LIST-ITEMS.
         MOVE "SUBLEDGER LESS LEDGER" TO RPI-LABEL.
         MOVE BOOK-DIFF TO ITEM-AMOUNT.
         PERFORM 516-WRITE-ITEM.
         IF PWK-HAS-CARRIED
           MOVE "CARRIED FROM THE LAST PROOF" TO RPI-LABEL
         ELSE
           MOVE "OPENING DIFFERENCE TAKEN TONIGHT" TO RPI-LABEL
         END-IF.
         MOVE PWK-CARRIED TO ITEM-AMOUNT.
         PERFORM 516-WRITE-ITEM.
         MOVE "POSTED TONIGHT WITHOUT A VOUCHER" TO RPI-LABEL.
         MOVE PWK-POSTED TO ITEM-AMOUNT.
         PERFORM 516-WRITE-ITEM.
         MOVE "DEBIT INTEREST NOT CHARGED" TO RPI-LABEL.
         MOVE PWK-DEBIT-INT TO ITEM-AMOUNT.
         PERFORM 516-WRITE-ITEM.
         MOVE "LESS ACCRUED, NOT CAPITALIZED" TO RPI-LABEL.
         COMPUTE ITEM-AMOUNT = ZERO - PWK-ACCRUED.
         PERFORM 516-WRITE-ITEM.
         MOVE "LESS VOUCHERED, POSTS NEXT WINDOW" TO RPI-LABEL.
         COMPUTE ITEM-AMOUNT = ZERO - PWK-PENDING.
         PERFORM 516-WRITE-ITEM.

       516-WRITE-ITEM.
         MOVE ITEM-AMOUNT TO RPI-AMOUNT.
         MOVE RPT-ITEM-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * Tonight's difference less the items that clear themselves -
 *    * the accruals and the waiting movements - is what the next
 *    * proof starts from
       540-WRITE-POSITION.
         COMPUTE NEW-CARRIED =
             BOOK-DIFF + PWK-ACCRUED + PWK-PENDING.
         MOVE SPACES TO POSITION-LINE.
         MOVE PWK-GL-ACCT TO PSL-GL-ACCT.
         MOVE PWK-CCY TO PSL-CCY.
         MOVE RUN-DATE TO PSL-DATE.
         IF NEW-CARRIED < ZERO
           MOVE '-' TO PSL-SIGN
           COMPUTE NEW-CARRIED-ABS = ZERO - NEW-CARRIED
         ELSE
           MOVE NEW-CARRIED TO NEW-CARRIED-ABS
         END-IF.
         MOVE NEW-CARRIED-ABS TO PSL-CARRIED.
         WRITE POS-NEW-REC FROM POSITION-LINE.

 *    * The account types whose balances make up the subledger
 *    * side of a break, so the accountant knows where to look
       520-LIST-TYPES.
         MOVE '00' TO ST-TWK.
         MOVE PWK-GL-ACCT TO TWK-GL-ACCT.
         MOVE PWK-CCY TO TWK-CCY.
         MOVE LOW-VALUES TO TWK-TYPE.
         START TYP-WRK KEY NOT < TWK-KEY
           INVALID KEY MOVE '10' TO ST-TWK
         END-START.
         IF NOT ST-TWK-EOF
           READ TYP-WRK NEXT RECORD
             AT END MOVE '10' TO ST-TWK
           END-READ
         END-IF.
         PERFORM 530-LIST-ONE-TYPE
           UNTIL ST-TWK-EOF
              OR TWK-GL-ACCT NOT = PWK-GL-ACCT
              OR TWK-CCY NOT = PWK-CCY.

       530-LIST-ONE-TYPE.
         MOVE TWK-TYPE TO RPY-TYPE.
         MOVE TWK-ACCOUNTS TO RPY-ACCOUNTS.
         MOVE TWK-SUBLEDGER TO RPY-SUBLEDGER.
         MOVE RPT-TYPE-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ TYP-WRK NEXT RECORD
           AT END MOVE '10' TO ST-TWK
         END-READ.

       END PROGRAM GLPROOF.
