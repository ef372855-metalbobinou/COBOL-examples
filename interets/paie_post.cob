       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIEPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT VIR-DATA       ASSIGN TO DISK "PAIE-VIR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-VIR.
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
         SELECT RPT-DATA       ASSIGN TO DISK "PAIE-POST.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT ACC-WRK        ASSIGN TO DISK "PPACC-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY PAW-ACCT-NO
                FILE STATUS IS ST-PAW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Reimbursement transfers PAIEMENTS wrote for the period, one
 *    * line per person and expense category, in person order; the
 *    * amount carries cents with the decimal point implied
       FD  VIR-DATA.
       01  VIR-RECORD.
           05  VIR-NOM             PIC X(10).
           05  FILLER              PIC X.
           05  VIR-ACCT-NO-X       PIC X(8).
           05  VIR-ACCT-NO REDEFINES VIR-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  VIR-CATEG           PIC X(4).
           05  FILLER              PIC X.
           05  VIR-AMOUNT-X        PIC X(9).
           05  VIR-AMOUNT REDEFINES VIR-AMOUNT-X
                                   PIC 9(7)V99.
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
           05  LAST-ACT-IN         PIC X(8).
           05  FILLER              PIC X.
           05  STATUS-IN           PIC X.
           05  FILLER              PIC X(26).
 *    * Chart-of-accounts mapping; a *EXP entry names the pair for
 *    * one expense category in one currency, its category code
 *    * after the credit account: debit the category's expense,
 *    * credit the customer liability the reimbursement is paid to
       FD  MAP-DATA.
       01  MAP-RECORD.
           05  MAP-TYPE-IN         PIC X(4).
           05  FILLER              PIC X.
           05  MAP-CCY-IN          PIC X(3).
           05  FILLER              PIC X.
           05  MAP-DEBIT-IN        PIC X(8).
           05  FILLER              PIC X.
           05  MAP-CREDIT-IN       PIC X(8).
           05  FILLER              PIC X.
           05  MAP-CATEG-IN        PIC X(4).
 *    * Balanced vouchers in the GLPOST layout, appended to the
 *    * window's voucher file; reimbursement vouchers number from
 *    * 3001 so they never collide with the interest run's
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
 *    * Movement file for the next window; each person paid joins
 *    * it as one D movement addressed by account number, tagged B
 *    * as raised by the bank with the name after the tag,
 *    * value-dated tonight
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
 *    * Every person paid or left unpaid tonight, then expense by
 *    * category and currency
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).
 *    * The account master on a keyed scratch file for the run
       FD  ACC-WRK.
       01  ACC-WRK-RECORD.
           05  PAW-ACCT-NO         PIC 9(8).
           05  PAW-ACCT-TYPE       PIC X(4).
           05  PAW-CURRENCY        PIC X(3).
           05  PAW-STATUS          PIC X.

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-VIR                  PIC X(02)    VALUE SPACES.
           88  ST-VIR-SUCCESS                   VALUE '00'.
           88  ST-VIR-EOF                       VALUE '10'.
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
       01  ST-PAW                  PIC X(02)    VALUE SPACES.
           88  ST-PAW-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  VOUCHER-NO              PIC 9(4)     VALUE 3000.
       77  VOUCHERS-WRITTEN        PIC 9(5)     VALUE ZERO.
       77  LINES-READ              PIC 9(7)     VALUE ZERO.
       77  PERSONS-PAID            PIC 9(7)     VALUE ZERO.
       77  PERSONS-UNPAID          PIC 9(7)     VALUE ZERO.
       77  PAID-TOTAL              PIC 9(9)     VALUE ZERO.
       77  PAW-FOUND-SW            PIC X        VALUE 'N'.
           88  PAW-FOUND                        VALUE 'Y'.
       77  VCH-WORK-ACCT           PIC X(8)     VALUE SPACES.
       77  VCH-WORK-DC             PIC X        VALUE SPACE.
       77  VCH-WORK-AMOUNT         PIC 9(9)V99  VALUE ZERO.

 *    * The person being gathered: the lines of one name and
 *    * account, paid or left unpaid together
       77  CUR-NOM                 PIC X(10)    VALUE SPACES.
       77  CUR-ACCT-NO-X           PIC X(8)     VALUE SPACES.
       77  CUR-CLAIMED             PIC 9(7)V99  VALUE ZERO.
       77  CUR-PAID                PIC 9(7)     VALUE ZERO.
       77  CUR-REASON              PIC X(30)    VALUE SPACES.
       77  PPC-ENTRIES             PIC 99       VALUE ZERO.
       77  PPC-IDX                 PIC 99       VALUE ZERO.
       01  PPC-TABLE.
           05  PPC-ENTRY           OCCURS 50 TIMES.
               10  PPC-CATEG       PIC X(4).
               10  PPC-AMOUNT      PIC 9(7)V99.
               10  PPC-WHOLE       PIC 9(7).
               10  PPC-MAP-IDX     PIC 999.

 *    * Expense by category and currency, one voucher each
       77  EXP-ENTRIES             PIC 999      VALUE ZERO.
       77  EXP-IDX                 PIC 999      VALUE ZERO.
       77  EXP-FOUND-IDX           PIC 999      VALUE ZERO.
       01  EXP-TABLE.
           05  EXP-ENTRY           OCCURS 200 TIMES.
               10  EXP-CATEG       PIC X(4).
               10  EXP-CURRENCY    PIC X(3).
               10  EXP-MAP-IDX     PIC 999.
               10  EXP-COUNT       PIC 9(7).
               10  EXP-AMOUNT      PIC 9(9).

       77  MAP-ENTRIES             PIC 999      VALUE ZERO.
       77  MAP-FOUND-IDX           PIC 999      VALUE ZERO.
       01  MAP-TABLE.
           07  MAP-TABLE-RECORD    OCCURS 100 TIMES
                                    INDEXED BY MAP-INDEX.
               10  MAP-TYPE        PIC X(4).
               10  MAP-CCY         PIC X(3).
               10  MAP-DEBIT       PIC X(8).
               10  MAP-CREDIT      PIC X(8).
               10  MAP-CATEG       PIC X(4).

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(30)
               VALUE "EXPENSE REIMBURSEMENT POSTING ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-RUN-DATE        PIC 9(8).
       01  RPT-DETAIL-LINE.
           05  RPD-NOM             PIC X(10).
           05  FILLER              PIC X.
           05  RPD-ACCT-NO         PIC X(8).
           05  FILLER              PIC X.
           05  RPD-TYPE            PIC X(4).
           05  FILLER              PIC X.
           05  RPD-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  RPD-CLAIMED         PIC Z(6)9.99.
           05  FILLER              PIC X.
           05  RPD-PAID            PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPD-NOTE            PIC X(30).
       01  RPT-EXPENSE-LINE.
           05  FILLER              PIC X(8)  VALUE "EXPENSE ".
           05  RPE-CATEG           PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPE-CCY             PIC X(3).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPE-COUNT           PIC Z(6)9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPE-AMOUNT          PIC Z(8)9.
           05  FILLER              PIC X(9)  VALUE " VOUCHER ".
           05  RPE-VOUCHER         PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 200-LOAD-MAP.
         PERFORM 250-LOAD-ACCOUNTS.
         PERFORM 300-PAY-PERSONS.
         PERFORM 500-WRITE-VOUCHERS.
         CLOSE RPT-DATA
               ACC-WRK.
         DISPLAY "TRANSFER LINES READ     : " LINES-READ.
         DISPLAY "PERSONS PAID            : " PERSONS-PAID.
         DISPLAY "PERSONS NOT PAID        : " PERSONS-UNPAID.
         DISPLAY "AMOUNT PAID             : " PAID-TOTAL.
         DISPLAY "VOUCHERS WRITTEN        : " VOUCHERS-WRITTEN.
         IF PERSONS-UNPAID > 0
           DISPLAY "PERSONS LEFT UNPAID - SEE PAIE-POST.RPT"
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
         MOVE RUN-DATE TO RPH-RUN-DATE.

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
         MOVE MAP-CATEG-IN TO MAP-CATEG (MAP-ENTRIES).
         MOVE SPACES TO MAP-RECORD.
         READ MAP-DATA INTO MAP-RECORD
           AT END MOVE '10' TO ST-MAP
         END-READ.

       250-LOAD-ACCOUNTS.
         OPEN OUTPUT ACC-WRK.
         CLOSE ACC-WRK.
         OPEN I-O ACC-WRK.
         IF NOT ST-PAW-SUCCESS
           DISPLAY "PPACC-WRK.KEY OPEN FAILED"
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
         PERFORM 260-LOAD-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA.

       260-LOAD-ONE-ACCOUNT.
         IF ACCT-NO-IN NUMERIC AND ACCT-NO-IN > 0
           MOVE ACCT-NO-IN TO PAW-ACCT-NO
           MOVE ACCT-TYPE-IN TO PAW-ACCT-TYPE
           MOVE CURRENCY-IN TO PAW-CURRENCY
           MOVE STATUS-IN TO PAW-STATUS
           WRITE ACC-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE ACCOUNT NUMBER : " ACCT-NO-IN
           END-WRITE
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * The transfer lines are gathered person by person; a change
 *    * of name or account closes the person in hand
       300-PAY-PERSONS.
         OPEN INPUT VIR-DATA.
         IF NOT ST-VIR-SUCCESS
           DISPLAY "PAIE-VIR.DAT OPEN FAILED"
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
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "PAIE-POST.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ VIR-DATA
           AT END MOVE '10' TO ST-VIR
         END-READ.
         PERFORM 310-TAKE-ONE-LINE
           UNTIL ST-VIR-EOF.
         IF PPC-ENTRIES > 0 OR CUR-REASON NOT = SPACES
           PERFORM 350-CLOSE-PERSON
         END-IF.
         CLOSE VIR-DATA
               TXN-DATA.

       310-TAKE-ONE-LINE.
         ADD 1 TO LINES-READ.
         IF (PPC-ENTRIES > 0 OR CUR-REASON NOT = SPACES)
            AND (VIR-NOM NOT = CUR-NOM
                 OR VIR-ACCT-NO-X NOT = CUR-ACCT-NO-X)
           PERFORM 350-CLOSE-PERSON
         END-IF.
         MOVE VIR-NOM TO CUR-NOM.
         MOVE VIR-ACCT-NO-X TO CUR-ACCT-NO-X.
         EVALUATE TRUE
           WHEN VIR-AMOUNT-X NOT NUMERIC
             MOVE "AMOUNT NOT NUMERIC" TO CUR-REASON
           WHEN PPC-ENTRIES > 49
             MOVE "MORE THAN 50 CATEGORIES" TO CUR-REASON
           WHEN OTHER
             ADD 1 TO PPC-ENTRIES
             MOVE VIR-CATEG TO PPC-CATEG (PPC-ENTRIES)
             MOVE VIR-AMOUNT TO PPC-AMOUNT (PPC-ENTRIES)
             COMPUTE PPC-WHOLE (PPC-ENTRIES) ROUNDED = VIR-AMOUNT
             MOVE ZERO TO PPC-MAP-IDX (PPC-ENTRIES)
             ADD VIR-AMOUNT TO CUR-CLAIMED
         END-EVALUATE.
         READ VIR-DATA
           AT END MOVE '10' TO ST-VIR
         END-READ.

 *    * A person is paid whole or not at all: the account must be
 *    * on file and open, and every category must map to a *EXP
 *    * pair in the account's currency. Each category is paid in
 *    * whole units, rounded, so the movement and the vouchers
 *    * agree to the unit with the balance it lands in.
       350-CLOSE-PERSON.
         MOVE 'N' TO PAW-FOUND-SW.
         MOVE SPACES TO RPD-TYPE RPD-CCY.
         IF CUR-ACCT-NO-X NUMERIC
           MOVE CUR-ACCT-NO-X TO PAW-ACCT-NO
           READ ACC-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO PAW-FOUND-SW
               MOVE PAW-ACCT-TYPE TO RPD-TYPE
               MOVE PAW-CURRENCY TO RPD-CCY
           END-READ
         END-IF.
         MOVE ZERO TO CUR-PAID.
         IF CUR-REASON = SPACES
           EVALUATE TRUE
             WHEN NOT PAW-FOUND
               MOVE "ACCOUNT NOT ON FILE" TO CUR-REASON
             WHEN PAW-STATUS = 'C'
               MOVE "ACCOUNT CLOSED" TO CUR-REASON
             WHEN PAW-STATUS = 'F'
               MOVE "ACCOUNT FROZEN" TO CUR-REASON
             WHEN PAW-STATUS = 'E'
               MOVE "ACCOUNT ESCHEATED" TO CUR-REASON
             WHEN OTHER
               PERFORM 360-MAP-CATEGORY
                 VARYING PPC-IDX FROM 1 BY 1
                 UNTIL PPC-IDX > PPC-ENTRIES
                    OR CUR-REASON NOT = SPACES
           END-EVALUATE
         END-IF.
         IF CUR-REASON = SPACES AND CUR-PAID = ZERO
           MOVE "NOTHING TO PAY" TO CUR-REASON
         END-IF.
         MOVE CUR-NOM TO RPD-NOM.
         MOVE CUR-ACCT-NO-X TO RPD-ACCT-NO.
         MOVE CUR-CLAIMED TO RPD-CLAIMED.
         IF CUR-REASON = SPACES
           ADD 1 TO PERSONS-PAID
           ADD CUR-PAID TO PAID-TOTAL
           PERFORM 370-WRITE-MOVEMENT
           PERFORM 380-ACCUM-EXPENSE
             VARYING PPC-IDX FROM 1 BY 1
             UNTIL PPC-IDX > PPC-ENTRIES
           MOVE CUR-PAID TO RPD-PAID
           MOVE "PAID" TO RPD-NOTE
         ELSE
           ADD 1 TO PERSONS-UNPAID
           MOVE ZERO TO RPD-PAID
           MOVE CUR-REASON TO RPD-NOTE
         END-IF.
         MOVE RPT-DETAIL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE ZERO TO PPC-ENTRIES CUR-CLAIMED.
         MOVE SPACES TO CUR-REASON.

       360-MAP-CATEGORY.
         MOVE ZERO TO MAP-FOUND-IDX.
         IF MAP-ENTRIES > 0
           SET MAP-INDEX TO 1
           SEARCH MAP-TABLE-RECORD
             AT END CONTINUE
             WHEN MAP-TYPE (MAP-INDEX) = "*EXP"
                  AND MAP-CCY (MAP-INDEX) = PAW-CURRENCY
                  AND MAP-CATEG (MAP-INDEX) = PPC-CATEG (PPC-IDX)
               SET MAP-FOUND-IDX TO MAP-INDEX
           END-SEARCH
         END-IF.
         IF MAP-FOUND-IDX = 0
           MOVE SPACES TO CUR-REASON
           STRING "NO *EXP ENTRY FOR " DELIMITED BY SIZE
                  PPC-CATEG (PPC-IDX) DELIMITED BY SIZE
             INTO CUR-REASON
           END-STRING
         ELSE
           MOVE MAP-FOUND-IDX TO PPC-MAP-IDX (PPC-IDX)
           ADD PPC-WHOLE (PPC-IDX) TO CUR-PAID
         END-IF.

       370-WRITE-MOVEMENT.
         MOVE SPACES TO TXN-RECORD.
         MOVE 'D' TO TXN-ACTION.
         MOVE '#' TO TXN-OWNER-NAME (1:1).
         MOVE PAW-ACCT-NO TO TXN-OWNER-NAME (2:8).
         MOVE 'B' TO TXN-OWNER-NAME (11:1).
         MOVE CUR-NOM TO TXN-OWNER-NAME (12:9).
         MOVE PAW-ACCT-TYPE TO TXN-ACCT-TYPE.
         MOVE PAW-CURRENCY TO TXN-CURRENCY.
         MOVE CUR-PAID TO TXN-AMOUNT.
         MOVE RUN-DATE TO TXN-DATE.
         WRITE TXN-RECORD.

       380-ACCUM-EXPENSE.
         IF PPC-WHOLE (PPC-IDX) > 0
           MOVE ZERO TO EXP-FOUND-IDX
           PERFORM 385-FIND-EXPENSE
             VARYING EXP-IDX FROM 1 BY 1
             UNTIL EXP-IDX > EXP-ENTRIES OR EXP-FOUND-IDX > 0
           IF EXP-FOUND-IDX = 0
             IF EXP-ENTRIES < 200
               ADD 1 TO EXP-ENTRIES
               MOVE EXP-ENTRIES TO EXP-FOUND-IDX
               MOVE PPC-CATEG (PPC-IDX) TO EXP-CATEG (EXP-FOUND-IDX)
               MOVE PAW-CURRENCY TO EXP-CURRENCY (EXP-FOUND-IDX)
               MOVE PPC-MAP-IDX (PPC-IDX)
                 TO EXP-MAP-IDX (EXP-FOUND-IDX)
               MOVE ZERO TO EXP-COUNT (EXP-FOUND-IDX)
               MOVE ZERO TO EXP-AMOUNT (EXP-FOUND-IDX)
             ELSE
               DISPLAY "EXPENSE TABLE FULL"
               PERFORM 110-ERROR-EXIT
             END-IF
           END-IF
           ADD 1 TO EXP-COUNT (EXP-FOUND-IDX)
           ADD PPC-WHOLE (PPC-IDX) TO EXP-AMOUNT (EXP-FOUND-IDX)
         END-IF.

       385-FIND-EXPENSE.
         IF EXP-CATEG (EXP-IDX) = PPC-CATEG (PPC-IDX)
            AND EXP-CURRENCY (EXP-IDX) = PAW-CURRENCY
           MOVE EXP-IDX TO EXP-FOUND-IDX
         END-IF.

 *    * One voucher per category and currency under its *EXP pair:
 *    * debit the category's expense, credit the customer liability
       500-WRITE-VOUCHERS.
         IF EXP-ENTRIES > 0
           OPEN EXTEND VCH-DATA
           IF NOT ST-VCH-SUCCESS
             OPEN OUTPUT VCH-DATA
           END-IF
           IF NOT ST-VCH-SUCCESS
             DISPLAY "GL-VOUCHER.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           PERFORM 510-EXPENSE-VOUCHER
             VARYING EXP-IDX FROM 1 BY 1
             UNTIL EXP-IDX > EXP-ENTRIES
           CLOSE VCH-DATA
         END-IF.

       510-EXPENSE-VOUCHER.
         ADD 1 TO VOUCHER-NO.
         ADD 1 TO VOUCHERS-WRITTEN.
         MOVE EXP-AMOUNT (EXP-IDX) TO VCH-WORK-AMOUNT.
         MOVE MAP-DEBIT (EXP-MAP-IDX (EXP-IDX)) TO VCH-WORK-ACCT.
         MOVE 'D' TO VCH-WORK-DC.
         PERFORM 520-WRITE-VOUCHER-LINE.
         MOVE MAP-CREDIT (EXP-MAP-IDX (EXP-IDX)) TO VCH-WORK-ACCT.
         MOVE 'C' TO VCH-WORK-DC.
         PERFORM 520-WRITE-VOUCHER-LINE.
         MOVE EXP-CATEG (EXP-IDX) TO RPE-CATEG.
         MOVE EXP-CURRENCY (EXP-IDX) TO RPE-CCY.
         MOVE EXP-COUNT (EXP-IDX) TO RPE-COUNT.
         MOVE EXP-AMOUNT (EXP-IDX) TO RPE-AMOUNT.
         MOVE VOUCHER-NO TO RPE-VOUCHER.
         MOVE RPT-EXPENSE-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       520-WRITE-VOUCHER-LINE.
         MOVE SPACES TO VCH-REC.
         MOVE RUN-DATE TO VCH-DATE.
         MOVE VOUCHER-NO TO VCH-NO.
         MOVE VCH-WORK-ACCT TO VCH-GL-ACCT.
         MOVE VCH-WORK-DC TO VCH-DC.
         MOVE VCH-WORK-AMOUNT TO VCH-AMOUNT.
         MOVE EXP-CURRENCY (EXP-IDX) TO VCH-CCY.
         MOVE SPACES TO VCH-DESC.
         STRING "REIMBURSEMENT " DELIMITED BY SIZE
                EXP-CATEG (EXP-IDX) DELIMITED BY SIZE
           INTO VCH-DESC
         END-STRING.
         WRITE VCH-REC.

       END PROGRAM PAIEPOST.
