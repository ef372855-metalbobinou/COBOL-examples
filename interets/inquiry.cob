         SELECT HOLD-DATA      ASSIGN TO DISK "ACCT-HOLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD.
         SELECT ARCH-DATA      ASSIGN TO DISK "ACCT-ARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ARCH.
         SELECT OPER-DATA      ASSIGN TO DISK "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-OPER.
         SELECT LOG-DATA       ASSIGN TO DISK "INQ-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LOG.

       DATA DIVISION.
       FILE SECTION.
           05  HLD-EXPIRY-X        PIC X(8).
           05  HLD-EXPIRY-IN REDEFINES HLD-EXPIRY-X
                                   PIC 9(8).
 *    * Accounts ACCTPURGE has taken off the master: the account
 *    * as it last stood, the date it was archived, and its last
 *    * balance-history line
       FD  ARCH-DATA.
       01  ARCH-RECORD.
           05  ARC-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  ARC-SAVING          PIC 9(7).
           05  FILLER              PIC X.
           05  ARC-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  ARC-DESCRIPTION     PIC X(20).
           05  FILLER              PIC X.
           05  ARC-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  ARC-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  ARC-OPEN-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  ARC-LAST-ACT        PIC X(8).
           05  FILLER              PIC X.
           05  ARC-STATUS          PIC X.
           05  FILLER              PIC X.
           05  ARC-STATUS-DATE     PIC X(8).
           05  FILLER              PIC X(11).
           05  ARC-CUST-NO-X       PIC X(6).
           05  FILLER              PIC X.
           05  ARC-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  ARC-HIS-RUN-DATE    PIC X(8).
           05  FILLER              PIC X(40).
           05  ARC-HIS-CLOSING     PIC X(8).
           05  FILLER              PIC X(27).
 *    * Latest run's dormant listing
       FD  DORMANT-DATA.
       01  DORMANT-RECORD.
           05  DOR-SAVING          PIC 9(7).
           05  FILLER              PIC X.
           05  DOR-REASON          PIC X(20).
 *    * Operators allowed at the terminal: ID, name, home branch,
 *    * access level (1 sees balances masked, 2 and up in full),
 *    * the operator's own customer number if they bank here, and
 *    * A active or S suspended
       FD  OPER-DATA.
       01  OPER-RECORD.
           05  OPR-ID              PIC X(8).
           05  FILLER              PIC X.
           05  OPR-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  OPR-BRANCH          PIC X(4).
           05  FILLER              PIC X.
           05  OPR-LEVEL-X         PIC X.
           05  OPR-LEVEL REDEFINES OPR-LEVEL-X
                                   PIC 9.
           05  FILLER              PIC X.
           05  OPR-CUST-NO-X       PIC X(6).
           05  FILLER              PIC X.
           05  OPR-STATUS          PIC X.
 *    * Access log, appended across sessions: every sign-on, refused
 *    * sign-on (S, R), inquiry (Q) with its reason and the number
 *    * of accounts found, every account shown (V) with its owner
 *    * and customer number, and the sign-off (E)
       FD  LOG-DATA.
       01  LOG-RECORD.
           05  LOG-DATE            PIC 9(8).
           05  FILLER              PIC X.
           05  LOG-TIME            PIC 9(8).
           05  FILLER              PIC X.
           05  LOG-OPER            PIC X(8).
           05  FILLER              PIC X.
           05  LOG-BRANCH          PIC X(4).
           05  FILLER              PIC X.
           05  LOG-EVENT           PIC X.
           05  FILLER              PIC X.
           05  LOG-REASON          PIC X(2).
           05  FILLER              PIC X.
           05  LOG-QUERY           PIC X(20).
           05  FILLER              PIC X.
           05  LOG-TYPE            PIC X(4).
           05  FILLER              PIC X.
           05  LOG-ACCT-NO         PIC X(8).
           05  FILLER              PIC X.
           05  LOG-CUST-NO         PIC X(6).
           05  FILLER              PIC X.
           05  LOG-MATCHES         PIC 9(3).
           05  FILLER              PIC X.
           05  LOG-ARCHIVED        PIC X.

       WORKING-STORAGE SECTION.
       01  ST-ACCT                 PIC X(02)    VALUE SPACES.
           88  ST-HOLD-SUCCESS                  VALUE '00'.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-ARCH                 PIC X(02)    VALUE SPACES.
           88  ST-ARCH-SUCCESS                  VALUE '00'.
           88  ST-ARCH-EOF                      VALUE '10'.
       01  ST-OPER                 PIC X(02)    VALUE SPACES.
           88  ST-OPER-SUCCESS                  VALUE '00'.
           88  ST-OPER-EOF                      VALUE '10'.
       01  ST-LOG                  PIC X(02)    VALUE SPACES.
           88  ST-LOG-SUCCESS                   VALUE '00'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.

       77  QRY-OWNER               PIC X(20)    VALUE SPACES.
           88  OPERATOR-QUITS                   VALUE "FIN".
       77  QRY-TYPE                PIC X(4)     VALUE SPACES.
       77  QRY-BY-NUMBER-SW        PIC X        VALUE 'N'.
           88  QRY-BY-NUMBER                    VALUE 'Y'.
       01  QRY-ACCT-NO-X           PIC X(8)     VALUE SPACES.
       01  QRY-ACCT-NO REDEFINES QRY-ACCT-NO-X
                                   PIC 9(8).
       77  MATCHES-FOUND           PIC 9(3)     VALUE ZERO.
       77  RATE-OPEN-SW            PIC X        VALUE 'N'.
           88  RATE-IS-OPEN                     VALUE 'Y'.
       77  DISP-AVAIL              PIC -(7)9.
       77  RUN-DATE                PIC 9(8)     VALUE ZERO.

 *    * The operator signed on for the session
       77  SIGNON-ID               PIC X(8)     VALUE SPACES.
       77  SIGNON-TRIES            PIC 9        VALUE ZERO.
       77  SIGNED-ON-SW            PIC X        VALUE 'N'.
           88  SIGNED-ON                        VALUE 'Y'.
       77  SES-OPER                PIC X(8)     VALUE SPACES.
       77  SES-BRANCH              PIC X(4)     VALUE SPACES.
       77  SES-LEVEL               PIC 9        VALUE ZERO.
           88  SES-SEES-MASKED                  VALUE 0 1.
       77  MASKED-AMOUNT           PIC X(8)     VALUE "********".
 *    * Why the operator is looking, asked for every inquiry
       77  QRY-REASON              PIC X(2)     VALUE SPACES.
           88  QRY-REASON-VALID                 VALUE "CS" "CP" "FR"
                                                      "AU" "LG" "OP".
       77  QRY-DATE                PIC 9(8)     VALUE ZERO.
       77  QRY-TIME                PIC 9(8)     VALUE ZERO.

       PROCEDURE DIVISION.
 *    * Operator loop: owner name then account type per inquiry,
 *    * or an account number alone, FIN as the owner name ends the
 *    * session. Nobody reaches the loop without signing on, and
 *    * nothing is shown that the access log does not record.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 130-OPEN-LOG.
         PERFORM 150-SIGN-ON.
         OPEN INPUT RATE-DATA.
         IF ST-RATE-SUCCESS
           MOVE 'Y' TO RATE-OPEN-SW
         IF RATE-IS-OPEN
           CLOSE RATE-DATA
         END-IF.
         MOVE SPACES TO LOG-RECORD.
         MOVE 'E' TO LOG-EVENT.
         PERFORM 600-WRITE-LOG.
         CLOSE LOG-DATA.
         DISPLAY "INQUIRY ENDED".
         STOP RUN.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
         END-IF.

 *    * No log, no inquiry: a look nobody can account for is the
 *    * thing the log is there to prevent
       130-OPEN-LOG.
         OPEN EXTEND LOG-DATA.
         IF NOT ST-LOG-SUCCESS
           OPEN OUTPUT LOG-DATA
         END-IF.
         IF NOT ST-LOG-SUCCESS
           DISPLAY "INQ-LOG.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.

 *    * Three tries at an active operator ID; every try is logged,
 *    * and the third refusal ends the session
       150-SIGN-ON.
         PERFORM 160-ONE-SIGN-ON
           UNTIL SIGNED-ON OR SIGNON-TRIES = 3.
         IF NOT SIGNED-ON
           DISPLAY "SIGN-ON REFUSED"
           CLOSE LOG-DATA
           PERFORM 110-ERROR-EXIT
         END-IF.
         DISPLAY "SIGNED ON " SES-OPER "  BRANCH " SES-BRANCH.

       160-ONE-SIGN-ON.
         ADD 1 TO SIGNON-TRIES.
         DISPLAY "OPERATOR ID ?".
         MOVE SPACES TO SIGNON-ID.
         ACCEPT SIGNON-ID.
         OPEN INPUT OPER-DATA.
         IF NOT ST-OPER-SUCCESS
           DISPLAY "OPERATOR.DAT OPEN FAILED"
           CLOSE LOG-DATA
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ OPER-DATA
           AT END MOVE '10' TO ST-OPER
         END-READ.
         PERFORM 165-ONE-OPERATOR
           UNTIL ST-OPER-EOF OR SIGNED-ON.
         CLOSE OPER-DATA.
         MOVE SPACES TO LOG-RECORD.
         IF SIGNED-ON
           MOVE 'S' TO LOG-EVENT
         ELSE
           DISPLAY "OPERATOR ID NOT RECOGNISED"
           MOVE 'R' TO LOG-EVENT
           MOVE SIGNON-ID TO SES-OPER
         END-IF.
         PERFORM 600-WRITE-LOG.

       165-ONE-OPERATOR.
         IF OPR-ID = SIGNON-ID AND SIGNON-ID NOT = SPACES
            AND OPR-STATUS = 'A'
           MOVE 'Y' TO SIGNED-ON-SW
           MOVE OPR-ID TO SES-OPER
           MOVE OPR-BRANCH TO SES-BRANCH
           MOVE 1 TO SES-LEVEL
           IF OPR-LEVEL-X NUMERIC
             MOVE OPR-LEVEL TO SES-LEVEL
           END-IF
         ELSE
           READ OPER-DATA
             AT END MOVE '10' TO ST-OPER
           END-READ
         END-IF.

 *    * Eight digits and nothing after them is an account number;
 *    * anything else is an owner name and the type is asked for.
 *    * Whatever the live master does not hold is looked for on the
 *    * archive before the operator is told there is nothing.
       200-ONE-INQUIRY.
         DISPLAY "OWNER NAME OR ACCOUNT NO (FIN TO QUIT) ?".
         MOVE SPACES TO QRY-OWNER.
         ACCEPT QRY-OWNER.
         MOVE 'N' TO QRY-BY-NUMBER-SW.
         MOVE SPACES TO QRY-TYPE.
         IF QRY-OWNER (1:8) NUMERIC AND QRY-OWNER (9:12) = SPACES
           MOVE 'Y' TO QRY-BY-NUMBER-SW
           MOVE QRY-OWNER (1:8) TO QRY-ACCT-NO-X
         END-IF.
         IF NOT OPERATOR-QUITS
           IF NOT QRY-BY-NUMBER
             DISPLAY "ACCOUNT TYPE ?"
             ACCEPT QRY-TYPE
           END-IF
           MOVE SPACES TO QRY-REASON
           PERFORM 210-GET-REASON
             UNTIL QRY-REASON-VALID
           ACCEPT QRY-DATE FROM DATE YYYYMMDD
           ACCEPT QRY-TIME FROM TIME
           PERFORM 300-SCAN-ACCOUNTS
           IF MATCHES-FOUND = ZERO
             PERFORM 500-SCAN-ARCHIVE
           END-IF
           IF MATCHES-FOUND = ZERO
             DISPLAY "NO ACCOUNT ON FILE FOR " QRY-OWNER
                     " / " QRY-TYPE
           END-IF
           MOVE SPACES TO LOG-RECORD
           MOVE 'Q' TO LOG-EVENT
           MOVE QRY-OWNER TO LOG-QUERY
           MOVE QRY-TYPE TO LOG-TYPE
           MOVE MATCHES-FOUND TO LOG-MATCHES
           PERFORM 610-WRITE-QUERY-LOG
         END-IF.

       210-GET-REASON.
         DISPLAY "REASON CODE ?".
         ACCEPT QRY-REASON.
         IF NOT QRY-REASON-VALID
           DISPLAY "CS CUSTOMER SERVICE  CP COMPLAINT  FR FRAUD"
           DISPLAY "AU AUDIT  LG LEGAL REQUEST  OP OPERATIONS"
         END-IF.

       300-SCAN-ACCOUNTS.
         CLOSE ACCT-DATA.

       310-ONE-ACCOUNT.
         IF QRY-BY-NUMBER
           IF ACCT-NO-IN = QRY-ACCT-NO
             ADD 1 TO MATCHES-FOUND
             PERFORM 400-SHOW-ACCOUNT
           END-IF
         ELSE
           IF OWNER-NAME-IN = QRY-OWNER
              AND ACCT-TYPE-IN = QRY-TYPE
             ADD 1 TO MATCHES-FOUND
             PERFORM 400-SHOW-ACCOUNT
           END-IF
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           DISPLAY "CUSTOMER NO   : " CUST-NO-X
         END-IF.
         DISPLAY "TYPE/CURRENCY : " ACCT-TYPE-IN " / " CURRENCY-IN.
         IF SES-SEES-MASKED
           DISPLAY "BALANCE       : " MASKED-AMOUNT
         ELSE
           DISPLAY "BALANCE       : " DISP-SAVING
         END-IF.
         IF OD-LIMIT-X NUMERIC AND OD-LIMIT-IN > 0
           MOVE OD-LIMIT-IN TO DISP-OD-LIMIT
           IF SES-SEES-MASKED
             DISPLAY "OD LIMIT      : " MASKED-AMOUNT
           ELSE
             DISPLAY "OD LIMIT      : " DISP-OD-LIMIT
           END-IF
         END-IF.
         DISPLAY "STATUS        : " STATUS-IN
                 "  SINCE " STATUS-DATE-IN.
         PERFORM 415-SHOW-HOLDS.
         PERFORM 420-SHOW-LAST-RUN.
         PERFORM 430-SHOW-DORMANCY.
         MOVE SPACES TO LOG-RECORD.
         MOVE 'V' TO LOG-EVENT.
         MOVE OWNER-NAME-IN TO LOG-QUERY.
         MOVE ACCT-TYPE-IN TO LOG-TYPE.
         MOVE ACCT-NO-IN TO LOG-ACCT-NO.
         MOVE CUST-NO-X TO LOG-CUST-NO.
         MOVE 'N' TO LOG-ARCHIVED.
         PERFORM 610-WRITE-QUERY-LOG.

 *    * The same keyed read INTERETS does, so the terms shown are
 *    * the terms the run will apply
         IF HOLD-TOTAL > ZERO
           COMPUTE AVAIL-SIGNED = SAVING-SIGNED - HOLD-TOTAL
           MOVE AVAIL-SIGNED TO DISP-AVAIL
           IF SES-SEES-MASKED
             DISPLAY "AVAILABLE     : " MASKED-AMOUNT
           ELSE
             DISPLAY "AVAILABLE     : " DISP-AVAIL
           END-IF
         END-IF.

 *    * The same expiry screen TXNPOST applies when it loads the
                 OR HLD-EXPIRY-IN NOT < RUN-DATE)
           ADD HLD-AMOUNT-IN TO HOLD-TOTAL
           MOVE HLD-AMOUNT-IN TO DISP-HOLD
           IF SES-SEES-MASKED
             DISPLAY "HOLD          : " MASKED-AMOUNT
                     " " HLD-REASON-IN
                     " EXP " HLD-EXPIRY-X
           ELSE
             DISPLAY "HOLD          : " DISP-HOLD
                     "  " HLD-REASON-IN
                     " EXP " HLD-EXPIRY-X
           END-IF
         END-IF.
         READ HOLD-DATA INTO HOLD-RECORD
           AT END MOVE 'NO ' TO MORE-HOLD-RECORDS
            AND ACCT-NO-OUT = ACCT-NO-IN
           MOVE SAVING-OUT TO LAST-INTEREST
           MOVE TAX-WITHHELD-OUT TO LAST-TAX
           IF SES-SEES-MASKED
             DISPLAY "LAST INTEREST : " MASKED-AMOUNT
                     "  TAX WITHHELD " MASKED-AMOUNT
           ELSE
             DISPLAY "LAST INTEREST : " LAST-INTEREST
                     "  TAX WITHHELD " LAST-TAX
           END-IF
         END-IF.
         READ ACCT-OUT-DATA INTO ACCT-OUT-RECORD
           AT END MOVE 'NO ' TO MORE-OUT-RECORDS
         END-IF.

       435-ONE-DORMANT.
         IF DOR-OWNER-NAME = OWNER-NAME-IN
            AND DOR-ACCT-TYPE = ACCT-TYPE-IN
           DISPLAY "DORMANCY      : " DOR-REASON
         END-IF.
         READ DORMANT-DATA INTO DORMANT-RECORD
           AT END MOVE 'NO ' TO MORE-DOR-RECORDS
         END-READ.

 *    * An archived account is shown as it last stood, with the
 *    * date it closed and the last balance the history held; no
 *    * rate, hold or run lookup applies to it any more
       500-SCAN-ARCHIVE.
         OPEN INPUT ARCH-DATA.
         IF ST-ARCH-SUCCESS
           READ ARCH-DATA
             AT END MOVE '10' TO ST-ARCH
           END-READ
           PERFORM 510-ONE-ARCHIVED
             UNTIL ST-ARCH-EOF
           CLOSE ARCH-DATA
         END-IF.

       510-ONE-ARCHIVED.
         IF QRY-BY-NUMBER
           IF ARC-ACCT-NO = QRY-ACCT-NO
             ADD 1 TO MATCHES-FOUND
             PERFORM 520-SHOW-ARCHIVED
           END-IF
         ELSE
           IF ARC-OWNER-NAME = QRY-OWNER
              AND ARC-ACCT-TYPE = QRY-TYPE
             ADD 1 TO MATCHES-FOUND
             PERFORM 520-SHOW-ARCHIVED
           END-IF
         END-IF.
         READ ARCH-DATA
           AT END MOVE '10' TO ST-ARCH
         END-READ.

       520-SHOW-ARCHIVED.
         DISPLAY "--------------------------------------".
         DISPLAY "ACCOUNT NO    : " ARC-ACCT-NO "  ** ARCHIVED **".
         DISPLAY "OWNER         : " ARC-OWNER-NAME.
         IF ARC-CUST-NO-X NUMERIC AND ARC-CUST-NO-X NOT = "000000"
           DISPLAY "CUSTOMER NO   : " ARC-CUST-NO-X
         END-IF.
         DISPLAY "TYPE/CURRENCY : " ARC-ACCT-TYPE " / " ARC-CURRENCY.
         IF ARC-STATUS = 'E'
           DISPLAY "ESCHEATED     : " ARC-STATUS-DATE
         ELSE
           DISPLAY "CLOSED        : " ARC-STATUS-DATE
         END-IF.
         DISPLAY "ARCHIVED      : " ARC-DATE.
         DISPLAY "OPENED        : " ARC-OPEN-DATE
                 "  LAST ACTIVITY " ARC-LAST-ACT.
         IF ARC-HIS-RUN-DATE NOT = SPACES
           IF SES-SEES-MASKED
             DISPLAY "LAST BALANCE  : " MASKED-AMOUNT
                     "  ON " ARC-HIS-RUN-DATE
           ELSE
             DISPLAY "LAST BALANCE  : " ARC-HIS-CLOSING
                     "  ON " ARC-HIS-RUN-DATE
           END-IF
         END-IF.
         MOVE SPACES TO LOG-RECORD.
         MOVE 'V' TO LOG-EVENT.
         MOVE ARC-OWNER-NAME TO LOG-QUERY.
         MOVE ARC-ACCT-TYPE TO LOG-TYPE.
         MOVE ARC-ACCT-NO TO LOG-ACCT-NO.
         MOVE ARC-CUST-NO-X TO LOG-CUST-NO.
         MOVE 'Y' TO LOG-ARCHIVED.
         PERFORM 610-WRITE-QUERY-LOG.

 *    * One log line stamped with the wall clock and the operator;
 *    * the caller has filled in the event
       600-WRITE-LOG.
         ACCEPT LOG-DATE FROM DATE YYYYMMDD.
         ACCEPT LOG-TIME FROM TIME.
         MOVE SES-OPER TO LOG-OPER.
         MOVE SES-BRANCH TO LOG-BRANCH.
         MOVE ZERO TO LOG-MATCHES.
         WRITE LOG-RECORD.

 *    * The same for an inquiry and the accounts it showed, all
 *    * stamped with the moment the inquiry was made
       610-WRITE-QUERY-LOG.
         MOVE QRY-DATE TO LOG-DATE.
         MOVE QRY-TIME TO LOG-TIME.
         MOVE SES-OPER TO LOG-OPER.
         MOVE SES-BRANCH TO LOG-BRANCH.
         MOVE QRY-REASON TO LOG-REASON.
         IF LOG-MATCHES NOT NUMERIC
           MOVE ZERO TO LOG-MATCHES
         END-IF.
         WRITE LOG-RECORD.

       END PROGRAM INQUIRY.
