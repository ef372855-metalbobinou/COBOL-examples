       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPURGE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CTL-DATA       ASSIGN TO DISK "PURGE-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT ACCT-NEW       ASSIGN TO DISK "ACCT-PRG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-OUT.
         SELECT HOLD-DATA      ASSIGN TO DISK "ACCT-HOLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD.
         SELECT PEND-DATA      ASSIGN TO DISK "TXN-PEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND.
         SELECT STAND-DATA     ASSIGN TO DISK "TXN-STAND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STAND.
         SELECT HIST-DATA      ASSIGN TO DISK "BAL-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST.
         SELECT ARCH-DATA      ASSIGN TO DISK "ACCT-ARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ARCH.
         SELECT RPT-DATA       ASSIGN TO DISK "ACCT-PURGE.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT PRG-WRK        ASSIGN TO DISK "ACCTPRG-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY PWK-ACCT-NO
                ALTERNATE RECORD KEY PWK-ALT-KEY
                    WITH DUPLICATES
                FILE STATUS IS ST-PWK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Retention card: the number of days an account must have
 *    * stood closed or escheated before it leaves the master
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-RETAIN-DAYS-X   PIC X(5).
           05  CTL-RETAIN-DAYS REDEFINES CTL-RETAIN-DAYS-X
                                   PIC 9(5).
 *    * Account master as the maintenance steps left it tonight
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
 *    * Account master less the accounts archived tonight; becomes
 *    * ACCT.DAT ahead of the rest of the chain
       FD  ACCT-NEW.
       01  ACCT-NEW-RECORD         PIC X(113).
 *    * Holds still on file; an unexpired one keeps its account
       FD  HOLD-DATA.
       01  HOLD-RECORD.
           05  HLD-ACCT-NO-X       PIC X(8).
           05  HLD-ACCT-NO-IN REDEFINES HLD-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-AMOUNT-X        PIC X(7).
           05  FILLER              PIC X.
           05  HLD-REASON-IN       PIC X(20).
           05  FILLER              PIC X.
           05  HLD-EXPIRY-X        PIC X(8).
           05  HLD-EXPIRY-IN REDEFINES HLD-EXPIRY-X
                                   PIC 9(8).
           05  FILLER              PIC X(27).
 *    * Movements warehoused for a later value date, in the
 *    * ACCT-TXN.DAT image TXNPOST will one night apply
       FD  PEND-DATA.
       01  PEND-REC                PIC X(48).
 *    * Standing orders, each carrying the movement it raises
       FD  STAND-DATA.
       01  STAND-REC.
           05  STD-FREQ            PIC X.
           05  FILLER              PIC X.
           05  STD-NEXT-DUE-X      PIC X(8).
           05  FILLER              PIC X.
           05  STD-IMAGE           PIC X(48).
           05  FILLER              PIC X.
           05  STD-ROLL            PIC X.
 *    * Nightly balance history, oldest run first; the last line
 *    * for an account is the one the archive keeps
       FD  HIST-DATA.
       01  HIST-RECORD.
           05  HIS-RUN-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  HIS-ACCT-NO-X       PIC X(8).
           05  HIS-ACCT-NO REDEFINES HIS-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X(66).
 *    * Account archive, appended across runs: the account as it
 *    * last stood on the master, closing status and date included,
 *    * the date it was archived, and its last balance-history line
       FD  ARCH-DATA.
       01  ARCH-RECORD.
           05  ARC-ACCT-IMAGE      PIC X(113).
           05  FILLER              PIC X.
           05  ARC-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  ARC-HIST-LINE       PIC X(83).
 *    * Accounts archived tonight and accounts held back, with why
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(80).
 *    * Keyed scratch of every account on the master, rebuilt each
 *    * run. The alternate key is the owner/type/currency TXNPOST
 *    * resolves a movement on; loaded in master order, its first
 *    * duplicate is the account TXNPOST would post to.
       FD  PRG-WRK.
       01  PRG-WRK-RECORD.
           05  PWK-ACCT-NO         PIC 9(8).
           05  PWK-ALT-KEY.
               10  PWK-OWNER-NAME  PIC X(20).
               10  PWK-ACCT-TYPE   PIC X(4).
               10  PWK-CURRENCY    PIC X(3).
           05  PWK-CAND-SW         PIC X.
               88  PWK-CANDIDATE                VALUE 'Y'.
           05  PWK-REFUSED         PIC X(24).
           05  PWK-HIST-LINE       PIC X(83).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-ACCT-OUT             PIC X(02)    VALUE SPACES.
           88  ST-ACCT-OUT-SUCCESS              VALUE '00'.
       01  ST-HOLD                 PIC X(02)    VALUE SPACES.
           88  ST-HOLD-SUCCESS                  VALUE '00'.
           88  ST-HOLD-EOF                      VALUE '10'.
       01  ST-PEND                 PIC X(02)    VALUE SPACES.
           88  ST-PEND-SUCCESS                  VALUE '00'.
           88  ST-PEND-EOF                      VALUE '10'.
       01  ST-STAND                PIC X(02)    VALUE SPACES.
           88  ST-STAND-SUCCESS                 VALUE '00'.
           88  ST-STAND-EOF                     VALUE '10'.
       01  ST-HIST                 PIC X(02)    VALUE SPACES.
           88  ST-HIST-SUCCESS                  VALUE '00'.
           88  ST-HIST-EOF                      VALUE '10'.
       01  ST-ARCH                 PIC X(02)    VALUE SPACES.
           88  ST-ARCH-SUCCESS                  VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-PWK                  PIC X(02)    VALUE SPACES.
           88  ST-PWK-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-DAYNO               PIC 9(7)     VALUE ZERO.
       77  RETAIN-DAYS             PIC 9(5)     VALUE ZERO.
       77  CLOSED-DAYS             PIC S9(7)    VALUE ZERO.
       77  REFUSE-REASON           PIC X(24)    VALUE SPACES.
       77  ACCOUNTS-READ           PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-KEPT           PIC 9(7)     VALUE ZERO.
       77  CANDIDATES              PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-ARCHIVED       PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-REFUSED        PIC 9(7)     VALUE ZERO.

 *    * The movement image held on the pending and standing files:
 *    * a deposit, withdrawal or fee names its account by owner,
 *    * type and currency, or by number as #NNNNNNNN in the owner
 *    * column; a transfer names both accounts by number
       01  MOVE-IMAGE.
           05  MOV-ACTION          PIC X.
           05  FILLER              PIC X.
           05  MOV-BODY.
               10  MOV-OWNER-NAME  PIC X(20).
               10  FILLER          PIC X.
               10  MOV-ACCT-TYPE   PIC X(4).
               10  FILLER          PIC X.
               10  MOV-CURRENCY    PIC X(3).
               10  FILLER          PIC X(17).
           05  MOV-TRF-BODY REDEFINES MOV-BODY.
               10  MOV-FROM-ACCT   PIC X(8).
               10  MOV-FROM-NUM REDEFINES MOV-FROM-ACCT
                                   PIC 9(8).
               10  FILLER          PIC X.
               10  MOV-TO-ACCT     PIC X(8).
               10  MOV-TO-NUM REDEFINES MOV-TO-ACCT
                                   PIC 9(8).
               10  FILLER          PIC X(29).
       01  MOV-BY-NUMBER-X         PIC X(8).
       01  MOV-BY-NUMBER REDEFINES MOV-BY-NUMBER-X
                                   PIC 9(8).

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
               VALUE "CLOSED-ACCOUNT PURGE".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  RPH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(12) VALUE "  RETENTION ".
           05  RPH-RETAIN-DAYS     PIC Z(4)9.
           05  FILLER              PIC X(5)  VALUE " DAYS".
       01  RPT-DETAIL-LINE.
           05  RPD-ACTION          PIC X(9).
           05  RPD-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  RPD-OWNER           PIC X(20).
           05  FILLER              PIC X.
           05  RPD-STATUS          PIC X.
           05  FILLER              PIC X.
           05  RPD-STATUS-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  RPD-REASON          PIC X(24).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "ARCHIVED  ".
           05  RPT-ARCHIVED        PIC Z(6)9.
           05  FILLER              PIC X(12) VALUE "   REFUSED  ".
           05  RPT-REFUSED         PIC Z(6)9.

       PROCEDURE DIVISION.
 *    * Runs after the maintenance steps and before anything else
 *    * reads the master, so an account archived tonight costs the
 *    * chain nothing from tonight on. An account closed (C) or
 *    * escheated (E) longer than the retention card allows moves
 *    * to the archive, unless something still names it.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-GET-RETENTION.
         MOVE RUN-DATE TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO RUN-DAYNO.
         PERFORM 200-LOAD-ACCOUNTS.
         IF CANDIDATES > 0
           PERFORM 300-CHECK-HOLDS
           PERFORM 320-CHECK-PENDING
           PERFORM 340-CHECK-STANDING
           PERFORM 360-TAKE-HISTORY
         END-IF.
         PERFORM 400-WRITE-MASTER.
         CLOSE PRG-WRK.
         DISPLAY "ACCOUNTS READ              : " ACCOUNTS-READ.
         DISPLAY "PAST RETENTION             : " CANDIDATES.
         DISPLAY "ACCOUNTS ARCHIVED          : " ACCOUNTS-ARCHIVED.
         DISPLAY "ACCOUNTS REFUSED           : " ACCOUNTS-REFUSED.
         DISPLAY "ACCOUNTS KEPT ON MASTER    : " ACCOUNTS-KEPT.
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

 *    * No card, or a card that does not read as a day count, is
 *    * no licence to purge: the step stops before touching a file
       150-GET-RETENTION.
         OPEN INPUT CTL-DATA.
         IF NOT ST-CTL-SUCCESS
           DISPLAY "PURGE-CTL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CTL-DATA
           AT END MOVE SPACES TO CTL-REC
         END-READ.
         CLOSE CTL-DATA.
         IF CTL-RETAIN-DAYS-X NOT NUMERIC
           DISPLAY "PURGE-CTL.DAT RETENTION NOT NUMERIC"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE CTL-RETAIN-DAYS TO RETAIN-DAYS.
         DISPLAY "RETENTION DAYS             : " RETAIN-DAYS.

 *    * Every account goes on the scratch so movements resolve the
 *    * way TXNPOST resolves them; those past retention are marked
       200-LOAD-ACCOUNTS.
         OPEN OUTPUT PRG-WRK.
         CLOSE PRG-WRK.
         OPEN I-O PRG-WRK.
         IF NOT ST-PWK-SUCCESS
           DISPLAY "ACCTPRG-WRK.KEY OPEN FAILED"
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

       210-LOAD-ONE.
         ADD 1 TO ACCOUNTS-READ.
         MOVE SPACES TO PRG-WRK-RECORD.
         MOVE ACCT-NO-IN     TO PWK-ACCT-NO.
         MOVE OWNER-NAME-IN  TO PWK-OWNER-NAME.
         MOVE ACCT-TYPE-IN   TO PWK-ACCT-TYPE.
         MOVE CURRENCY-IN    TO PWK-CURRENCY.
         MOVE 'N'            TO PWK-CAND-SW.
         IF (STATUS-IN = 'C' OR STATUS-IN = 'E')
            AND STATUS-DATE-IN NUMERIC
           MOVE STATUS-DATE-IN TO CVD-DATE-X
           PERFORM 700-DATE-TO-DAYNO
           COMPUTE CLOSED-DAYS = RUN-DAYNO - CVD-DAYNO
           IF CLOSED-DAYS > RETAIN-DAYS
             MOVE 'Y' TO PWK-CAND-SW
             ADD 1 TO CANDIDATES
             IF SAVING-IN NOT = ZERO OR BAL-SIGN-IN = '-'
               MOVE "BALANCE NOT ZERO" TO PWK-REFUSED
             END-IF
           END-IF
         END-IF.
         WRITE PRG-WRK-RECORD
           INVALID KEY
             DISPLAY "DUPLICATE ACCOUNT NUMBER ON ACCT.DAT : "
                     ACCT-NO-IN
             DISPLAY "PURGE ABANDONED"
             PERFORM 110-ERROR-EXIT
         END-WRITE.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * A hold TXNPOST would still honour keeps its account: the
 *    * same expiry screen TXNPOST and INQUIRY apply
       300-CHECK-HOLDS.
         OPEN INPUT HOLD-DATA.
         IF ST-HOLD-SUCCESS
           READ HOLD-DATA
             AT END MOVE '10' TO ST-HOLD
           END-READ
           PERFORM 310-ONE-HOLD
             UNTIL ST-HOLD-EOF
           CLOSE HOLD-DATA
         END-IF.

       310-ONE-HOLD.
         IF HLD-ACCT-NO-X NUMERIC
            AND (HLD-EXPIRY-X NOT NUMERIC
                 OR HLD-EXPIRY-IN NOT < RUN-DATE)
           MOVE HLD-ACCT-NO-IN TO PWK-ACCT-NO
           MOVE "UNEXPIRED HOLD" TO REFUSE-REASON
           PERFORM 380-REFUSE-BY-NUMBER
         END-IF.
         READ HOLD-DATA
           AT END MOVE '10' TO ST-HOLD
         END-READ.

       320-CHECK-PENDING.
         MOVE "PENDING MOVEMENT" TO REFUSE-REASON.
         OPEN INPUT PEND-DATA.
         IF ST-PEND-SUCCESS
           READ PEND-DATA INTO MOVE-IMAGE
             AT END MOVE '10' TO ST-PEND
           END-READ
           PERFORM 330-ONE-PENDING
             UNTIL ST-PEND-EOF
           CLOSE PEND-DATA
         END-IF.

       330-ONE-PENDING.
         PERFORM 370-REFUSE-MOVEMENT.
         READ PEND-DATA INTO MOVE-IMAGE
           AT END MOVE '10' TO ST-PEND
         END-READ.

       340-CHECK-STANDING.
         MOVE "STANDING ORDER" TO REFUSE-REASON.
         OPEN INPUT STAND-DATA.
         IF ST-STAND-SUCCESS
           READ STAND-DATA
             AT END MOVE '10' TO ST-STAND
           END-READ
           PERFORM 350-ONE-STANDING
             UNTIL ST-STAND-EOF
           CLOSE STAND-DATA
         END-IF.

       350-ONE-STANDING.
         MOVE STD-IMAGE TO MOVE-IMAGE.
         PERFORM 370-REFUSE-MOVEMENT.
         READ STAND-DATA
           AT END MOVE '10' TO ST-STAND
         END-READ.

 *    * The balance history runs oldest first, so the line left on
 *    * the scratch once the file is read is the account's last
       360-TAKE-HISTORY.
         OPEN INPUT HIST-DATA.
         IF ST-HIST-SUCCESS
           READ HIST-DATA
             AT END MOVE '10' TO ST-HIST
           END-READ
           PERFORM 365-ONE-HISTORY
             UNTIL ST-HIST-EOF
           CLOSE HIST-DATA
         END-IF.

       365-ONE-HISTORY.
         IF HIS-ACCT-NO-X NUMERIC
           MOVE HIS-ACCT-NO TO PWK-ACCT-NO
           READ PRG-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF PWK-CANDIDATE
                 MOVE HIST-RECORD TO PWK-HIST-LINE
                 PERFORM 390-STORE-SCRATCH
               END-IF
           END-READ
         END-IF.
         READ HIST-DATA
           AT END MOVE '10' TO ST-HIST
         END-READ.

 *    * Resolve a movement to the account TXNPOST would post it to
       370-REFUSE-MOVEMENT.
         EVALUATE TRUE
           WHEN MOV-ACTION = 'T'
             IF MOV-FROM-ACCT NUMERIC
               MOVE MOV-FROM-NUM TO PWK-ACCT-NO
               PERFORM 380-REFUSE-BY-NUMBER
             END-IF
             IF MOV-TO-ACCT NUMERIC
               MOVE MOV-TO-NUM TO PWK-ACCT-NO
               PERFORM 380-REFUSE-BY-NUMBER
             END-IF
           WHEN MOV-ACTION = 'R'
             CONTINUE
           WHEN MOV-OWNER-NAME (1:1) = '#'
                AND MOV-OWNER-NAME (2:8) NUMERIC
             MOVE MOV-OWNER-NAME (2:8) TO MOV-BY-NUMBER-X
             MOVE MOV-BY-NUMBER TO PWK-ACCT-NO
             PERFORM 380-REFUSE-BY-NUMBER
           WHEN OTHER
             MOVE MOV-OWNER-NAME TO PWK-OWNER-NAME
             MOVE MOV-ACCT-TYPE TO PWK-ACCT-TYPE
             MOVE MOV-CURRENCY TO PWK-CURRENCY
             READ PRG-WRK KEY IS PWK-ALT-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 PERFORM 385-REFUSE-THIS-ONE
             END-READ
         END-EVALUATE.

       380-REFUSE-BY-NUMBER.
         READ PRG-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             PERFORM 385-REFUSE-THIS-ONE
         END-READ.

 *    * The first reason found is the one reported
       385-REFUSE-THIS-ONE.
         IF PWK-CANDIDATE AND PWK-REFUSED = SPACES
           MOVE REFUSE-REASON TO PWK-REFUSED
           PERFORM 390-STORE-SCRATCH
         END-IF.

       390-STORE-SCRATCH.
         REWRITE PRG-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH REWRITE FAILED : " PWK-ACCT-NO
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

 *    * The master is copied through in its own order; each account
 *    * cleared for purge goes to the archive instead, and each one
 *    * held back is listed with the reason
       400-WRITE-MASTER.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT ACCT-NEW
                     RPT-DATA.
         IF NOT ST-ACCT-OUT-SUCCESS OR NOT ST-RPT-SUCCESS
           DISPLAY "ACCT-PRG.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND ARCH-DATA.
         IF NOT ST-ARCH-SUCCESS
           OPEN OUTPUT ARCH-DATA
         END-IF.
         IF NOT ST-ARCH-SUCCESS
           DISPLAY "ACCT-ARCH.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RETAIN-DAYS TO RPH-RETAIN-DAYS.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.
         PERFORM 410-WRITE-ONE
           UNTIL ST-ACCT-IN-EOF.
         MOVE ACCOUNTS-ARCHIVED TO RPT-ARCHIVED.
         MOVE ACCOUNTS-REFUSED TO RPT-REFUSED.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE ACCT-DATA
               ACCT-NEW
               ARCH-DATA
               RPT-DATA.

       410-WRITE-ONE.
         MOVE ACCT-NO-IN TO PWK-ACCT-NO.
         READ PRG-WRK
           INVALID KEY
             DISPLAY "ACCOUNT MISSING FROM SCRATCH : " ACCT-NO-IN
             PERFORM 110-ERROR-EXIT
         END-READ.
         EVALUATE TRUE
           WHEN NOT PWK-CANDIDATE
             PERFORM 420-KEEP-ACCOUNT
           WHEN PWK-REFUSED NOT = SPACES
             ADD 1 TO ACCOUNTS-REFUSED
             MOVE "REFUSED  " TO RPD-ACTION
             PERFORM 440-WRITE-DETAIL
             PERFORM 420-KEEP-ACCOUNT
           WHEN OTHER
             PERFORM 430-ARCHIVE-ACCOUNT
         END-EVALUATE.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

       420-KEEP-ACCOUNT.
         ADD 1 TO ACCOUNTS-KEPT.
         MOVE ACCT-RECORD TO ACCT-NEW-RECORD.
         WRITE ACCT-NEW-RECORD.

       430-ARCHIVE-ACCOUNT.
         ADD 1 TO ACCOUNTS-ARCHIVED.
         MOVE SPACES TO ARCH-RECORD.
         MOVE ACCT-RECORD TO ARC-ACCT-IMAGE.
         MOVE RUN-DATE TO ARC-DATE.
         MOVE PWK-HIST-LINE TO ARC-HIST-LINE.
         WRITE ARCH-RECORD.
         MOVE "ARCHIVED " TO RPD-ACTION.
         PERFORM 440-WRITE-DETAIL.

       440-WRITE-DETAIL.
         MOVE ACCT-NO-IN TO RPD-ACCT-NO.
         MOVE OWNER-NAME-IN TO RPD-OWNER.
         MOVE STATUS-IN TO RPD-STATUS.
         MOVE STATUS-DATE-IN TO RPD-STATUS-DATE.
         MOVE PWK-REFUSED TO RPD-REASON.
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

       END PROGRAM ACCTPURGE.
