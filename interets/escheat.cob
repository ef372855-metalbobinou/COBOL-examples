         SELECT EXTRACT-DATA   ASSIGN TO DISK "NOTIFY-EXTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-EXTRACT.
         SELECT NOADDR-DATA    ASSIGN TO DISK "NOTIFY-NOADDR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-NOADDR.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST.
                ACCESS DYNAMIC
                RECORD KEY CWK-CUST-NO
                FILE STATUS IS ST-CWK.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT REL-WRK        ASSIGN TO DISK "ESCREL-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY ERL-KEY
                FILE STATUS IS ST-ERL.

       DATA DIVISION.
       FILE SECTION.
                                   PIC 9(3).
 *    * Where each account stands in the staged process: 1 flagged,
 *    * 2 notified, 3 frozen, 4 escheated, with the date it got
 *    * there; rewritten every run. The date the notice went out
 *    * stays with the account through the later stages, and
 *    * RTNMAIL records the date the letter shop returned it.
       FD  STATE-DATA.
       01  STATE-REC.
           05  EST-ACCT-NO         PIC 9(8).
           05  EST-STAGE           PIC 9.
           05  FILLER              PIC X.
           05  EST-STAGE-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  EST-NOTICE-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  EST-RETURN-DATE     PIC X(8).
 *    * Chart-of-accounts mapping; the *ESC entry names the pair
 *    * for the unclaimed-funds transfer
       FD  MAP-DATA.
           05  EXT-EFF-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  EXT-NOTICE-STATUS   PIC X(9).
 *    * Notices held back because the holder's mail came back
 *    * undeliverable, appended to NOTIFY's follow-up list
       FD  NOADDR-DATA.
       01  NOADDR-REC.
           05  NOA-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  NOA-EVENT           PIC X(20).
           05  FILLER              PIC X.
           05  NOA-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  NOA-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  NOA-REASON          PIC X(13).
 *    * Customer master, for the notice address
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-LINE3           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-TAX-STATUS      PIC X.
 *    * R when the letter shop returned mail as undeliverable,
 *    * with the date RTNMAIL set it
           05  FILLER              PIC X.
           05  CUS-ADDR-FLAG       PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-DATE       PIC X(8).
 *    * Statement delivery and e-mail address, not used here
           05  FILLER              PIC X(64).
 *    * Accounts at each stage this run
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(80).
           05  EWK-ACCT-NO         PIC 9(8).
           05  EWK-STAGE           PIC 9.
           05  EWK-STAGE-DATE      PIC 9(8).
           05  EWK-NOTICE-DATE     PIC X(8).
           05  EWK-RETURN-DATE     PIC X(8).
       FD  CUS-WRK.
       01  CUS-WRK-RECORD.
           05  CWK-CUST-NO         PIC 9(6).
           05  CWK-LINE1           PIC X(30).
           05  CWK-LINE2           PIC X(30).
           05  CWK-LINE3           PIC X(30).
           05  CWK-ADDR-FLAG       PIC X.
               88  CWK-ADDR-RETURNED            VALUE 'R'.
 *    * Account relationships RELMAINT keeps; every holder of the
 *    * account with an address on file is sent the notice
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
           05  FILLER              PIC X(11).
       FD  REL-WRK.
       01  REL-WRK-RECORD.
           05  ERL-KEY.
               10  ERL-ACCT-NO     PIC 9(8).
               10  ERL-CUST-NO     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-VCH-SUCCESS                   VALUE '00'.
       01  ST-EXTRACT              PIC X(02)    VALUE SPACES.
           88  ST-EXTRACT-SUCCESS               VALUE '00'.
       01  ST-NOADDR               PIC X(02)    VALUE SPACES.
           88  ST-NOADDR-SUCCESS                VALUE '00'.
       01  ST-CUST                 PIC X(02)    VALUE SPACES.
           88  ST-CUST-SUCCESS                  VALUE '00'.
           88  ST-CUST-EOF                      VALUE '10'.
       01  ST-CWK                  PIC X(02)    VALUE SPACES.
           88  ST-CWK-SUCCESS                   VALUE '00'.
           88  ST-CWK-EOF                       VALUE '10'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-ERL                  PIC X(02)    VALUE SPACES.
           88  ST-ERL-SUCCESS                   VALUE '00'.
           88  ST-ERL-EOF                       VALUE '10'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-DAYNO               PIC 9(7)     VALUE ZERO.
       77  STAGE2-COUNT            PIC 9(5)     VALUE ZERO.
       77  STAGE3-COUNT            PIC 9(5)     VALUE ZERO.
       77  STAGE4-COUNT            PIC 9(5)     VALUE ZERO.
       77  HOLDER-NOTICES          PIC 9(5)     VALUE ZERO.
       77  NOTICES-RETURNED        PIC 9(5)     VALUE ZERO.
       77  NOTICE-PRIMARY-CUST     PIC 9(6)     VALUE ZERO.
       77  ESCHEATED-TOTAL         PIC 9(9)V99  VALUE ZERO.
       77  VCH-WORK-ACCT           PIC X(8)     VALUE SPACES.
       77  VCH-WORK-DC             PIC X        VALUE SPACE.
           05  RPD-DAYS            PIC Z(5)9.
           05  FILLER              PIC X(14)
               VALUE " DAYS INACTIVE".
           05  FILLER              PIC X.
           05  RPD-RETURNED        PIC X(15).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(9) VALUE "FLAGGED ".
           05  RPT-S1              PIC Z(4)9.
         COMPUTE DORMANT-DAYS = DORMANT-YEARS * 365.
         PERFORM 200-LOAD-STATE.
         PERFORM 220-LOAD-CUSTOMERS.
         PERFORM 235-LOAD-HOLDERS.
         PERFORM 240-LOAD-MAP.
         PERFORM 300-PROCESS-ACCOUNTS.
         PERFORM 500-WRITE-STATE.
         DISPLAY "ACCOUNTS FLAGGED THIS RUN : " STAGE1-COUNT.
         DISPLAY "NOTICES SENT THIS RUN     : " STAGE2-COUNT.
         DISPLAY "JOINT HOLDER NOTICES      : " HOLDER-NOTICES.
         DISPLAY "HELD FOR RETURNED MAIL    : " NOTICES-RETURNED.
         DISPLAY "ACCOUNTS FROZEN THIS RUN  : " STAGE3-COUNT.
         DISPLAY "ACCOUNTS ESCHEATED        : " STAGE4-COUNT.
         DISPLAY "BALANCES TRANSFERRED      : " ESCHEATED-TOTAL.
         MOVE EST-ACCT-NO TO EWK-ACCT-NO.
         MOVE EST-STAGE TO EWK-STAGE.
         MOVE EST-STAGE-DATE TO EWK-STAGE-DATE.
         MOVE EST-NOTICE-DATE TO EWK-NOTICE-DATE.
         MOVE EST-RETURN-DATE TO EWK-RETURN-DATE.
         IF EWK-NOTICE-DATE = SPACES AND EWK-STAGE = 2
           MOVE EST-STAGE-DATE TO EWK-NOTICE-DATE
         END-IF.
         WRITE STATE-WRK-RECORD
           INVALID KEY CONTINUE
         END-WRITE.
           MOVE CUS-LINE1 TO CWK-LINE1
           MOVE CUS-LINE2 TO CWK-LINE2
           MOVE CUS-LINE3 TO CWK-LINE3
           MOVE CUS-ADDR-FLAG TO CWK-ADDR-FLAG
           WRITE CUS-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
           AT END MOVE '10' TO ST-CUST
         END-READ.

 *    * Holders, joint holders and attorneys of each account; a
 *    * missing relationship file simply means no extra notices
       235-LOAD-HOLDERS.
         OPEN OUTPUT REL-WRK.
         CLOSE REL-WRK.
         OPEN I-O REL-WRK.
         IF NOT ST-ERL-SUCCESS
           DISPLAY "ESCREL-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT REL-DATA.
         IF ST-REL-SUCCESS
           READ REL-DATA INTO REL-RECORD
             AT END MOVE '10' TO ST-REL
           END-READ
           PERFORM 236-LOAD-ONE-HOLDER
             UNTIL ST-REL-EOF
           CLOSE REL-DATA
         END-IF.

       236-LOAD-ONE-HOLDER.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
            AND (REL-ROLE = 'P' OR REL-ROLE = 'J'
                 OR REL-ROLE = 'A')
           MOVE REL-ACCT-NO TO ERL-ACCT-NO
           MOVE REL-CUST-NO TO ERL-CUST-NO
           WRITE REL-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL
         END-READ.

 *    * Only the *ESC pair matters here: debit the customer
 *    * liability, credit the unclaimed-funds ledger account
       240-LOAD-MAP.
         IF NOT ST-VCH-SUCCESS
           OPEN OUTPUT VCH-DATA
         END-IF.
         OPEN EXTEND NOADDR-DATA.
         IF NOT ST-NOADDR-SUCCESS
           OPEN OUTPUT NOADDR-DATA
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
               ACCT-NEW
               RPT-DATA
               EXTRACT-DATA
               VCH-DATA
               NOADDR-DATA.

 *    * An account moves one stage per run at most, each stage at
 *    * least STAGE-DAYS after the one before: flag, notice,
       345-STAGE-RESTART.
         MOVE 1 TO EWK-STAGE.
         MOVE RUN-DATE TO EWK-STAGE-DATE.
         MOVE SPACES TO EWK-NOTICE-DATE EWK-RETURN-DATE.
         PERFORM 335-STORE-STATE.
         ADD 1 TO STAGE1-COUNT.
         MOVE "RESTAGED  " TO RPD-STAGE.
         MOVE ACCT-NO-IN TO EWK-ACCT-NO.
         MOVE 1 TO EWK-STAGE.
         MOVE RUN-DATE TO EWK-STAGE-DATE.
         MOVE SPACES TO EWK-NOTICE-DATE EWK-RETURN-DATE.
         WRITE STATE-WRK-RECORD
           INVALID KEY
             DISPLAY "STAGE SCRATCH WRITE FAILED : " EWK-ACCT-NO
       350-STAGE-NOTIFY.
         MOVE 2 TO EWK-STAGE.
         MOVE RUN-DATE TO EWK-STAGE-DATE.
         MOVE RUN-DATE TO EWK-NOTICE-DATE.
         MOVE SPACES TO EWK-RETURN-DATE.
         PERFORM 335-STORE-STATE.
         ADD 1 TO STAGE2-COUNT.
         MOVE "NOTIFIED  " TO RPD-STAGE.
         MOVE ACCT-NO-IN TO RPD-ACCT-NO.
         MOVE OWNER-NAME-IN TO RPD-OWNER.
         MOVE DAYS-INACTIVE TO RPD-DAYS.
         IF EWK-RETURN-DATE NOT = SPACES
           MOVE "NOTICE RETURNED" TO RPD-RETURNED
         END-IF.
         MOVE RPT-DETAIL-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * The notice joins the window's mail extract; the customer
 *    * master supplies the address where the account carries a
 *    * number, otherwise the letter shop works from the name alone.
 *    * A customer whose mail came back is held to the follow-up
 *    * list; the stage still moves on, the notice date recorded.
       390-WRITE-NOTICE.
         MOVE 'N' TO CUS-FOUND-SW.
         IF CUST-NO-X NUMERIC AND CUST-NO-IN > 0
           MOVE ZERO TO EXT-CUST-NO
         END-IF.
         MOVE "FIRST" TO EXT-NOTICE-STATUS.
         IF CUS-FOUND AND CWK-ADDR-RETURNED
           PERFORM 394-WRITE-RETURNED
         ELSE
           WRITE EXTRACT-REC
         END-IF.
         PERFORM 392-NOTIFY-HOLDERS.

 *    * The same notice again for every other holder of the account
 *    * who has an address on file
       392-NOTIFY-HOLDERS.
         IF ACCT-NO-IN NUMERIC AND ACCT-NO-IN > 0
           MOVE EXT-CUST-NO TO NOTICE-PRIMARY-CUST
           MOVE '00' TO ST-ERL
           MOVE ACCT-NO-IN TO ERL-ACCT-NO
           MOVE ZERO TO ERL-CUST-NO
           START REL-WRK KEY NOT < ERL-KEY
             INVALID KEY MOVE '10' TO ST-ERL
           END-START
           IF NOT ST-ERL-EOF
             READ REL-WRK NEXT RECORD
               AT END MOVE '10' TO ST-ERL
             END-READ
           END-IF
           PERFORM 393-NOTIFY-ONE-HOLDER
             UNTIL ST-ERL-EOF OR ERL-ACCT-NO NOT = ACCT-NO-IN
         END-IF.

       393-NOTIFY-ONE-HOLDER.
         IF ERL-CUST-NO NOT = NOTICE-PRIMARY-CUST
           MOVE ERL-CUST-NO TO CWK-CUST-NO
           READ CUS-WRK
             INVALID KEY MOVE SPACES TO CWK-LINE1
           END-READ
           IF CWK-LINE1 NOT = SPACES
             MOVE CWK-NAME TO EXT-OWNER-NAME
             MOVE CWK-LINE1 TO EXT-LINE1
             MOVE CWK-LINE2 TO EXT-LINE2
             MOVE CWK-LINE3 TO EXT-LINE3
             MOVE ERL-CUST-NO TO EXT-CUST-NO
             IF CWK-ADDR-RETURNED
               PERFORM 394-WRITE-RETURNED
             ELSE
               WRITE EXTRACT-REC
               ADD 1 TO HOLDER-NOTICES
             END-IF
           END-IF
         END-IF.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-ERL
         END-READ.

       394-WRITE-RETURNED.
         ADD 1 TO NOTICES-RETURNED.
         MOVE SPACES TO NOADDR-REC.
         MOVE EXT-OWNER-NAME TO NOA-OWNER-NAME.
         MOVE EXT-EVENT TO NOA-EVENT.
         MOVE EXT-ACCT-TYPE TO NOA-ACCT-TYPE.
         MOVE EXT-CUST-NO TO NOA-CUST-NO.
         MOVE "RETURNED MAIL" TO NOA-REASON.
         WRITE NOADDR-REC.

       395-WRITE-VOUCHER-LINE.
         MOVE SPACES TO VCH-REC.
           UNTIL ST-EWK-EOF.
         CLOSE STATE-DATA
               STATE-WRK
               CUS-WRK
               REL-WRK.

       510-WRITE-ONE-STATE.
         MOVE SPACES TO STATE-REC.
         MOVE EWK-ACCT-NO TO EST-ACCT-NO.
         MOVE EWK-STAGE TO EST-STAGE.
         MOVE EWK-STAGE-DATE TO EST-STAGE-DATE.
         MOVE EWK-NOTICE-DATE TO EST-NOTICE-DATE.
         MOVE EWK-RETURN-DATE TO EST-RETURN-DATE.
         WRITE STATE-REC.
         READ STATE-WRK NEXT RECORD
           AT END MOVE '10' TO ST-EWK
