       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNMAIL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT RTN-DATA       ASSIGN TO DISK "MAIL-RETURN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RTN.
         SELECT RTN-REJECT     ASSIGN TO DISK "MAIL-RETURN-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REJ.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST-IN.
         SELECT CUST-NEW       ASSIGN TO DISK "CUST-RTN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST-OUT.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT STATE-DATA     ASSIGN TO DISK "ESCHEAT-STATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STATE-IN.
         SELECT STATE-NEW      ASSIGN TO DISK "ESCHEAT-RTN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STATE-OUT.
         SELECT PTL-DATA       ASSIGN TO DISK "ESTMT-RETURN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PTL.
         SELECT PTL-REJECT     ASSIGN TO DISK "ESTMT-RETURN-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PTL-REJ.
         SELECT SWITCH-DATA    ASSIGN TO DISK "ESTMT-SWITCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SWITCH.
         SELECT RPT-DATA       ASSIGN TO DISK "MAIL-AGING.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT CUS-WRK        ASSIGN TO DISK "RTNCUS-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CWK-CUST-NO
                FILE STATUS IS ST-CWK.
         SELECT LNK-WRK        ASSIGN TO DISK "RTNLNK-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY LWK-KEY
                FILE STATUS IS ST-LWK.
         SELECT STA-WRK        ASSIGN TO DISK "RTNSTA-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY SWK-ACCT-NO
                FILE STATUS IS ST-SWK.
         SELECT KEY-WRK        ASSIGN TO DISK "RTNKEY-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY KWK-KEY
                FILE STATUS IS ST-KWK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * The letter shop's returned-mail file: one line per letter
 *    * that came back undeliverable, keyed the way the extract
 *    * went out (EXT-CUST-NO, EXT-EVENT, EXT-RUN-DATE), with the
 *    * date it came back and the shop's reason
       FD  RTN-DATA.
       01  RTN-RECORD.
           05  RTN-CUST-NO-X       PIC X(6).
           05  RTN-CUST-NO REDEFINES RTN-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  RTN-EVENT           PIC X(20).
           05  FILLER              PIC X.
           05  RTN-RUN-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  RTN-RETURN-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  RTN-REASON          PIC X(20).
 *    * Returns not applied, with the reason, for the mail room
       FD  RTN-REJECT.
       01  RTN-REJECT-REC.
           05  REJ-IMAGE           PIC X(66).
           05  FILLER              PIC X.
           05  REJ-REASON          PIC X(29).
 *    * Customer master as CUSTMAINT left it tonight
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X(191).
 *    * Customer master with tonight's returns flagged; becomes
 *    * CUST-MSTR.DAT ahead of ACCTEDIT
       FD  CUST-NEW.
       01  CUST-NEW-RECORD         PIC X(197).
 *    * The e-statement portal's delivery failures: one line per
 *    * statement the portal could not deliver, keyed the way the
 *    * extract went out (customer, statement number and the night
 *    * it was sent), with the address that failed, the date it
 *    * failed and the portal's reason
       FD  PTL-DATA.
       01  PTL-RECORD.
           05  PTL-CUST-NO-X       PIC X(6).
           05  PTL-CUST-NO REDEFINES PTL-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  PTL-STMT-NO         PIC X(6).
           05  FILLER              PIC X.
           05  PTL-SENT-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  PTL-FAIL-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  PTL-EMAIL           PIC X(50).
           05  FILLER              PIC X.
           05  PTL-REASON          PIC X(20).
 *    * Portal failures not applied, with the reason
       FD  PTL-REJECT.
       01  PTL-REJECT-REC.
           05  PRJ-IMAGE           PIC X(103).
           05  FILLER              PIC X.
           05  PRJ-REASON          PIC X(29).
 *    * Customers switched back to paper tonight, for NOTIFY to
 *    * write to; rewritten every night so a switch is told once
       FD  SWITCH-DATA.
       01  SWITCH-REC.
           05  ESW-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  ESW-WAS-DELIVERY    PIC X.
           05  FILLER              PIC X.
           05  ESW-FAIL-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  ESW-STMT-NO         PIC X(6).
           05  FILLER              PIC X.
           05  ESW-REASON          PIC X(20).
 *    * Account master, read only for the customer each account
 *    * names: the primary holder an escheat notice went to
       FD  ACCT-DATA.
       01  ACCT-RECORD.
           05  FILLER              PIC X(59).
           05  ACCT-NO-X           PIC X(8).
           05  ACCT-NO-IN REDEFINES ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X(40).
           05  CUST-NO-X           PIC X(6).
           05  CUST-NO-IN REDEFINES CUST-NO-X
                                   PIC 9(6).
 *    * Account relationships; ESCHEAT sends the notice to every
 *    * primary, joint and attorney holder as well
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
 *    * ESCHEAT's stage file, in the layout ESCHEAT keeps
       FD  STATE-DATA.
       01  STATE-REC.
           05  EST-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  EST-STAGE           PIC 9.
           05  FILLER              PIC X.
           05  EST-STAGE-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  EST-NOTICE-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  EST-RETURN-DATE     PIC X(8).
 *    * The stage file with returned notices recorded; becomes
 *    * ESCHEAT-STATE.DAT ahead of ESCHEAT
       FD  STATE-NEW.
       01  STATE-NEW-REC           PIC X(37).
 *    * Escheat notices returned tonight, then every customer on
 *    * the master whose address is flagged, aged by the date the
 *    * mail came back, for the branches to chase
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(80).
 *    * Keyed scratch files, rebuilt every run the way TXNPOST
 *    * rebuilds ACCT-WRK.KEY, so the customer, holder and stage
 *    * volumes are bounded by disk and not by working-storage
 *    * tables
       FD  CUS-WRK.
       01  CUS-WRK-RECORD.
           05  CWK-CUST-NO         PIC 9(6).
           05  CWK-IMAGE           PIC X(197).
       FD  LNK-WRK.
       01  LNK-WRK-RECORD.
           05  LWK-KEY.
               10  LWK-CUST-NO     PIC 9(6).
               10  LWK-ACCT-NO     PIC 9(8).
       FD  STA-WRK.
       01  STA-WRK-RECORD.
           05  SWK-ACCT-NO         PIC 9(8).
           05  SWK-STAGE           PIC 9.
           05  SWK-STAGE-DATE      PIC 9(8).
           05  SWK-NOTICE-DATE     PIC X(8).
           05  SWK-RETURN-DATE     PIC X(8).
       FD  KEY-WRK.
       01  KEY-WRK-RECORD.
           05  KWK-KEY.
               10  KWK-CUST-NO     PIC 9(6).
               10  KWK-EVENT       PIC X(20).
               10  KWK-RUN-DATE    PIC X(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-RTN                  PIC X(02)    VALUE SPACES.
           88  ST-RTN-SUCCESS                   VALUE '00'.
           88  ST-RTN-EOF                       VALUE '10'.
       01  ST-REJ                  PIC X(02)    VALUE SPACES.
           88  ST-REJ-SUCCESS                   VALUE '00'.
       01  ST-CUST-IN              PIC X(02)    VALUE SPACES.
           88  ST-CUST-IN-SUCCESS               VALUE '00'.
           88  ST-CUST-IN-EOF                   VALUE '10'.
       01  ST-CUST-OUT             PIC X(02)    VALUE SPACES.
           88  ST-CUST-OUT-SUCCESS              VALUE '00'.
       01  ST-ACCT                 PIC X(02)    VALUE SPACES.
           88  ST-ACCT-SUCCESS                  VALUE '00'.
           88  ST-ACCT-EOF                      VALUE '10'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-STATE-IN             PIC X(02)    VALUE SPACES.
           88  ST-STATE-IN-SUCCESS              VALUE '00'.
           88  ST-STATE-IN-EOF                  VALUE '10'.
       01  ST-STATE-OUT            PIC X(02)    VALUE SPACES.
           88  ST-STATE-OUT-SUCCESS             VALUE '00'.
       01  ST-PTL                  PIC X(02)    VALUE SPACES.
           88  ST-PTL-SUCCESS                   VALUE '00'.
           88  ST-PTL-EOF                       VALUE '10'.
       01  ST-PTL-REJ              PIC X(02)    VALUE SPACES.
           88  ST-PTL-REJ-SUCCESS               VALUE '00'.
       01  ST-SWITCH               PIC X(02)    VALUE SPACES.
           88  ST-SWITCH-SUCCESS                VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-CWK                  PIC X(02)    VALUE SPACES.
           88  ST-CWK-SUCCESS                   VALUE '00'.
           88  ST-CWK-EOF                       VALUE '10'.
       01  ST-LWK                  PIC X(02)    VALUE SPACES.
           88  ST-LWK-SUCCESS                   VALUE '00'.
           88  ST-LWK-EOF                       VALUE '10'.
       01  ST-SWK                  PIC X(02)    VALUE SPACES.
           88  ST-SWK-SUCCESS                   VALUE '00'.
           88  ST-SWK-EOF                       VALUE '10'.
       01  ST-KWK                  PIC X(02)    VALUE SPACES.
           88  ST-KWK-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-DAYNO               PIC 9(7)     VALUE ZERO.
       77  RTN-VALID-SW            PIC X        VALUE 'Y'.
           88  RTN-IS-VALID                     VALUE 'Y'.
       77  RTN-REJ-REASON          PIC X(29)    VALUE SPACES.
       77  CUS-FOUND-SW            PIC X        VALUE 'N'.
           88  CUS-FOUND                        VALUE 'Y'.
       77  STATE-LOADED-SW         PIC X        VALUE 'N'.
           88  STATE-LOADED                     VALUE 'Y'.
       77  ESC-MATCHED             PIC 9(3)     VALUE ZERO.
       77  RETURNED-ON             PIC X(8)     VALUE SPACES.
       77  RETURNS-READ            PIC 9(5)     VALUE ZERO.
       77  RETURNS-APPLIED         PIC 9(5)     VALUE ZERO.
       77  RETURNS-REJECTED        PIC 9(5)     VALUE ZERO.
       77  CUSTOMERS-FLAGGED       PIC 9(5)     VALUE ZERO.
       77  ESCHEAT-RECORDED        PIC 9(5)     VALUE ZERO.
       77  ESCHEAT-UNMATCHED       PIC 9(5)     VALUE ZERO.
       77  AGED-DAYS               PIC S9(7)    VALUE ZERO.
       77  AGE-COUNT-30            PIC 9(5)     VALUE ZERO.
       77  AGE-COUNT-60            PIC 9(5)     VALUE ZERO.
       77  AGE-COUNT-90            PIC 9(5)     VALUE ZERO.
       77  AGE-COUNT-OVER          PIC 9(5)     VALUE ZERO.
       77  PORTAL-READ             PIC 9(5)     VALUE ZERO.
       77  PORTAL-APPLIED          PIC 9(5)     VALUE ZERO.
       77  PORTAL-REJECTED         PIC 9(5)     VALUE ZERO.
       77  CUSTOMERS-SWITCHED      PIC 9(5)     VALUE ZERO.

 *    * The master entry being worked on, in the CUST-MSTR.DAT
 *    * layout CUSTMAINT writes
       01  MST-WORK.
           05  MST-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  MST-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  MST-LINE1           PIC X(30).
           05  FILLER              PIC X.
           05  MST-LINE2           PIC X(30).
           05  FILLER              PIC X.
           05  MST-LINE3           PIC X(30).
           05  FILLER              PIC X.
           05  MST-TAX-STATUS      PIC X.
           05  FILLER              PIC X.
           05  MST-ADDR-FLAG       PIC X.
               88  MST-ADDR-RETURNED            VALUE 'R'.
           05  FILLER              PIC X.
           05  MST-ADDR-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  MST-DELIVERY        PIC X.
               88  MST-BY-EMAIL                 VALUE 'E' 'B'.
           05  FILLER              PIC X.
           05  MST-EMAIL           PIC X(50).
           05  FILLER              PIC X.
           05  MST-EMAIL-FLAG      PIC X.
               88  MST-EMAIL-FAILED             VALUE 'F'.
           05  FILLER              PIC X.
           05  MST-EMAIL-DATE      PIC X(8).

       01  STATE-OUT-WORK.
           05  STO-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  STO-STAGE           PIC 9.
           05  FILLER              PIC X.
           05  STO-STAGE-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  STO-NOTICE-DATE     PIC X(8).
           05  FILLER              PIC X.
           05  STO-RETURN-DATE     PIC X(8).

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
           05  FILLER              PIC X(19)
               VALUE "RETURNED-MAIL AGING".
           05  FILLER              PIC X(11)
               VALUE "   RUN DATE".
           05  FILLER              PIC X     VALUE SPACE.
           05  RPH-RUN-DATE        PIC 9(8).
       01  RPT-ESC-HEAD.
           05  FILLER              PIC X(40)
               VALUE "ESCHEAT NOTICES RETURNED THIS RUN".
       01  RPT-ESC-LINE.
           05  FILLER              PIC X(8)  VALUE "ACCOUNT ".
           05  RPE-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X(10) VALUE "  HOLDER ".
           05  RPE-CUST-NO         PIC 9(6).
           05  FILLER              PIC X(8)  VALUE "  STAGE ".
           05  RPE-STAGE           PIC 9.
           05  FILLER              PIC X(11) VALUE "  NOTICE ".
           05  RPE-NOTICE-DATE     PIC X(8).
           05  FILLER              PIC X(11) VALUE "  RETURNED ".
           05  RPE-RETURN-DATE     PIC X(8).
       01  RPT-AGE-HEAD.
           05  FILLER              PIC X(7)  VALUE "CUST".
           05  FILLER              PIC X(21) VALUE "NAME".
           05  FILLER              PIC X(31) VALUE "ADDRESS LINE 1".
           05  FILLER              PIC X(9)  VALUE "RETURNED".
           05  FILLER              PIC X(5)  VALUE " DAYS".
       01  RPT-AGE-LINE.
           05  RPA-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  RPA-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  RPA-LINE1           PIC X(30).
           05  FILLER              PIC X.
           05  RPA-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  RPA-DAYS            PIC Z(4)9.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "0-30 DAYS ".
           05  RPT-A30             PIC Z(4)9.
           05  FILLER              PIC X(10) VALUE "  31-60 ".
           05  RPT-A60             PIC Z(4)9.
           05  FILLER              PIC X(10) VALUE "  61-90 ".
           05  RPT-A90             PIC Z(4)9.
           05  FILLER              PIC X(10) VALUE "  OVER 90 ".
           05  RPT-AOVER           PIC Z(4)9.

       PROCEDURE DIVISION.
 *    * Runs every night after CUSTMAINT and RELMAINT, so a move
 *    * keyed tonight is already on the master: returns of letters
 *    * mailed before a move are refused, the rest flag the
 *    * customer's address until CUSTMAINT takes a new one. The
 *    * aging report is cut whether or not the shop sent returns.
 *    * The e-statement portal's failures put the customer back on
 *    * paper the same way, ahead of tonight's statements.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         MOVE RUN-DATE TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO RUN-DAYNO.
         PERFORM 200-LOAD-CUSTOMERS.
         PERFORM 220-LOAD-LINKS.
         PERFORM 240-LOAD-STATE.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "MAIL-AGING.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 300-PROCESS-RETURNS.
         PERFORM 370-PROCESS-PORTAL.
         PERFORM 400-WRITE-MASTER.
         PERFORM 450-WRITE-STATE.
         CLOSE RPT-DATA
               CUS-WRK
               LNK-WRK
               STA-WRK.
         DISPLAY "RETURNS READ               : " RETURNS-READ.
         DISPLAY "RETURNS APPLIED            : " RETURNS-APPLIED.
         DISPLAY "RETURNS REJECTED           : " RETURNS-REJECTED.
         DISPLAY "ESCHEAT NOTICES RECORDED   : " ESCHEAT-RECORDED.
         DISPLAY "ESCHEAT RETURNS UNMATCHED  : " ESCHEAT-UNMATCHED.
         DISPLAY "ADDRESSES FLAGGED ON FILE  : " CUSTOMERS-FLAGGED.
         DISPLAY "PORTAL RETURNS READ        : " PORTAL-READ.
         DISPLAY "PORTAL RETURNS APPLIED     : " PORTAL-APPLIED.
         DISPLAY "PORTAL RETURNS REJECTED    : " PORTAL-REJECTED.
         DISPLAY "SWITCHED BACK TO PAPER     : " CUSTOMERS-SWITCHED.
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

       200-LOAD-CUSTOMERS.
         OPEN OUTPUT CUS-WRK.
         CLOSE CUS-WRK.
         OPEN I-O CUS-WRK.
         IF NOT ST-CWK-SUCCESS
           DISPLAY "RTNCUS-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CUST-DATA.
         IF NOT ST-CUST-IN-SUCCESS
           DISPLAY "CUST-MSTR.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE '10' TO ST-CUST-IN
         END-READ.
         PERFORM 210-LOAD-ONE-CUSTOMER
           UNTIL ST-CUST-IN-EOF.
         CLOSE CUST-DATA.

       210-LOAD-ONE-CUSTOMER.
         IF CUS-CUST-NO-X NUMERIC AND CUS-CUST-NO > 0
           MOVE CUS-CUST-NO TO CWK-CUST-NO
           MOVE CUST-RECORD TO CWK-IMAGE
           WRITE CUS-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE CUSTOMER ON MASTER : " CUS-CUST-NO
           END-WRITE
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE '10' TO ST-CUST-IN
         END-READ.

 *    * Customer to account, for every customer an escheat notice
 *    * could have gone to: the account's own customer number and
 *    * each primary, joint or attorney holder RELMAINT keeps
       220-LOAD-LINKS.
         OPEN OUTPUT LNK-WRK.
         CLOSE LNK-WRK.
         OPEN I-O LNK-WRK.
         IF NOT ST-LWK-SUCCESS
           DISPLAY "RTNLNK-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ACCT-DATA.
         IF ST-ACCT-SUCCESS
           READ ACCT-DATA INTO ACCT-RECORD
             AT END MOVE '10' TO ST-ACCT
           END-READ
           PERFORM 225-LOAD-ONE-ACCOUNT
             UNTIL ST-ACCT-EOF
           CLOSE ACCT-DATA
         END-IF.
         OPEN INPUT REL-DATA.
         IF ST-REL-SUCCESS
           READ REL-DATA INTO REL-RECORD
             AT END MOVE '10' TO ST-REL
           END-READ
           PERFORM 230-LOAD-ONE-HOLDER
             UNTIL ST-REL-EOF
           CLOSE REL-DATA
         END-IF.

       225-LOAD-ONE-ACCOUNT.
         IF ACCT-NO-X NUMERIC AND CUST-NO-X NUMERIC
            AND CUST-NO-IN > 0
           MOVE CUST-NO-IN TO LWK-CUST-NO
           MOVE ACCT-NO-IN TO LWK-ACCT-NO
           WRITE LNK-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT
         END-READ.

       230-LOAD-ONE-HOLDER.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
            AND (REL-ROLE = 'P' OR REL-ROLE = 'J'
                 OR REL-ROLE = 'A')
           MOVE REL-CUST-NO TO LWK-CUST-NO
           MOVE REL-ACCT-NO TO LWK-ACCT-NO
           WRITE LNK-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL
         END-READ.

 *    * A stage record written before notice dates were kept, and
 *    * still at stage 2, dates its notice by the stage date, the
 *    * way ESCHEAT itself reads it
       240-LOAD-STATE.
         OPEN OUTPUT STA-WRK.
         CLOSE STA-WRK.
         OPEN I-O STA-WRK.
         IF NOT ST-SWK-SUCCESS
           DISPLAY "RTNSTA-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT STATE-DATA.
         IF ST-STATE-IN-SUCCESS
           MOVE 'Y' TO STATE-LOADED-SW
           READ STATE-DATA INTO STATE-REC
             AT END MOVE '10' TO ST-STATE-IN
           END-READ
           PERFORM 245-LOAD-ONE-STATE
             UNTIL ST-STATE-IN-EOF
           CLOSE STATE-DATA
         END-IF.

       245-LOAD-ONE-STATE.
         MOVE EST-ACCT-NO TO SWK-ACCT-NO.
         MOVE EST-STAGE TO SWK-STAGE.
         MOVE EST-STAGE-DATE TO SWK-STAGE-DATE.
         MOVE EST-NOTICE-DATE TO SWK-NOTICE-DATE.
         MOVE EST-RETURN-DATE TO SWK-RETURN-DATE.
         IF SWK-NOTICE-DATE = SPACES AND SWK-STAGE = 2
           MOVE EST-STAGE-DATE TO SWK-NOTICE-DATE
         END-IF.
         WRITE STA-WRK-RECORD
           INVALID KEY CONTINUE
         END-WRITE.
         READ STATE-DATA INTO STATE-REC
           AT END MOVE '10' TO ST-STATE-IN
         END-READ.

       300-PROCESS-RETURNS.
         OPEN INPUT RTN-DATA.
         IF NOT ST-RTN-SUCCESS
           DISPLAY "NO RETURNED-MAIL FILE TONIGHT"
         ELSE
           OPEN OUTPUT RTN-REJECT
           IF NOT ST-REJ-SUCCESS
             DISPLAY "MAIL-RETURN-REJ.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           OPEN OUTPUT KEY-WRK
           CLOSE KEY-WRK
           OPEN I-O KEY-WRK
           IF NOT ST-KWK-SUCCESS
             DISPLAY "RTNKEY-WRK.KEY OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           MOVE RPT-ESC-HEAD TO RPT-LINE
           WRITE RPT-LINE
           READ RTN-DATA INTO RTN-RECORD
             AT END MOVE '10' TO ST-RTN
           END-READ
           PERFORM 310-ONE-RETURN
             UNTIL ST-RTN-EOF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           CLOSE RTN-DATA
                 RTN-REJECT
                 KEY-WRK
         END-IF.

       310-ONE-RETURN.
         ADD 1 TO RETURNS-READ.
         PERFORM 320-VALIDATE-RETURN.
         IF RTN-IS-VALID
           ADD 1 TO RETURNS-APPLIED
           PERFORM 330-FLAG-CUSTOMER
           IF RTN-EVENT = "ESCHEAT NOTICE"
             PERFORM 340-RECORD-ESCHEAT
           END-IF
         ELSE
           PERFORM 360-REJECT-RETURN
         END-IF.
         READ RTN-DATA INTO RTN-RECORD
           AT END MOVE '10' TO ST-RTN
         END-READ.

 *    * A return must name a customer on the master, the event and
 *    * the night the letter went out; a blank return date is taken
 *    * as tonight. The same letter reported twice counts once, and
 *    * a letter mailed before the customer's last move proves
 *    * nothing about the new address.
       320-VALIDATE-RETURN.
         MOVE 'Y' TO RTN-VALID-SW.
         MOVE SPACES TO RTN-REJ-REASON.
         IF RTN-RETURN-DATE = SPACES
           MOVE RUN-DATE TO RETURNED-ON
         ELSE
           MOVE RTN-RETURN-DATE TO RETURNED-ON
         END-IF.
         IF RTN-CUST-NO-X NOT NUMERIC OR RTN-CUST-NO = ZERO
           MOVE 'N' TO RTN-VALID-SW
           MOVE "CUSTOMER NUMBER INVALID" TO RTN-REJ-REASON
         ELSE
           IF RTN-EVENT = SPACES
             MOVE 'N' TO RTN-VALID-SW
             MOVE "EVENT MISSING" TO RTN-REJ-REASON
           ELSE
             IF RTN-RUN-DATE NOT NUMERIC
                OR RETURNED-ON NOT NUMERIC
               MOVE 'N' TO RTN-VALID-SW
               MOVE "DATE INVALID" TO RTN-REJ-REASON
             ELSE
               IF RETURNED-ON < RTN-RUN-DATE
                  OR RETURNED-ON > RUN-DATE
                 MOVE 'N' TO RTN-VALID-SW
                 MOVE "RETURN DATE OUT OF RANGE" TO RTN-REJ-REASON
               END-IF
             END-IF
           END-IF
         END-IF.
         IF RTN-IS-VALID
           PERFORM 325-FIND-CUSTOMER
           IF NOT CUS-FOUND
             MOVE 'N' TO RTN-VALID-SW
             MOVE "CUSTOMER NOT ON MASTER" TO RTN-REJ-REASON
           ELSE
             IF NOT MST-ADDR-RETURNED
                AND MST-ADDR-DATE NUMERIC
                AND RTN-RUN-DATE < MST-ADDR-DATE
               MOVE 'N' TO RTN-VALID-SW
               MOVE "MAILED BEFORE ADDRESS CHANGE"
                 TO RTN-REJ-REASON
             END-IF
           END-IF
         END-IF.
         IF RTN-IS-VALID
           MOVE RTN-CUST-NO TO KWK-CUST-NO
           MOVE RTN-EVENT TO KWK-EVENT
           MOVE RTN-RUN-DATE TO KWK-RUN-DATE
           WRITE KEY-WRK-RECORD
             INVALID KEY
               MOVE 'N' TO RTN-VALID-SW
               MOVE "DUPLICATE RETURN" TO RTN-REJ-REASON
           END-WRITE
         END-IF.

       325-FIND-CUSTOMER.
         MOVE 'N' TO CUS-FOUND-SW.
         MOVE RTN-CUST-NO TO CWK-CUST-NO.
         READ CUS-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 'Y' TO CUS-FOUND-SW
             MOVE CWK-IMAGE TO MST-WORK
         END-READ.

 *    * The flag keeps the first date the address failed, so the
 *    * aging runs from the first undeliverable letter
       330-FLAG-CUSTOMER.
         IF NOT MST-ADDR-RETURNED
            OR MST-ADDR-DATE NOT NUMERIC
            OR RETURNED-ON < MST-ADDR-DATE
           MOVE 'R' TO MST-ADDR-FLAG
           MOVE RETURNED-ON TO MST-ADDR-DATE
           MOVE MST-WORK TO CWK-IMAGE
           REWRITE CUS-WRK-RECORD
             INVALID KEY
               DISPLAY "CUSTOMER SCRATCH REWRITE FAILED : "
                       CWK-CUST-NO
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         END-IF.

 *    * An escheat notice carries no account, so the return is
 *    * matched through every account the customer holds to the
 *    * stage whose notice went out that night; the first return
 *    * recorded against a stage stands
       340-RECORD-ESCHEAT.
         MOVE ZERO TO ESC-MATCHED.
         MOVE '00' TO ST-LWK.
         MOVE RTN-CUST-NO TO LWK-CUST-NO.
         MOVE ZERO TO LWK-ACCT-NO.
         START LNK-WRK KEY NOT < LWK-KEY
           INVALID KEY MOVE '10' TO ST-LWK
         END-START.
         IF NOT ST-LWK-EOF
           READ LNK-WRK NEXT RECORD
             AT END MOVE '10' TO ST-LWK
           END-READ
         END-IF.
         PERFORM 345-ESCHEAT-ONE-ACCOUNT
           UNTIL ST-LWK-EOF OR LWK-CUST-NO NOT = RTN-CUST-NO.
         IF ESC-MATCHED = ZERO
           ADD 1 TO ESCHEAT-UNMATCHED
           DISPLAY "ESCHEAT RETURN NOT MATCHED TO A STAGE : "
                   RTN-CUST-NO " " RTN-RUN-DATE
         END-IF.

       345-ESCHEAT-ONE-ACCOUNT.
         MOVE LWK-ACCT-NO TO SWK-ACCT-NO.
         READ STA-WRK
           INVALID KEY MOVE SPACES TO SWK-NOTICE-DATE
         END-READ.
         IF SWK-NOTICE-DATE = RTN-RUN-DATE
           ADD 1 TO ESC-MATCHED
           IF SWK-RETURN-DATE = SPACES
             MOVE RETURNED-ON TO SWK-RETURN-DATE
             REWRITE STA-WRK-RECORD
               INVALID KEY
                 DISPLAY "STAGE SCRATCH REWRITE FAILED : "
                         SWK-ACCT-NO
                 PERFORM 110-ERROR-EXIT
             END-REWRITE
             ADD 1 TO ESCHEAT-RECORDED
             MOVE LWK-ACCT-NO TO RPE-ACCT-NO
             MOVE RTN-CUST-NO TO RPE-CUST-NO
             MOVE SWK-STAGE TO RPE-STAGE
             MOVE SWK-NOTICE-DATE TO RPE-NOTICE-DATE
             MOVE SWK-RETURN-DATE TO RPE-RETURN-DATE
             MOVE RPT-ESC-LINE TO RPT-LINE
             WRITE RPT-LINE
           END-IF
         END-IF.
         READ LNK-WRK NEXT RECORD
           AT END MOVE '10' TO ST-LWK
         END-READ.

       360-REJECT-RETURN.
         ADD 1 TO RETURNS-REJECTED.
         MOVE SPACES TO RTN-REJECT-REC.
         MOVE RTN-RECORD TO REJ-IMAGE.
         MOVE RTN-REJ-REASON TO REJ-REASON.
         WRITE RTN-REJECT-REC.

 *    * The switch file is cut every night, empty when the portal
 *    * sent nothing, so NOTIFY never tells a customer twice
       370-PROCESS-PORTAL.
         OPEN OUTPUT SWITCH-DATA.
         IF NOT ST-SWITCH-SUCCESS
           DISPLAY "ESTMT-SWITCH.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT PTL-DATA.
         IF NOT ST-PTL-SUCCESS
           DISPLAY "NO E-STATEMENT RETURNS TONIGHT"
         ELSE
           OPEN OUTPUT PTL-REJECT
           IF NOT ST-PTL-REJ-SUCCESS
             DISPLAY "ESTMT-RETURN-REJ.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           OPEN OUTPUT KEY-WRK
           CLOSE KEY-WRK
           OPEN I-O KEY-WRK
           IF NOT ST-KWK-SUCCESS
             DISPLAY "RTNKEY-WRK.KEY OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ PTL-DATA INTO PTL-RECORD
             AT END MOVE '10' TO ST-PTL
           END-READ
           PERFORM 375-ONE-PORTAL-RETURN
             UNTIL ST-PTL-EOF
           CLOSE PTL-DATA
                 PTL-REJECT
                 KEY-WRK
         END-IF.
         CLOSE SWITCH-DATA.

       375-ONE-PORTAL-RETURN.
         ADD 1 TO PORTAL-READ.
         PERFORM 380-VALIDATE-PORTAL.
         IF RTN-IS-VALID
           ADD 1 TO PORTAL-APPLIED
           PERFORM 385-SWITCH-TO-PAPER
         ELSE
           PERFORM 390-REJECT-PORTAL
         END-IF.
         READ PTL-DATA INTO PTL-RECORD
           AT END MOVE '10' TO ST-PTL
         END-READ.

 *    * A failure must name a customer on the master, the statement
 *    * and the night it was sent; a blank failure date is taken as
 *    * tonight. A customer who went back to paper, a statement
 *    * sent before the address was last keyed, or an address that
 *    * is no longer the one on file proves nothing about tonight's.
       380-VALIDATE-PORTAL.
         MOVE 'Y' TO RTN-VALID-SW.
         MOVE SPACES TO RTN-REJ-REASON.
         IF PTL-FAIL-DATE = SPACES
           MOVE RUN-DATE TO RETURNED-ON
         ELSE
           MOVE PTL-FAIL-DATE TO RETURNED-ON
         END-IF.
         IF PTL-CUST-NO-X NOT NUMERIC OR PTL-CUST-NO = ZERO
           MOVE 'N' TO RTN-VALID-SW
           MOVE "CUSTOMER NUMBER INVALID" TO RTN-REJ-REASON
         ELSE
           IF PTL-STMT-NO NOT NUMERIC
             MOVE 'N' TO RTN-VALID-SW
             MOVE "STATEMENT NUMBER INVALID" TO RTN-REJ-REASON
           ELSE
             IF PTL-SENT-DATE NOT NUMERIC
                OR RETURNED-ON NOT NUMERIC
               MOVE 'N' TO RTN-VALID-SW
               MOVE "DATE INVALID" TO RTN-REJ-REASON
             ELSE
               IF RETURNED-ON < PTL-SENT-DATE
                  OR RETURNED-ON > RUN-DATE
                 MOVE 'N' TO RTN-VALID-SW
                 MOVE "FAILURE DATE OUT OF RANGE" TO RTN-REJ-REASON
               END-IF
             END-IF
           END-IF
         END-IF.
         IF RTN-IS-VALID
           PERFORM 382-FIND-PORTAL-CUSTOMER
           EVALUATE TRUE
             WHEN NOT CUS-FOUND
               MOVE 'N' TO RTN-VALID-SW
               MOVE "CUSTOMER NOT ON MASTER" TO RTN-REJ-REASON
             WHEN MST-EMAIL-FAILED
               CONTINUE
             WHEN NOT MST-BY-EMAIL
               MOVE 'N' TO RTN-VALID-SW
               MOVE "NOT ON ELECTRONIC DELIVERY" TO RTN-REJ-REASON
             WHEN MST-EMAIL-DATE NUMERIC
                  AND PTL-SENT-DATE < MST-EMAIL-DATE
               MOVE 'N' TO RTN-VALID-SW
               MOVE "SENT BEFORE E-MAIL CHANGE" TO RTN-REJ-REASON
             WHEN PTL-EMAIL NOT = SPACES
                  AND PTL-EMAIL NOT = MST-EMAIL
               MOVE 'N' TO RTN-VALID-SW
               MOVE "NOT THE E-MAIL ON FILE" TO RTN-REJ-REASON
           END-EVALUATE
         END-IF.
         IF RTN-IS-VALID
           MOVE PTL-CUST-NO TO KWK-CUST-NO
           MOVE SPACES TO KWK-EVENT
           STRING "E-STATEMENT " DELIMITED BY SIZE
                  PTL-STMT-NO DELIMITED BY SIZE
             INTO KWK-EVENT
           END-STRING
           MOVE PTL-SENT-DATE TO KWK-RUN-DATE
           WRITE KEY-WRK-RECORD
             INVALID KEY
               MOVE 'N' TO RTN-VALID-SW
               MOVE "DUPLICATE RETURN" TO RTN-REJ-REASON
           END-WRITE
         END-IF.

       382-FIND-PORTAL-CUSTOMER.
         MOVE 'N' TO CUS-FOUND-SW.
         MOVE PTL-CUST-NO TO CWK-CUST-NO.
         READ CUS-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 'Y' TO CUS-FOUND-SW
             MOVE CWK-IMAGE TO MST-WORK
         END-READ.

 *    * The first failure switches the customer to paper, flags the
 *    * address and goes to NOTIFY; a later one of an address
 *    * already failed only keeps the earliest failure date
       385-SWITCH-TO-PAPER.
         IF NOT MST-EMAIL-FAILED
           ADD 1 TO CUSTOMERS-SWITCHED
           MOVE SPACES TO SWITCH-REC
           MOVE MST-CUST-NO TO ESW-CUST-NO
           MOVE MST-DELIVERY TO ESW-WAS-DELIVERY
           MOVE RETURNED-ON TO ESW-FAIL-DATE
           MOVE PTL-STMT-NO TO ESW-STMT-NO
           MOVE PTL-REASON TO ESW-REASON
           WRITE SWITCH-REC
           MOVE 'P' TO MST-DELIVERY
           MOVE 'F' TO MST-EMAIL-FLAG
           MOVE RETURNED-ON TO MST-EMAIL-DATE
         ELSE
           IF MST-EMAIL-DATE NOT NUMERIC
              OR RETURNED-ON < MST-EMAIL-DATE
             MOVE RETURNED-ON TO MST-EMAIL-DATE
           END-IF
         END-IF.
         MOVE MST-WORK TO CWK-IMAGE.
         REWRITE CUS-WRK-RECORD
           INVALID KEY
             DISPLAY "CUSTOMER SCRATCH REWRITE FAILED : "
                     CWK-CUST-NO
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

       390-REJECT-PORTAL.
         ADD 1 TO PORTAL-REJECTED.
         MOVE SPACES TO PTL-REJECT-REC.
         MOVE PTL-RECORD TO PRJ-IMAGE.
         MOVE RTN-REJ-REASON TO PRJ-REASON.
         WRITE PTL-REJECT-REC.

 *    * The master goes back out in customer-number order, and
 *    * every flagged address joins the aging listing on the way
       400-WRITE-MASTER.
         OPEN OUTPUT CUST-NEW.
         IF NOT ST-CUST-OUT-SUCCESS
           DISPLAY "CUST-RTN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RPT-AGE-HEAD TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE ZERO TO CWK-CUST-NO.
         START CUS-WRK KEY NOT < CWK-CUST-NO
           INVALID KEY MOVE '10' TO ST-CWK
         END-START.
         IF NOT ST-CWK-EOF
           READ CUS-WRK NEXT RECORD
             AT END MOVE '10' TO ST-CWK
           END-READ
         END-IF.
         PERFORM 410-WRITE-ONE-CUSTOMER
           UNTIL ST-CWK-EOF.
         MOVE AGE-COUNT-30 TO RPT-A30.
         MOVE AGE-COUNT-60 TO RPT-A60.
         MOVE AGE-COUNT-90 TO RPT-A90.
         MOVE AGE-COUNT-OVER TO RPT-AOVER.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         CLOSE CUST-NEW.

       410-WRITE-ONE-CUSTOMER.
         MOVE CWK-IMAGE TO CUST-NEW-RECORD.
         WRITE CUST-NEW-RECORD.
         MOVE CWK-IMAGE TO MST-WORK.
         IF MST-ADDR-RETURNED
           PERFORM 420-AGE-ONE-CUSTOMER
         END-IF.
         READ CUS-WRK NEXT RECORD
           AT END MOVE '10' TO ST-CWK
         END-READ.

       420-AGE-ONE-CUSTOMER.
         ADD 1 TO CUSTOMERS-FLAGGED.
         MOVE ZERO TO AGED-DAYS.
         IF MST-ADDR-DATE NUMERIC
           MOVE MST-ADDR-DATE TO CVD-DATE-X
           PERFORM 700-DATE-TO-DAYNO
           COMPUTE AGED-DAYS = RUN-DAYNO - CVD-DAYNO
         END-IF.
         EVALUATE TRUE
           WHEN AGED-DAYS NOT > 30
             ADD 1 TO AGE-COUNT-30
           WHEN AGED-DAYS NOT > 60
             ADD 1 TO AGE-COUNT-60
           WHEN AGED-DAYS NOT > 90
             ADD 1 TO AGE-COUNT-90
           WHEN OTHER
             ADD 1 TO AGE-COUNT-OVER
         END-EVALUATE.
         MOVE SPACES TO RPT-AGE-LINE.
         MOVE MST-CUST-NO TO RPA-CUST-NO.
         MOVE MST-LEGAL-NAME TO RPA-NAME.
         MOVE MST-LINE1 TO RPA-LINE1.
         MOVE MST-ADDR-DATE TO RPA-DATE.
         MOVE AGED-DAYS TO RPA-DAYS.
         MOVE RPT-AGE-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * The stage file goes back out only when there was one to
 *    * read, in account-number order off the scratch
       450-WRITE-STATE.
         IF STATE-LOADED
           OPEN OUTPUT STATE-NEW
           IF NOT ST-STATE-OUT-SUCCESS
             DISPLAY "ESCHEAT-RTN.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           MOVE ZERO TO SWK-ACCT-NO
           START STA-WRK KEY NOT < SWK-ACCT-NO
             INVALID KEY MOVE '10' TO ST-SWK
           END-START
           IF NOT ST-SWK-EOF
             READ STA-WRK NEXT RECORD
               AT END MOVE '10' TO ST-SWK
             END-READ
           END-IF
           PERFORM 455-WRITE-ONE-STATE
             UNTIL ST-SWK-EOF
           CLOSE STATE-NEW
         END-IF.

       455-WRITE-ONE-STATE.
         MOVE SPACES TO STATE-OUT-WORK.
         MOVE SWK-ACCT-NO TO STO-ACCT-NO.
         MOVE SWK-STAGE TO STO-STAGE.
         MOVE SWK-STAGE-DATE TO STO-STAGE-DATE.
         MOVE SWK-NOTICE-DATE TO STO-NOTICE-DATE.
         MOVE SWK-RETURN-DATE TO STO-RETURN-DATE.
         MOVE STATE-OUT-WORK TO STATE-NEW-REC.
         WRITE STATE-NEW-REC.
         READ STA-WRK NEXT RECORD
           AT END MOVE '10' TO ST-SWK
         END-READ.

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

       END PROGRAM RTNMAIL.
