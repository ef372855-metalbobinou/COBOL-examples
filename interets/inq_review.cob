       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQREVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CTL-DATA       ASSIGN TO DISK "INQ-REVIEW-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT LAST-DATA      ASSIGN TO DISK "INQ-REVIEW-LAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LAST.
         SELECT OPER-DATA      ASSIGN TO DISK "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-OPER.
         SELECT DOM-DATA       ASSIGN TO DISK "ACCT-BRANCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-DOM.
         SELECT LOG-DATA       ASSIGN TO DISK "INQ-LOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LOG.
         SELECT RPT-DATA       ASSIGN TO DISK "INQ-REVIEW.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT OPR-WRK        ASSIGN TO DISK "INQREV-OPR.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY OPW-ID
                FILE STATUS IS ST-OPW.
         SELECT DOM-WRK        ASSIGN TO DISK "INQREV-DOM.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY DMW-ACCT-NO
                FILE STATUS IS ST-DMW.
         SELECT STF-WRK        ASSIGN TO DISK "INQREV-STF.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY SFW-CUST-NO
                FILE STATUS IS ST-SFW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Review thresholds: the inquiries in one review period above
 *    * which an operator is flagged (0 = no fixed ceiling), and the
 *    * multiple of the average operator's count that also flags
 *    * one (0 = no comparison)
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-LIMIT-X         PIC X(5).
           05  CTL-LIMIT REDEFINES CTL-LIMIT-X
                                   PIC 9(5).
           05  FILLER              PIC X.
           05  CTL-FACTOR-X        PIC X(2).
           05  CTL-FACTOR REDEFINES CTL-FACTOR-X
                                   PIC 9(2).
 *    * When the last review was taken, to the second, so the next
 *    * one starts exactly where it stopped
       FD  LAST-DATA.
       01  LAST-REC.
           05  LST-STAMP.
               10  LST-DATE-X      PIC X(8).
               10  LST-DATE REDEFINES LST-DATE-X
                                   PIC 9(8).
               10  LST-TIME        PIC X(8).
 *    * Operators allowed at the INQUIRY terminal
       FD  OPER-DATA.
       01  OPER-RECORD.
           05  OPR-ID              PIC X(8).
           05  FILLER              PIC X.
           05  OPR-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  OPR-BRANCH          PIC X(4).
           05  FILLER              PIC X.
           05  OPR-LEVEL-X         PIC X.
           05  FILLER              PIC X.
           05  OPR-CUST-NO-X       PIC X(6).
           05  OPR-CUST-NO REDEFINES OPR-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  OPR-STATUS          PIC X.
 *    * The branch each account is domiciled at
       FD  DOM-DATA.
       01  DOM-RECORD.
           05  DOM-ACCT-NO-X       PIC X(8).
           05  DOM-ACCT-NO REDEFINES DOM-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  DOM-BRANCH          PIC X(4).
 *    * INQUIRY's access log
       FD  LOG-DATA.
       01  LOG-RECORD.
           05  LOG-STAMP.
               10  LOG-DATE-X      PIC X(8).
               10  LOG-DATE REDEFINES LOG-DATE-X
                                   PIC 9(8).
               10  FILLER          PIC X.
               10  LOG-TIME        PIC X(8).
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
           05  LOG-ACCT-NO-X       PIC X(8).
           05  LOG-ACCT-NO REDEFINES LOG-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  LOG-CUST-NO-X       PIC X(6).
           05  LOG-CUST-NO REDEFINES LOG-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  LOG-MATCHES         PIC X(3).
           05  FILLER              PIC X.
           05  LOG-ARCHIVED        PIC X.
 *    * Views flagged, then every operator's period with the totals
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(100).
       FD  OPR-WRK.
       01  OPR-WRK-RECORD.
           05  OPW-ID              PIC X(8).
           05  OPW-NAME            PIC X(20).
           05  OPW-BRANCH          PIC X(4).
           05  OPW-SIGNONS         PIC 9(5).
           05  OPW-INQUIRIES       PIC 9(7).
           05  OPW-VIEWS           PIC 9(7).
           05  OPW-OUTSIDE         PIC 9(5).
           05  OPW-STAFF           PIC 9(5).
       FD  DOM-WRK.
       01  DOM-WRK-RECORD.
           05  DMW-ACCT-NO         PIC 9(8).
           05  DMW-BRANCH          PIC X(4).
 *    * Customer numbers that belong to staff, with whose they are
       FD  STF-WRK.
       01  STF-WRK-RECORD.
           05  SFW-CUST-NO         PIC 9(6).
           05  SFW-OPER            PIC X(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-LAST                 PIC X(02)    VALUE SPACES.
           88  ST-LAST-SUCCESS                  VALUE '00'.
       01  ST-OPER                 PIC X(02)    VALUE SPACES.
           88  ST-OPER-SUCCESS                  VALUE '00'.
           88  ST-OPER-EOF                      VALUE '10'.
       01  ST-DOM                  PIC X(02)    VALUE SPACES.
           88  ST-DOM-SUCCESS                   VALUE '00'.
           88  ST-DOM-EOF                       VALUE '10'.
       01  ST-LOG                  PIC X(02)    VALUE SPACES.
           88  ST-LOG-SUCCESS                   VALUE '00'.
           88  ST-LOG-EOF                       VALUE '10'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-OPW                  PIC X(02)    VALUE SPACES.
           88  ST-OPW-SUCCESS                   VALUE '00'.
           88  ST-OPW-EOF                       VALUE '10'.
       01  ST-DMW                  PIC X(02)    VALUE SPACES.
           88  ST-DMW-SUCCESS                   VALUE '00'.
       01  ST-SFW                  PIC X(02)    VALUE SPACES.
           88  ST-SFW-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-DAYNO               PIC 9(7)     VALUE ZERO.
       77  LIMIT-INQUIRIES         PIC 9(5)     VALUE ZERO.
       77  LIMIT-FACTOR            PIC 9(2)     VALUE 3.
       77  FLAG-CEILING            PIC 9(7)     VALUE ZERO.
       77  LAST-FOUND-SW           PIC X        VALUE 'N'.
           88  LAST-FOUND                       VALUE 'Y'.
       77  DAYS-SINCE              PIC S9(7)    VALUE ZERO.
       77  FIRST-DAYNO             PIC 9(7)     VALUE ZERO.
       77  FLAG-TEXT               PIC X(24)    VALUE SPACES.
       77  ACCT-BRANCH             PIC X(4)     VALUE SPACES.
       77  ACTIVE-OPERATORS        PIC 9(5)     VALUE ZERO.
       77  TOTAL-INQUIRIES         PIC 9(7)     VALUE ZERO.
       77  TOTAL-VIEWS             PIC 9(7)     VALUE ZERO.
       77  TOTAL-REFUSED           PIC 9(7)     VALUE ZERO.
       77  FLAGGED-VIEWS           PIC 9(7)     VALUE ZERO.
       77  FLAGGED-OPERATORS       PIC 9(5)     VALUE ZERO.
       77  LOG-LINES-READ          PIC 9(7)     VALUE ZERO.
       77  LOG-LINES-IN-PERIOD     PIC 9(7)     VALUE ZERO.

 *    * The period under review: strictly after the last review's
 *    * stamp, up to and including this one's
       01  PERIOD-FROM.
           05  PFR-DATE            PIC 9(8)     VALUE ZERO.
           05  FILLER              PIC X        VALUE SPACE.
           05  PFR-TIME            PIC X(8)     VALUE SPACES.
       01  PERIOD-TO.
           05  PTO-DATE            PIC 9(8)     VALUE ZERO.
           05  FILLER              PIC X        VALUE SPACE.
           05  PTO-TIME            PIC 9(8)     VALUE ZERO.

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
               VALUE "INQUIRY ACCESS REVIEW".
           05  FILLER              PIC X(5)  VALUE "FROM ".
           05  RPH-FROM            PIC X(17).
           05  FILLER              PIC X(4)  VALUE " TO ".
           05  RPH-TO              PIC X(17).
       01  RPT-VIEW-HEAD.
           05  FILLER              PIC X(28)
               VALUE "FLAGGED VIEWS      DATE     ".
           05  FILLER              PIC X(22)
               VALUE "TIME     OPERATOR BRN ".
           05  FILLER              PIC X(50)
               VALUE " ACCOUNT  DOM  RSN FLAG".
       01  RPT-VIEW-LINE.
           05  FILLER              PIC X(19).
           05  RPV-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  RPV-TIME            PIC X(8).
           05  FILLER              PIC X.
           05  RPV-OPER            PIC X(8).
           05  FILLER              PIC X.
           05  RPV-BRANCH          PIC X(4).
           05  FILLER              PIC X.
           05  RPV-ACCT-NO         PIC X(8).
           05  FILLER              PIC X.
           05  RPV-DOM             PIC X(4).
           05  FILLER              PIC X.
           05  RPV-REASON          PIC X(2).
           05  FILLER              PIC X(2).
           05  RPV-FLAG            PIC X(24).
       01  RPT-OPER-HEAD.
           05  FILLER              PIC X(30)
               VALUE "OPERATOR NAME                 ".
           05  FILLER              PIC X(23)
               VALUE "BRN  SIGNONS INQUIRIES ".
           05  FILLER              PIC X(46)
               VALUE "  VIEWS OUTSIDE  STAFF FLAG".
       01  RPT-OPER-LINE.
           05  RPO-ID              PIC X(8).
           05  FILLER              PIC X.
           05  RPO-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  RPO-BRANCH          PIC X(4).
           05  FILLER              PIC X.
           05  RPO-SIGNONS         PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPO-INQUIRIES       PIC Z(8)9.
           05  FILLER              PIC X.
           05  RPO-VIEWS           PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPO-OUTSIDE         PIC Z(6)9.
           05  FILLER              PIC X.
           05  RPO-STAFF           PIC Z(5)9.
           05  FILLER              PIC X.
           05  RPO-FLAG            PIC X(20).
       01  RPT-TOTAL-LINE.
           05  RPT-LABEL           PIC X(30).
           05  RPT-COUNT           PIC Z(6)9.

       PROCEDURE DIVISION.
 *    * Who looked at what through INQUIRY since the last review:
 *    * every view of an account domiciled at another branch than
 *    * the operator's, every view of a staff member's account, and
 *    * every operator whose inquiries run well past the others'.
 *    * A review is taken once seven days have passed since the
 *    * last, so a closed day never costs a week its review.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         MOVE RUN-DATE TO CVD-DATE-X.
         PERFORM 700-DATE-TO-DAYNO.
         MOVE CVD-DAYNO TO RUN-DAYNO.
         PERFORM 150-GET-CONTROLS.
         PERFORM 160-CHECK-DUE.
         PERFORM 200-LOAD-OPERATORS.
         PERFORM 250-LOAD-DOMICILES.
         OPEN OUTPUT RPT-DATA.
         IF NOT ST-RPT-SUCCESS
           DISPLAY "INQ-REVIEW.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         IF LAST-FOUND
           MOVE PERIOD-FROM TO RPH-FROM
         ELSE
           MOVE "LAST SEVEN DAYS" TO RPH-FROM
         END-IF.
         MOVE PERIOD-TO TO RPH-TO.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-VIEW-HEAD TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 300-READ-LOG.
         PERFORM 400-OPERATOR-SUMMARY.
         CLOSE RPT-DATA
               OPR-WRK
               DOM-WRK
               STF-WRK.
         PERFORM 500-WRITE-LAST.
         DISPLAY "LOG LINES READ             : " LOG-LINES-READ.
         DISPLAY "LOG LINES IN PERIOD        : " LOG-LINES-IN-PERIOD.
         DISPLAY "INQUIRIES                  : " TOTAL-INQUIRIES.
         DISPLAY "ACCOUNTS VIEWED            : " TOTAL-VIEWS.
         DISPLAY "VIEWS FLAGGED              : " FLAGGED-VIEWS.
         DISPLAY "OPERATORS FLAGGED          : " FLAGGED-OPERATORS.
         DISPLAY "REFUSED SIGN-ONS           : " TOTAL-REFUSED.
         IF FLAGGED-VIEWS > 0 OR FLAGGED-OPERATORS > 0
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

 *    * Absence of the card keeps the defaults above; a card that
 *    * does not read is refused rather than guessed at
       150-GET-CONTROLS.
         OPEN INPUT CTL-DATA.
         IF ST-CTL-SUCCESS
           READ CTL-DATA
             AT END MOVE SPACES TO CTL-REC
           END-READ
           CLOSE CTL-DATA
           IF CTL-LIMIT-X NOT NUMERIC OR CTL-FACTOR-X NOT NUMERIC
             DISPLAY "INQ-REVIEW-CTL.DAT THRESHOLDS NOT NUMERIC"
             PERFORM 110-ERROR-EXIT
           END-IF
           MOVE CTL-LIMIT TO LIMIT-INQUIRIES
           MOVE CTL-FACTOR TO LIMIT-FACTOR
         END-IF.

 *    * The period runs from the last review's stamp to now; the
 *    * first review ever takes the last seven days
       160-CHECK-DUE.
         ACCEPT PTO-DATE FROM DATE YYYYMMDD.
         ACCEPT PTO-TIME FROM TIME.
         OPEN INPUT LAST-DATA.
         IF ST-LAST-SUCCESS
           READ LAST-DATA
             AT END MOVE SPACES TO LAST-REC
           END-READ
           CLOSE LAST-DATA
           IF LST-DATE-X NUMERIC
             MOVE 'Y' TO LAST-FOUND-SW
           END-IF
         END-IF.
         IF LAST-FOUND
           MOVE LST-DATE TO PFR-DATE
           MOVE LST-TIME TO PFR-TIME
           MOVE LST-DATE TO CVD-DATE-X
           PERFORM 700-DATE-TO-DAYNO
           COMPUTE DAYS-SINCE = RUN-DAYNO - CVD-DAYNO
           IF DAYS-SINCE < 7
             DISPLAY "ACCESS REVIEW NOT DUE - LAST TAKEN "
                     LST-DATE-X
             STOP RUN
           END-IF
         ELSE
           COMPUTE FIRST-DAYNO = RUN-DAYNO - 6
         END-IF.

 *    * Operators on a keyed scratch file with their counters, and
 *    * the customer numbers that make an account a staff account
       200-LOAD-OPERATORS.
         OPEN OUTPUT OPR-WRK.
         CLOSE OPR-WRK.
         OPEN I-O OPR-WRK.
         IF NOT ST-OPW-SUCCESS
           DISPLAY "INQREV-OPR.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT STF-WRK.
         CLOSE STF-WRK.
         OPEN I-O STF-WRK.
         IF NOT ST-SFW-SUCCESS
           DISPLAY "INQREV-STF.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT OPER-DATA.
         IF NOT ST-OPER-SUCCESS
           DISPLAY "OPERATOR.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ OPER-DATA
           AT END MOVE '10' TO ST-OPER
         END-READ.
         PERFORM 210-LOAD-ONE-OPERATOR
           UNTIL ST-OPER-EOF.
         CLOSE OPER-DATA.

       210-LOAD-ONE-OPERATOR.
         IF OPR-ID NOT = SPACES
           MOVE OPR-ID TO OPW-ID
           MOVE OPR-NAME TO OPW-NAME
           MOVE OPR-BRANCH TO OPW-BRANCH
           MOVE ZERO TO OPW-SIGNONS OPW-INQUIRIES OPW-VIEWS
                        OPW-OUTSIDE OPW-STAFF
           WRITE OPR-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE OPERATOR IGNORED : " OPR-ID
           END-WRITE
           IF OPR-CUST-NO-X NUMERIC AND OPR-CUST-NO > ZERO
             MOVE OPR-CUST-NO TO SFW-CUST-NO
             MOVE OPR-ID TO SFW-OPER
             WRITE STF-WRK-RECORD
               INVALID KEY CONTINUE
             END-WRITE
           END-IF
         END-IF.
         READ OPER-DATA
           AT END MOVE '10' TO ST-OPER
         END-READ.

 *    * No domicile file means no account can be judged outside a
 *    * branch; the staff and volume checks still run
       250-LOAD-DOMICILES.
         OPEN OUTPUT DOM-WRK.
         CLOSE DOM-WRK.
         OPEN I-O DOM-WRK.
         IF NOT ST-DMW-SUCCESS
           DISPLAY "INQREV-DOM.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT DOM-DATA.
         IF ST-DOM-SUCCESS
           READ DOM-DATA
             AT END MOVE '10' TO ST-DOM
           END-READ
           PERFORM 260-LOAD-ONE-DOMICILE
             UNTIL ST-DOM-EOF
           CLOSE DOM-DATA
         ELSE
           DISPLAY "ACCT-BRANCH.DAT NOT AVAILABLE - BRANCH CHECK "
                   "SKIPPED"
         END-IF.

       260-LOAD-ONE-DOMICILE.
         IF DOM-ACCT-NO-X NUMERIC AND DOM-BRANCH NOT = SPACES
           MOVE DOM-ACCT-NO TO DMW-ACCT-NO
           MOVE DOM-BRANCH TO DMW-BRANCH
           WRITE DOM-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ DOM-DATA
           AT END MOVE '10' TO ST-DOM
         END-READ.

 *    * The log in the order it was written; each line inside the
 *    * period counts against its operator
       300-READ-LOG.
         OPEN INPUT LOG-DATA.
         IF ST-LOG-SUCCESS
           READ LOG-DATA
             AT END MOVE '10' TO ST-LOG
           END-READ
           PERFORM 310-ONE-LOG-LINE
             UNTIL ST-LOG-EOF
           CLOSE LOG-DATA
         END-IF.

       310-ONE-LOG-LINE.
         ADD 1 TO LOG-LINES-READ.
         IF LOG-DATE-X NUMERIC
           PERFORM 320-CHECK-PERIOD
         END-IF.
         READ LOG-DATA
           AT END MOVE '10' TO ST-LOG
         END-READ.

       320-CHECK-PERIOD.
         IF LAST-FOUND
           IF LOG-STAMP > PERIOD-FROM AND LOG-STAMP NOT > PERIOD-TO
             PERFORM 330-COUNT-LOG-LINE
           END-IF
         ELSE
           MOVE LOG-DATE TO CVD-DATE-X
           PERFORM 700-DATE-TO-DAYNO
           IF CVD-DAYNO NOT < FIRST-DAYNO
              AND LOG-STAMP NOT > PERIOD-TO
             PERFORM 330-COUNT-LOG-LINE
           END-IF
         END-IF.

       330-COUNT-LOG-LINE.
         ADD 1 TO LOG-LINES-IN-PERIOD.
         IF LOG-EVENT = 'R'
           ADD 1 TO TOTAL-REFUSED
         ELSE
           MOVE LOG-OPER TO OPW-ID
           READ OPR-WRK
             INVALID KEY
               MOVE "NOT ON OPERATOR FILE" TO OPW-NAME
               MOVE LOG-BRANCH TO OPW-BRANCH
               MOVE ZERO TO OPW-SIGNONS OPW-INQUIRIES OPW-VIEWS
                            OPW-OUTSIDE OPW-STAFF
               WRITE OPR-WRK-RECORD
                 INVALID KEY
                   DISPLAY "OPERATOR SCRATCH WRITE FAILED : "
                           LOG-OPER
                   PERFORM 110-ERROR-EXIT
               END-WRITE
           END-READ
           EVALUATE LOG-EVENT
             WHEN 'S'
               ADD 1 TO OPW-SIGNONS
             WHEN 'Q'
               ADD 1 TO OPW-INQUIRIES
               ADD 1 TO TOTAL-INQUIRIES
             WHEN 'V'
               ADD 1 TO OPW-VIEWS
               ADD 1 TO TOTAL-VIEWS
               PERFORM 340-CHECK-VIEW
           END-EVALUATE
           REWRITE OPR-WRK-RECORD
             INVALID KEY
               DISPLAY "OPERATOR SCRATCH REWRITE FAILED : " OPW-ID
               PERFORM 110-ERROR-EXIT
           END-REWRITE
         END-IF.

 *    * One account shown: at another branch, a staff member's, or
 *    * both; the operator's own account is named as such
       340-CHECK-VIEW.
         MOVE SPACES TO ACCT-BRANCH.
         IF LOG-ACCT-NO-X NUMERIC
           MOVE LOG-ACCT-NO TO DMW-ACCT-NO
           READ DOM-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE DMW-BRANCH TO ACCT-BRANCH
           END-READ
         END-IF.
         IF ACCT-BRANCH NOT = SPACES AND ACCT-BRANCH NOT = LOG-BRANCH
           ADD 1 TO OPW-OUTSIDE
           MOVE "OUTSIDE OWN BRANCH" TO FLAG-TEXT
           PERFORM 350-WRITE-FLAGGED-VIEW
         END-IF.
         IF LOG-CUST-NO-X NUMERIC AND LOG-CUST-NO > ZERO
           MOVE LOG-CUST-NO TO SFW-CUST-NO
           READ STF-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               ADD 1 TO OPW-STAFF
               IF SFW-OPER = LOG-OPER
                 MOVE "OWN ACCOUNT" TO FLAG-TEXT
               ELSE
                 MOVE SPACES TO FLAG-TEXT
                 STRING "STAFF ACCOUNT OF " DELIMITED BY SIZE
                        SFW-OPER DELIMITED BY SIZE
                   INTO FLAG-TEXT
                 END-STRING
               END-IF
               PERFORM 350-WRITE-FLAGGED-VIEW
           END-READ
         END-IF.

       350-WRITE-FLAGGED-VIEW.
         ADD 1 TO FLAGGED-VIEWS.
         MOVE SPACES TO RPT-VIEW-LINE.
         MOVE LOG-DATE-X TO RPV-DATE.
         MOVE LOG-TIME TO RPV-TIME.
         MOVE LOG-OPER TO RPV-OPER.
         MOVE LOG-BRANCH TO RPV-BRANCH.
         MOVE LOG-ACCT-NO-X TO RPV-ACCT-NO.
         MOVE ACCT-BRANCH TO RPV-DOM.
         MOVE LOG-REASON TO RPV-REASON.
         MOVE FLAG-TEXT TO RPV-FLAG.
         MOVE RPT-VIEW-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * Every operator with activity in the period, in ID order;
 *    * the average is over the operators who made any inquiry
       400-OPERATOR-SUMMARY.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE RPT-OPER-HEAD TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 410-COUNT-ACTIVE.
         MOVE ZERO TO FLAG-CEILING.
         IF LIMIT-FACTOR > 0 AND ACTIVE-OPERATORS > 1
           COMPUTE FLAG-CEILING =
               TOTAL-INQUIRIES * LIMIT-FACTOR / ACTIVE-OPERATORS
         END-IF.
         PERFORM 430-POSITION-OPERATORS.
         PERFORM 440-ONE-OPERATOR-LINE
           UNTIL ST-OPW-EOF.
         MOVE SPACES TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "INQUIRIES" TO RPT-LABEL.
         MOVE TOTAL-INQUIRIES TO RPT-COUNT.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "ACCOUNTS VIEWED" TO RPT-LABEL.
         MOVE TOTAL-VIEWS TO RPT-COUNT.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "VIEWS FLAGGED" TO RPT-LABEL.
         MOVE FLAGGED-VIEWS TO RPT-COUNT.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "OPERATORS FLAGGED" TO RPT-LABEL.
         MOVE FLAGGED-OPERATORS TO RPT-COUNT.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         MOVE "REFUSED SIGN-ONS" TO RPT-LABEL.
         MOVE TOTAL-REFUSED TO RPT-COUNT.
         MOVE RPT-TOTAL-LINE TO RPT-LINE.
         WRITE RPT-LINE.

       410-COUNT-ACTIVE.
         MOVE ZERO TO ACTIVE-OPERATORS.
         PERFORM 430-POSITION-OPERATORS.
         PERFORM 420-COUNT-ONE-ACTIVE
           UNTIL ST-OPW-EOF.

       420-COUNT-ONE-ACTIVE.
         IF OPW-INQUIRIES > 0
           ADD 1 TO ACTIVE-OPERATORS
         END-IF.
         READ OPR-WRK NEXT RECORD
           AT END MOVE '10' TO ST-OPW
         END-READ.

       430-POSITION-OPERATORS.
         MOVE '00' TO ST-OPW.
         MOVE LOW-VALUES TO OPW-ID.
         START OPR-WRK KEY NOT < OPW-ID
           INVALID KEY MOVE '10' TO ST-OPW
         END-START.
         IF NOT ST-OPW-EOF
           READ OPR-WRK NEXT RECORD
             AT END MOVE '10' TO ST-OPW
           END-READ
         END-IF.

       440-ONE-OPERATOR-LINE.
         IF OPW-SIGNONS > 0 OR OPW-INQUIRIES > 0 OR OPW-VIEWS > 0
           MOVE SPACES TO RPT-OPER-LINE
           MOVE OPW-ID TO RPO-ID
           MOVE OPW-NAME TO RPO-NAME
           MOVE OPW-BRANCH TO RPO-BRANCH
           MOVE OPW-SIGNONS TO RPO-SIGNONS
           MOVE OPW-INQUIRIES TO RPO-INQUIRIES
           MOVE OPW-VIEWS TO RPO-VIEWS
           MOVE OPW-OUTSIDE TO RPO-OUTSIDE
           MOVE OPW-STAFF TO RPO-STAFF
           EVALUATE TRUE
             WHEN LIMIT-INQUIRIES > 0
                  AND OPW-INQUIRIES > LIMIT-INQUIRIES
               MOVE "OVER CEILING" TO RPO-FLAG
               ADD 1 TO FLAGGED-OPERATORS
             WHEN FLAG-CEILING > 0
                  AND OPW-INQUIRIES > FLAG-CEILING
               MOVE "WELL ABOVE AVERAGE" TO RPO-FLAG
               ADD 1 TO FLAGGED-OPERATORS
           END-EVALUATE
           MOVE RPT-OPER-LINE TO RPT-LINE
           WRITE RPT-LINE
         END-IF.
         READ OPR-WRK NEXT RECORD
           AT END MOVE '10' TO ST-OPW
         END-READ.

 *    * The stamp this review was taken at, for the next one
       500-WRITE-LAST.
         OPEN OUTPUT LAST-DATA.
         IF NOT ST-LAST-SUCCESS
           DISPLAY "INQ-REVIEW-LAST.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE PTO-DATE TO LST-DATE.
         MOVE PTO-TIME TO LST-TIME.
         WRITE LAST-REC.
         CLOSE LAST-DATA.

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

       END PROGRAM INQREVIEW.
