         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CAL-DATA       ASSIGN TO DISK "BUS-CAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CAL.
         SELECT ACCT-KEY-DATA  ASSIGN TO DISK "ACCT-KEY.DAT"
                ORGANIZATION INDEXED
                ACCESS RANDOM
         SELECT STMT-DATA      ASSIGN TO DISK "STATEMENTS.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STMT.
         SELECT ESTMT-DATA     ASSIGN TO DISK "ESTMT-EXTRACT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ESTMT.
         SELECT CHAN-DATA      ASSIGN TO DISK "STMT-CHANNEL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CHAN.
         SELECT CTL-DATA       ASSIGN TO DISK "STMT-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT RPRT-DATA      ASSIGN TO DISK "STMT-REPRINT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPRT.
         SELECT REV-WRK        ASSIGN TO DISK "STMT-REV.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY RWK-KEY
                FILE STATUS IS ST-REV-WRK.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST.
         SELECT REL-WRK        ASSIGN TO DISK "STMT-REL.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY SRL-KEY
                FILE STATUS IS ST-REL-WRK.
         SELECT CUS-WRK        ASSIGN TO DISK "STMT-CUS.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY SCW-CUST-NO
                FILE STATUS IS ST-CUS-WRK.

       DATA DIVISION.
       FILE SECTION.
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Non-business dates per currency area; area *** closes
 *    * every area (the bank's own holidays). Saturdays and Sundays
 *    * are closed without being listed.
       FD  CAL-DATA.
       01  CAL-RECORD.
           05  CAL-AREA            PIC X(3).
           05  FILLER              PIC X.
           05  CAL-DATE-X          PIC X(8).
           05  CAL-DATE REDEFINES CAL-DATE-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  CAL-DESC            PIC X(30).
 *    * Keyed account master ACCTLOAD built this window: the prior
 *    * balance for any account fetches by number, so the account
 *    * count is bounded by disk and not by a working-storage table
           05  CUST-NO-OUT-N REDEFINES CUST-NO-OUT
                                   PIC 9(6).
 *    * Run output resequenced by owner key, the sorted-file
 *    * grouping that replaced the old in-memory owner table; a
 *    * joint holder's copy of an account goes in again under the
 *    * holder's key, flagged, with the holder's name to head it
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-KEY             PIC X(20).
           05  SRT-BONUS           PIC 9(5)V99.
           05  SRT-DEBIT-INT       PIC 9(5)V99.
           05  SRT-STATUS          PIC X.
           05  SRT-HOLDER          PIC X(20).
           05  SRT-COPY            PIC X.
 *    * Per-owner totals written by the interest run, re-read for
 *    * each statement's total lines
       FD  TOTAL-DATA.
           05  AUD-DATE            PIC X(8).
           05  FILLER              PIC X(95).
 *    * TXNPOST's journal of the day's movements, in the layout it
 *    * writes; only APPLIED lines reach the statement. A reversal
 *    * line (tag R) links back to the posting date and sequence
 *    * of the entry it undoes.
       FD  JRNL-DATA.
       01  JRNL-RECORD.
           05  JRN-DATE            PIC X(8).
           05  JRN-NEW-SIGN        PIC X.
           05  FILLER              PIC X.
           05  JRN-REF             PIC X(8).
           05  FILLER              PIC X.
           05  JRN-POST-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  JRN-SEQ             PIC X(6).
           05  FILLER              PIC X.
           05  JRN-LINK-TAG        PIC X.
           05  FILLER              PIC X.
           05  JRN-LINK-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  JRN-LINK-SEQ        PIC X(6).
 *    * Formatted statements for the print shop, one page set per
 *    * owner who takes statements on paper
       FD  STMT-DATA.
       01  STMT-LINE               PIC X(104).
 *    * Statements for the e-statement portal, one group of records
 *    * per statement led by its HDR record: ACC opens an account,
 *    * MOV is a movement, INT the interest, CLS the closing balance
 *    * and TOT a currency total. Every record carries the customer
 *    * and statement number; the file ends with a *TRL record.
       FD  ESTMT-DATA.
       01  ESTMT-REC.
           05  ESR-TYPE            PIC X(3).
           05  FILLER              PIC X.
           05  ESR-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  ESR-STMT-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  ESR-BODY            PIC X(100).
 *    * The night's statement count by delivery channel, appended
 *    * across runs; the channels must add up to the statements
 *    * generated
       FD  CHAN-DATA.
       01  CHAN-REC.
           05  CHN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  CHN-GENERATED       PIC 9(5).
           05  FILLER              PIC X.
           05  CHN-PAPER           PIC 9(5).
           05  FILLER              PIC X.
           05  CHN-EMAIL           PIC 9(5).
           05  FILLER              PIC X.
           05  CHN-BOTH            PIC 9(5).
           05  FILLER              PIC X.
           05  CHN-FALLBACK        PIC 9(5).
           05  FILLER              PIC X.
           05  CHN-STATUS          PIC X(14).
 *    * Statement cycle control, one record per owner: cycle M
 *    * monthly, Q quarterly, D on demand; the next statement date;
 *    * and the last statement number used, carried across runs
 *    * advancing the cycle or the statement number
       FD  RPRT-DATA.
       01  RPRT-REC                PIC X(20).
 *    * The journal's applied reversals for the run, keyed on the
 *    * entry each one undoes, so the correction prints beside it
       FD  REV-WRK.
       01  REV-WRK-RECORD.
           05  RWK-KEY.
               10  RWK-ORIG-DATE   PIC X(8).
               10  RWK-ORIG-SEQ    PIC X(6).
           05  RWK-DATE            PIC X(8).
           05  RWK-ACTION          PIC X.
           05  RWK-AMOUNT          PIC 9(7).
           05  RWK-REF             PIC X(8).
 *    * Account relationships RELMAINT keeps; a joint holder or
 *    * attorney flagged for a copy gets the account on a statement
 *    * of their own
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
           05  FILLER              PIC X.
           05  REL-STMT-COPY       PIC X.
           05  FILLER              PIC X.
           05  REL-SINCE           PIC X(8).
 *    * Customer master, for the name a copy is headed with and
 *    * the channel each customer takes statements by: P paper, E
 *    * electronic, B both, blank paper; F when the portal failed
 *    * the e-mail address
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  CUS-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X(106).
           05  FILLER              PIC X.
           05  CUS-DELIVERY        PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL           PIC X(50).
           05  FILLER              PIC X.
           05  CUS-EMAIL-FLAG      PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL-DATE      PIC X(8).
 *    * The copy holders on keyed scratch files for the run, the
 *    * links keyed by account so one account's holders read
 *    * together
       FD  REL-WRK.
       01  REL-WRK-RECORD.
           05  SRL-KEY.
               10  SRL-ACCT-NO     PIC 9(8).
               10  SRL-CUST-NO     PIC 9(6).
       FD  CUS-WRK.
       01  CUS-WRK-RECORD.
           05  SCW-CUST-NO         PIC 9(6).
           05  SCW-NAME            PIC X(20).
           05  SCW-DELIVERY        PIC X.
           05  SCW-EMAIL           PIC X(50).
           05  SCW-EMAIL-FLAG      PIC X.

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CAL                  PIC X(02)    VALUE SPACES.
           88  ST-CAL-SUCCESS                   VALUE '00'.
           88  ST-CAL-EOF                       VALUE '10'.
       01  ST-ACCT-KEY             PIC X(02)    VALUE SPACES.
           88  ST-ACCT-KEY-SUCCESS              VALUE '00'.
       01  ST-ACCT-OUT             PIC X(02)    VALUE SPACES.
           88  ST-JRNL-EOF                      VALUE '10'.
       01  ST-STMT                 PIC X(02)    VALUE SPACES.
           88  ST-STMT-SUCCESS                  VALUE '00'.
       01  ST-ESTMT                PIC X(02)    VALUE SPACES.
           88  ST-ESTMT-SUCCESS                 VALUE '00'.
       01  ST-CHAN                 PIC X(02)    VALUE SPACES.
           88  ST-CHAN-SUCCESS                  VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
           88  ST-CTL-EOF                       VALUE '10'.
       01  ST-RPRT                 PIC X(02)    VALUE SPACES.
           88  ST-RPRT-SUCCESS                  VALUE '00'.
           88  ST-RPRT-EOF                      VALUE '10'.
       01  ST-REV-WRK              PIC X(02)    VALUE SPACES.
           88  ST-REV-WRK-SUCCESS               VALUE '00'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-CUST                 PIC X(02)    VALUE SPACES.
           88  ST-CUST-SUCCESS                  VALUE '00'.
           88  ST-CUST-EOF                      VALUE '10'.
       01  ST-REL-WRK              PIC X(02)    VALUE SPACES.
           88  ST-REL-WRK-SUCCESS               VALUE '00'.
           88  ST-REL-WRK-EOF                   VALUE '10'.
       01  ST-CUS-WRK              PIC X(02)    VALUE SPACES.
           88  ST-CUS-WRK-SUCCESS               VALUE '00'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.

       77  VER-EXP-HASH            PIC 9(11)V99 VALUE ZERO.
       77  VER-SEEN-SW             PIC X        VALUE 'N'.
           88  VER-SEEN                         VALUE 'Y'.
       01  TRAILER-REC.
           05  TRL-TAG             PIC X(4)     VALUE "*TRL".
           05  FILLER              PIC X        VALUE SPACE.
           05  TRL-COUNT           PIC 9(7).
           05  FILLER              PIC X        VALUE SPACE.
           05  TRL-HASH            PIC 9(11)V99.
       77  ESTMT-TRL-CNT           PIC 9(7)     VALUE ZERO.
       77  ESTMT-TRL-HASH          PIC 9(11)V99 VALUE ZERO.

 *    * Parse area for the amount column of TOTAL.DAT, edited on
 *    * the file, numeric in the hash
       77  NET-MOVE                PIC S9(9)    VALUE ZERO.
       77  OPENING-SIGNED          PIC S9(9)    VALUE ZERO.
       77  JRN-SIGNED              PIC S9(8)    VALUE ZERO.
 *    * The earliest posting date and sequence the journal holds: a
 *    * reversal of an entry at or after it prints beside that
 *    * entry, one of an older entry prints on its own as a
 *    * correction
       01  JRNL-LOW-KEY.
           05  JLK-DATE            PIC X(8)     VALUE HIGH-VALUES.
           05  JLK-SEQ             PIC X(6)     VALUE HIGH-VALUES.
       01  JRNL-LINE-KEY.
           05  JNK-DATE            PIC X(8)     VALUE SPACES.
           05  JNK-SEQ             PIC X(6)     VALUE SPACES.
       77  REV-FOUND-SW            PIC X        VALUE 'N'.
           88  REV-FOUND                        VALUE 'Y'.

       77  RUN-DATE                PIC X(8)     VALUE SPACES.
       77  RUN-DATE-N              PIC 9(8)     VALUE ZERO.
       77  STMT-COUNT              PIC 9(4)     VALUE ZERO.
       77  STMT-SKIPPED            PIC 9(4)     VALUE ZERO.
       77  REPRINT-COUNT           PIC 9(4)     VALUE ZERO.
       77  COPIES-RELEASED         PIC 9(5)     VALUE ZERO.

 *    * Delivery channel of the statement in hand and the night's
 *    * count by channel: paper only, electronic only, both, and
 *    * the electronic customers put on paper for want of a usable
 *    * e-mail address; a branch reprint is always paper
       77  PAPER-SW                PIC X        VALUE 'Y'.
           88  PRINT-ON-PAPER                   VALUE 'Y'.
       77  EMAIL-SW                PIC X        VALUE 'N'.
           88  SEND-BY-EMAIL                    VALUE 'Y'.
       77  CHAN-PAPER              PIC 9(5)     VALUE ZERO.
       77  CHAN-EMAIL              PIC 9(5)     VALUE ZERO.
       77  CHAN-BOTH               PIC 9(5)     VALUE ZERO.
       77  CHAN-FALLBACK           PIC 9(5)     VALUE ZERO.
       77  PAPER-STMTS             PIC 9(5)     VALUE ZERO.
       77  E-STMTS                 PIC 9(5)     VALUE ZERO.
       77  CHAN-TOTAL              PIC 9(5)     VALUE ZERO.
       77  CUR-NAME                PIC X(20)    VALUE SPACES.
       77  CUR-EMAIL               PIC X(50)    VALUE SPACES.
       77  CUR-DELIVERY            PIC X        VALUE SPACE.
       77  E-SIGNED                PIC S9(9)    VALUE ZERO.
 *    * The account's sort record as released for its owner, the
 *    * pattern each holder's copy is cut from
       01  SORT-SAVE               PIC X(113)   VALUE SPACES.
       77  CUR-OWNER               PIC X(20)    VALUE SPACES.
       77  CUR-KEY                 PIC X(20)    VALUE SPACES.
       77  CUR-CUST                PIC 9(6)     VALUE ZERO.
           05  CYC-MONTH           PIC 9(2).
           05  CYC-DAY             PIC 9(2).

 *    * The business-day calendar and the roll work fields; a
 *    * statement date on a closed day rolls to the following
 *    * business day on the bank-wide calendar
       77  CAL-ENTRIES             PIC 9(3)     VALUE ZERO.
       77  CAL-ITER                PIC 9(3)     VALUE ZERO.
       01  CAL-TABLE.
           05  CAL-ENTRY           OCCURS 500 TIMES.
               10  CLT-AREA        PIC X(3).
               10  CLT-DATE        PIC 9(8).
       77  ROLL-DATE               PIC 9(8)     VALUE ZERO.
       77  ROLL-AREA               PIC X(3)     VALUE "***".
       77  WEEK-QUOT               PIC 9(7)     VALUE ZERO.
       77  WEEK-REM                PIC 9        VALUE ZERO.
       77  BUSINESS-DAY-SW         PIC X        VALUE 'Y'.
           88  IS-BUSINESS-DAY                  VALUE 'Y'.

 *    * Day-number conversion work fields, both directions, the
 *    * integer arithmetic INTERETS uses for proration
       01  CVD-DATE-X.
           05  CVD-YEAR            PIC 9(4).
           05  CVD-MONTH           PIC 9(2).
           05  CVD-DAY             PIC 9(2).
       77  CVD-DAYNO               PIC 9(7)     VALUE ZERO.
       77  CVD-A                   PIC 9(7)     VALUE ZERO.
       77  CVD-B                   PIC 9(7)     VALUE ZERO.
       77  CVD-C                   PIC 9(7)     VALUE ZERO.
       77  CVD-D                   PIC 9(7)     VALUE ZERO.
       77  CVD-E                   PIC 9(7)     VALUE ZERO.
       77  CVD-M                   PIC 9(7)     VALUE ZERO.
       77  CVD-Y                   PIC 9(7)     VALUE ZERO.
       77  CVD-T1                  PIC 9(7)     VALUE ZERO.
       77  CVD-T2                  PIC 9(7)     VALUE ZERO.
       77  CVD-T3                  PIC 9(7)     VALUE ZERO.
       77  CVD-T4                  PIC 9(7)     VALUE ZERO.

 *    * Branch reprint requests stay in a small table: they are
 *    * bounded by what the branch asks for, not by the account
 *    * count
           05  FILLER              PIC X(16)
               VALUE "OPENING BALANCE ".
           05  AHL-OPENING         PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AHL-NOTE            PIC X(20).
       01  ACT-TXN-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ATL-DATE            PIC X(8).
           05  ATL-BALANCE         PIC -(7)9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ATL-REF             PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ATL-NOTE            PIC X(26).
       01  ACT-INT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(9)
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  TTL-AMOUNT          PIC X(12).

 *    * E-statement record bodies, built in working storage then
 *    * moved behind the record's type, customer and statement
 *    * number; a balance carries its sign in the byte before it
       01  E-HEAD-BODY.
           05  EHB-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  EHB-EMAIL           PIC X(50).
           05  FILLER              PIC X.
           05  EHB-PERIOD-FROM     PIC X(8).
           05  FILLER              PIC X.
           05  EHB-PERIOD-TO       PIC X(8).
           05  FILLER              PIC X.
           05  EHB-DELIVERY        PIC X.
       01  E-ACCT-BODY.
           05  EAB-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  EAB-TYPE            PIC X(4).
           05  FILLER              PIC X.
           05  EAB-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  EAB-OPEN-SIGN       PIC X.
           05  EAB-OPENING         PIC 9(8).
           05  FILLER              PIC X.
           05  EAB-NOTE            PIC X(20).
       01  E-MOVE-BODY.
           05  EMB-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  EMB-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  EMB-ACTION          PIC X.
           05  FILLER              PIC X.
           05  EMB-AMOUNT          PIC 9(7).
           05  FILLER              PIC X.
           05  EMB-BAL-SIGN        PIC X.
           05  EMB-BALANCE         PIC X(7).
           05  FILLER              PIC X.
           05  EMB-REF             PIC X(8).
           05  FILLER              PIC X.
           05  EMB-NOTE            PIC X(26).
       01  E-INT-BODY.
           05  EIB-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  EIB-INTEREST        PIC 9(7).
           05  FILLER              PIC X.
           05  EIB-TAX             PIC 9(7)V99.
           05  FILLER              PIC X.
           05  EIB-BONUS           PIC 9(5)V99.
           05  FILLER              PIC X.
           05  EIB-OD-INT          PIC 9(5)V99.
       01  E-CLOSE-BODY.
           05  ECB-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  ECB-CLOSE-SIGN      PIC X.
           05  ECB-CLOSING         PIC 9(8).
       01  E-TOTAL-BODY.
           05  ETB-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  ETB-AMOUNT          PIC X(12).
       77  E-BAL-WORK              PIC 9(8)     VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 150-GET-RUN-DATE.
           MOVE RUN-DATE TO RUN-DATE-N
         END-IF.
         PERFORM 170-LOAD-CYCLE-CONTROL.
         PERFORM 178-LOAD-CALENDAR.
         PERFORM 180-LOAD-REPRINTS.
         PERFORM 190-VERIFY-TOTALS.
         PERFORM 195-VERIFY-JOURNAL.
         PERFORM 192-LOAD-COPY-HOLDERS.
         OPEN INPUT ACCT-KEY-DATA.
         IF NOT ST-ACCT-KEY-SUCCESS
           DISPLAY "ACCT-KEY.DAT OPEN FAILED"
           DISPLAY "STATEMENTS.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT ESTMT-DATA.
         IF NOT ST-ESTMT-SUCCESS
           DISPLAY "ESTMT-EXTRACT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
 *    * The sort is the grouping: the run output resequences by
 *    * owner key and the output procedure prints each group as it
 *    * returns, so no table caps the account count
                        ON ASCENDING KEY SRT-ACCT-NO
             INPUT PROCEDURE 200-FEED-SORT
             OUTPUT PROCEDURE 300-PRINT-STATEMENTS.
         MOVE ESTMT-TRL-CNT TO TRL-COUNT.
         MOVE ESTMT-TRL-HASH TO TRL-HASH.
         WRITE ESTMT-REC FROM TRAILER-REC.
         CLOSE STMT-DATA
               ESTMT-DATA
               ACCT-KEY-DATA
               REV-WRK
               REL-WRK
               CUS-WRK.
         PERFORM 500-WRITE-CYCLE-CONTROL.
         PERFORM 550-WRITE-CHANNEL-COUNT.
         DISPLAY "STATEMENTS PRINTED : " STMT-COUNT.
         DISPLAY "OWNERS NOT YET DUE : " STMT-SKIPPED.
         DISPLAY "REPRINTS PRODUCED  : " REPRINT-COUNT.
         DISPLAY "JOINT COPIES       : " COPIES-RELEASED.
         DISPLAY "PAPER ONLY         : " CHAN-PAPER.
         DISPLAY "ELECTRONIC ONLY    : " CHAN-EMAIL.
         DISPLAY "PAPER AND E-MAIL   : " CHAN-BOTH.
         DISPLAY "NO USABLE E-MAIL   : " CHAN-FALLBACK.
         IF CHN-STATUS NOT = "BALANCED"
           DISPLAY "CHANNEL COUNT DOES NOT RECONCILE - SEE "
                   "STMT-CHANNEL.DAT"
           STOP RUN RETURNING 4
         END-IF.
         STOP RUN.

       110-ERROR-EXIT.
           AT END MOVE '10' TO ST-CTL
         END-READ.

 *    * No calendar on file means only weekends are closed
       178-LOAD-CALENDAR.
         OPEN INPUT CAL-DATA.
         IF ST-CAL-SUCCESS
           READ CAL-DATA INTO CAL-RECORD
             AT END MOVE '10' TO ST-CAL
           END-READ
           PERFORM 179-LOAD-ONE-HOLIDAY
             UNTIL ST-CAL-EOF
           CLOSE CAL-DATA
         END-IF.

       179-LOAD-ONE-HOLIDAY.
         IF CAL-DATE-X NUMERIC
           IF CAL-ENTRIES < 500
             ADD 1 TO CAL-ENTRIES
             MOVE CAL-AREA TO CLT-AREA (CAL-ENTRIES)
             MOVE CAL-DATE TO CLT-DATE (CAL-ENTRIES)
           ELSE
             DISPLAY "BUS-CAL.DAT FULL - DATE IGNORED : " CAL-DATE
           END-IF
         END-IF.
         READ CAL-DATA INTO CAL-RECORD
           AT END MOVE '10' TO ST-CAL
         END-READ.

       180-LOAD-REPRINTS.
         OPEN INPUT RPRT-DATA.
         IF ST-RPRT-SUCCESS
 *    * and each segment proves on its own; a missing journal just
 *    * means statements with no customer activity on them
       195-VERIFY-JOURNAL.
         OPEN OUTPUT REV-WRK.
         CLOSE REV-WRK.
         OPEN I-O REV-WRK.
         IF NOT ST-REV-WRK-SUCCESS
           DISPLAY "STMT-REV.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 910-RESET-TRAILER.
         OPEN INPUT JRNL-DATA.
         IF NOT ST-JRNL-SUCCESS
           END-IF
         END-IF.

 *    * Track the journal's earliest posting key and hold each
 *    * applied reversal against the entry it names
       197-NOTE-REVERSAL.
         IF JRN-POST-DATE NUMERIC AND JRN-SEQ NUMERIC
           MOVE JRN-POST-DATE TO JNK-DATE
           MOVE JRN-SEQ TO JNK-SEQ
           IF JRNL-LINE-KEY < JRNL-LOW-KEY
             MOVE JRNL-LINE-KEY TO JRNL-LOW-KEY
           END-IF
         END-IF.
         IF JRN-LINK-TAG = 'R'
            AND JRN-STATUS = "APPLIED "
            AND JRN-AMOUNT-X NUMERIC
           MOVE JRN-LINK-DATE TO RWK-ORIG-DATE
           MOVE JRN-LINK-SEQ TO RWK-ORIG-SEQ
           MOVE JRN-DATE TO RWK-DATE
           MOVE JRN-ACTION TO RWK-ACTION
           MOVE JRN-AMOUNT TO RWK-AMOUNT
           MOVE JRN-REF TO RWK-REF
           WRITE REV-WRK-RECORD
             INVALID KEY
               DISPLAY "SECOND REVERSAL OF ONE ENTRY IGNORED : "
                       JRN-LINK-DATE " " JRN-LINK-SEQ
           END-WRITE
         END-IF.

       196-VERIFY-ONE-JOURNAL.
         IF JRN-DATE (1:4) = "*TRL"
           MOVE JRNL-RECORD TO TRL-PARSE
           IF JRN-AMOUNT-X NUMERIC
             ADD JRN-AMOUNT TO VER-HASH
           END-IF
           PERFORM 197-NOTE-REVERSAL
         END-IF.
         READ JRNL-DATA INTO JRNL-RECORD
           AT END MOVE '10' TO ST-JRNL
         END-READ.

 *    * The links flagged for a statement copy, then the customer
 *    * master for the names copies are headed with and the channel
 *    * every customer takes statements by; no relationship file
 *    * means no copies, no master means every statement on paper
       192-LOAD-COPY-HOLDERS.
         OPEN OUTPUT REL-WRK.
         CLOSE REL-WRK.
         OPEN I-O REL-WRK.
         IF NOT ST-REL-WRK-SUCCESS
           DISPLAY "STMT-REL.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT CUS-WRK.
         CLOSE CUS-WRK.
         OPEN I-O CUS-WRK.
         IF NOT ST-CUS-WRK-SUCCESS
           DISPLAY "STMT-CUS.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT REL-DATA.
         IF ST-REL-SUCCESS
           READ REL-DATA INTO REL-RECORD
             AT END MOVE '10' TO ST-REL
           END-READ
           PERFORM 193-LOAD-ONE-HOLDER
             UNTIL ST-REL-EOF
           CLOSE REL-DATA
         END-IF.
         OPEN INPUT CUST-DATA.
         IF ST-CUST-SUCCESS
           READ CUST-DATA INTO CUST-RECORD
             AT END MOVE '10' TO ST-CUST
           END-READ
           PERFORM 194-LOAD-ONE-NAME
             UNTIL ST-CUST-EOF
           CLOSE CUST-DATA
         END-IF.

       193-LOAD-ONE-HOLDER.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
            AND REL-STMT-COPY = 'Y'
            AND (REL-ROLE = 'J' OR REL-ROLE = 'A')
           MOVE REL-ACCT-NO TO SRL-ACCT-NO
           MOVE REL-CUST-NO TO SRL-CUST-NO
           WRITE REL-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL
         END-READ.

       194-LOAD-ONE-NAME.
         IF CUS-CUST-NO-X NUMERIC
           MOVE CUS-CUST-NO TO SCW-CUST-NO
           MOVE CUS-LEGAL-NAME TO SCW-NAME
           MOVE CUS-DELIVERY TO SCW-DELIVERY
           MOVE CUS-EMAIL TO SCW-EMAIL
           MOVE CUS-EMAIL-FLAG TO SCW-EMAIL-FLAG
           WRITE CUS-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE '10' TO ST-CUST
         END-READ.

 *    * Release every run-output record to the sort under its owner
 *    * key: the customer number when the account carries one, the
 *    * display name only for records from before the master
             MOVE ZERO TO SRT-DEBIT-INT
           END-IF
           MOVE STATUS-OUT TO SRT-STATUS
           MOVE OWNER-NAME-OUT TO SRT-HOLDER
           MOVE 'N' TO SRT-COPY
           MOVE SORT-RECORD TO SORT-SAVE
           RELEASE SORT-RECORD
           PERFORM 220-RELEASE-COPIES
         END-IF.
         READ ACCT-OUT-DATA INTO ACCT-OUT-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

 *    * The same account again for each holder flagged for a copy,
 *    * under the holder's key, so it prints on the holder's own
 *    * statement; the account's own customer never takes a copy
       220-RELEASE-COPIES.
         MOVE '00' TO ST-REL-WRK.
         MOVE ACCT-NO-OUT TO SRL-ACCT-NO.
         MOVE ZERO TO SRL-CUST-NO.
         START REL-WRK KEY NOT < SRL-KEY
           INVALID KEY MOVE '10' TO ST-REL-WRK
         END-START.
         IF NOT ST-REL-WRK-EOF
           READ REL-WRK NEXT RECORD
             AT END MOVE '10' TO ST-REL-WRK
           END-READ
         END-IF.
         PERFORM 225-RELEASE-ONE-COPY
           UNTIL ST-REL-WRK-EOF OR SRL-ACCT-NO NOT = ACCT-NO-OUT.

       225-RELEASE-ONE-COPY.
         IF CUST-NO-OUT NOT NUMERIC
            OR SRL-CUST-NO NOT = CUST-NO-OUT-N
           MOVE SORT-SAVE TO SORT-RECORD
           MOVE SRL-CUST-NO TO SRT-CUST
           MOVE SPACES TO WORK-KEY
           STRING "C" DELIMITED BY SIZE
                  SRL-CUST-NO DELIMITED BY SIZE
             INTO WORK-KEY
           END-STRING
           MOVE WORK-KEY TO SRT-KEY
           MOVE SRL-CUST-NO TO SCW-CUST-NO
           READ CUS-WRK
             INVALID KEY MOVE SPACES TO SRT-HOLDER
             NOT INVALID KEY MOVE SCW-NAME TO SRT-HOLDER
           END-READ
           MOVE 'Y' TO SRT-COPY
           ADD 1 TO COPIES-RELEASED
           RELEASE SORT-RECORD
         END-IF.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-REL-WRK
         END-READ.

 *    * Control break on the owner key: each returning group is one
 *    * owner's statement, printed or skipped by its cycle
       300-PRINT-STATEMENTS.
       320-OPEN-GROUP.
         MOVE 'Y' TO GROUP-OPEN-SW.
         MOVE SRT-KEY TO CUR-KEY.
         MOVE SRT-HOLDER TO CUR-OWNER.
         MOVE SRT-CUST TO CUR-CUST.
         PERFORM 312-CHECK-DUE.
         IF STMT-IS-DUE
             ADD 1 TO CWK-STMT-NO
             MOVE CWK-STMT-NO TO CUR-STMT-NO
           END-IF
           PERFORM 327-CHOOSE-CHANNEL
           PERFORM 325-PAGE-HEADING
           IF SEND-BY-EMAIL
             PERFORM 800-WRITE-E-HEADER
           END-IF
         ELSE
           ADD 1 TO STMT-SKIPPED
         END-IF.
         END-IF.

       325-PAGE-HEADING.
         MOVE 3 TO PAGE-LINES.
         IF PRINT-ON-PAPER
           ADD 1 TO PAGE-NO
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE RUN-DATE TO HD1-RUN-DATE
           MOVE CUR-STMT-NO TO HD1-STMT-NO
           MOVE PAGE-NO TO HD1-PAGE-NO
           MOVE HEAD-LINE-1 TO STMT-LINE
           WRITE STMT-LINE
           MOVE CUR-OWNER TO HD2-OWNER
           IF CUR-CUST > 0
             MOVE CUR-CUST TO HD2-CUST-NO
           ELSE
             MOVE SPACES TO HD2-CUST-NO
           END-IF
           MOVE HEAD-LINE-2 TO STMT-LINE
           WRITE STMT-LINE
         END-IF.

 *    * Only a statement going on paper reaches the print file
       326-PUT-LINE.
         IF PRINT-ON-PAPER
           WRITE STMT-LINE
         END-IF.

 *    * The channel comes off the customer master: E or B with an
 *    * e-mail address the portal has not failed goes to the
 *    * portal, E alone leaves the print shop out; everything else,
 *    * an owner known only by name, and every branch reprint,
 *    * goes on paper
       327-CHOOSE-CHANNEL.
         MOVE 'Y' TO PAPER-SW.
         MOVE 'N' TO EMAIL-SW.
         MOVE SPACE TO CUR-DELIVERY.
         MOVE SPACES TO CUR-EMAIL.
         MOVE CUR-OWNER TO CUR-NAME.
         IF CUR-CUST > 0
           MOVE CUR-CUST TO SCW-CUST-NO
           READ CUS-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE SCW-DELIVERY TO CUR-DELIVERY
               MOVE SCW-EMAIL TO CUR-EMAIL
               IF SCW-NAME NOT = SPACES
                 MOVE SCW-NAME TO CUR-NAME
               END-IF
           END-READ
         END-IF.
         IF (CUR-DELIVERY = 'E' OR CUR-DELIVERY = 'B')
            AND NOT IS-REPRINT
           IF CUR-EMAIL = SPACES OR SCW-EMAIL-FLAG = 'F'
             ADD 1 TO CHAN-FALLBACK
           ELSE
             MOVE 'Y' TO EMAIL-SW
             IF CUR-DELIVERY = 'E'
               MOVE 'N' TO PAPER-SW
             END-IF
           END-IF
         END-IF.
         EVALUATE TRUE
           WHEN PRINT-ON-PAPER AND SEND-BY-EMAIL
             ADD 1 TO CHAN-BOTH
           WHEN SEND-BY-EMAIL
             ADD 1 TO CHAN-EMAIL
           WHEN OTHER
             ADD 1 TO CHAN-PAPER
         END-EVALUATE.
         IF PRINT-ON-PAPER
           ADD 1 TO PAPER-STMTS
         END-IF.

       341-NEED-LINE.
         IF PAGE-LINES NOT < LINES-PER-PAGE
           MOVE SRT-ACCT-NO TO AHL-ACCT-NO
           MOVE SRT-TYPE TO AHL-TYPE
           MOVE SRT-CURRENCY TO AHL-CCY
           IF SRT-COPY = 'Y'
             MOVE "JOINT HOLDER COPY" TO AHL-NOTE
           END-IF
           MOVE SRT-INTEREST TO AHL-OPENING
           MOVE SRT-INTEREST TO E-SIGNED
           PERFORM 347-WRITE-HEAD-LINE
           MOVE SRT-INTEREST TO ACL-CLOSING
           PERFORM 349-WRITE-CLOSE-LINE
           MOVE SRT-ACCT-NO TO AHL-ACCT-NO
           MOVE SRT-TYPE TO AHL-TYPE
           MOVE SRT-CURRENCY TO AHL-CCY
           IF SRT-COPY = 'Y'
             MOVE "JOINT HOLDER COPY" TO AHL-NOTE
           END-IF
           MOVE OPENING-SIGNED TO AHL-OPENING
           MOVE OPENING-SIGNED TO E-SIGNED
           PERFORM 347-WRITE-HEAD-LINE
           PERFORM 348-PRINT-MOVEMENTS
           MOVE SRT-INTEREST TO AIL-INTEREST
           MOVE SRT-DEBIT-INT TO AIL-OD-INT
           PERFORM 341-NEED-LINE
           MOVE ACT-INT-LINE TO STMT-LINE
           PERFORM 326-PUT-LINE
           ADD 1 TO PAGE-LINES
           IF SEND-BY-EMAIL
             PERFORM 830-WRITE-E-INTEREST
           END-IF
           MOVE NEW-BALANCE TO ACL-CLOSING
           MOVE NEW-BALANCE TO E-SIGNED
           PERFORM 349-WRITE-CLOSE-LINE
         END-IF.


       347-WRITE-HEAD-LINE.
         MOVE ACT-HEAD-LINE TO STMT-LINE.
         PERFORM 326-PUT-LINE.
         ADD 1 TO PAGE-LINES.
         IF SEND-BY-EMAIL
           PERFORM 810-WRITE-E-ACCOUNT
         END-IF.

 *    * Movements print in the order the journal holds them, which
 *    * is the order they posted; a reversal prints directly under
 *    * the entry it undoes, as a correction, rather than where it
 *    * posted
       348-PRINT-MOVEMENTS.
         IF JRNL-AVAILABLE
           OPEN INPUT JRNL-DATA
            AND JRN-ACCT-NO-X NUMERIC
            AND JRN-AMOUNT-X NUMERIC
            AND JRN-ACCT-NO = SRT-ACCT-NO
           MOVE JRN-LINK-DATE TO JNK-DATE
           MOVE JRN-LINK-SEQ TO JNK-SEQ
           IF JRN-LINK-TAG = 'R'
              AND JRNL-LINE-KEY NOT < JRNL-LOW-KEY
             CONTINUE
           ELSE
             PERFORM 352-PRINT-JOURNAL-LINE
           END-IF
         END-IF.
         READ JRNL-DATA INTO JRNL-RECORD
           AT END MOVE '10' TO ST-JRNL
         END-READ.

       352-PRINT-JOURNAL-LINE.
         MOVE 'N' TO REV-FOUND-SW.
         IF JRN-POST-DATE NUMERIC AND JRN-SEQ NUMERIC
           MOVE JRN-POST-DATE TO RWK-ORIG-DATE
           MOVE JRN-SEQ TO RWK-ORIG-SEQ
           READ REV-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO REV-FOUND-SW
           END-READ
         END-IF.
         PERFORM 341-NEED-LINE.
         MOVE SPACES TO ACT-TXN-LINE.
         MOVE JRN-DATE TO ATL-DATE.
         MOVE JRN-ACTION TO ATL-ACTION.
         MOVE JRN-AMOUNT TO ATL-AMOUNT.
         IF JRN-NEW-SAVING-X NUMERIC
           MOVE JRN-NEW-SAVING TO JRN-SIGNED
           IF JRN-NEW-SIGN = '-'
             COMPUTE JRN-SIGNED = ZERO - JRN-NEW-SAVING
           END-IF
           MOVE JRN-SIGNED TO ATL-BALANCE
         END-IF.
         MOVE JRN-REF TO ATL-REF.
         IF JRN-LINK-TAG = 'R'
           STRING "CORRECTS ENTRY OF " DELIMITED BY SIZE
                  JRN-LINK-DATE DELIMITED BY SIZE
             INTO ATL-NOTE
           END-STRING
         END-IF.
         IF REV-FOUND
           MOVE "REVERSED" TO ATL-NOTE
         END-IF.
         MOVE ACT-TXN-LINE TO STMT-LINE.
         PERFORM 326-PUT-LINE.
         ADD 1 TO PAGE-LINES.
         IF SEND-BY-EMAIL
           PERFORM 820-WRITE-E-MOVEMENT
         END-IF.
         IF REV-FOUND
           PERFORM 353-PRINT-CORRECTION
         END-IF.

 *    * The reversal, under the entry it undoes; the balance it
 *    * left belongs to the night it posted, so none prints here
       353-PRINT-CORRECTION.
         PERFORM 341-NEED-LINE.
         MOVE SPACES TO ACT-TXN-LINE.
         MOVE RWK-DATE TO ATL-DATE.
         MOVE RWK-ACTION TO ATL-ACTION.
         MOVE RWK-AMOUNT TO ATL-AMOUNT.
         MOVE RWK-REF TO ATL-REF.
         MOVE "CORRECTION OF ABOVE" TO ATL-NOTE.
         MOVE ACT-TXN-LINE TO STMT-LINE.
         PERFORM 326-PUT-LINE.
         ADD 1 TO PAGE-LINES.
         IF SEND-BY-EMAIL
           PERFORM 825-WRITE-E-CORRECTION
         END-IF.

       349-WRITE-CLOSE-LINE.
         PERFORM 341-NEED-LINE.
         MOVE ACT-CLOSE-LINE TO STMT-LINE.
         PERFORM 326-PUT-LINE.
         ADD 1 TO PAGE-LINES.
         IF SEND-BY-EMAIL
           PERFORM 840-WRITE-E-CLOSING
         END-IF.

 *    * The owner's per-currency totals, re-read from TOTAL.DAT for
 *    * each statement; the file is as big as the owner count and
           END-IF
           IF WORK-KEY = CUR-KEY
             MOVE SPACES TO STMT-LINE
             PERFORM 326-PUT-LINE
             MOVE TOT-CURRENCY-IN TO TTL-CURRENCY
             MOVE TOT-AMOUNT-IN TO TTL-AMOUNT
             MOVE TOTAL-LINE TO STMT-LINE
             PERFORM 326-PUT-LINE
             ADD 2 TO PAGE-LINES
             IF SEND-BY-EMAIL
               PERFORM 850-WRITE-E-TOTAL
             END-IF
           END-IF
         END-IF.
         READ TOTAL-DATA INTO TOTAL-RECORD
         END-READ.

 *    * Month arithmetic for the cycle advance, the day clamped
 *    * to the target month's length, then rolled off a closed day
       380-ADVANCE-CYCLE.
         EVALUATE CWK-CYCLE
           WHEN 'Q'
         IF CYC-DAY > MONTH-LAST-DAY
           MOVE MONTH-LAST-DAY TO CYC-DAY
         END-IF.
         MOVE CYC-DATE-X TO ROLL-DATE.
         PERFORM 710-ROLL-DATE.
         MOVE ROLL-DATE TO CWK-NEXT.

       386-WRAP-YEAR.
         SUBTRACT 12 FROM CYC-MONTH.
           AT END MOVE '10' TO ST-CTL-WRK
         END-READ.

 *    * The night's count by channel onto the running file; every
 *    * statement generated must have gone by exactly one channel,
 *    * and the print file and the extract must each hold as many
 *    * statements as their channels claim
       550-WRITE-CHANNEL-COUNT.
         COMPUTE CHAN-TOTAL = CHAN-PAPER + CHAN-EMAIL + CHAN-BOTH.
         MOVE SPACES TO CHAN-REC.
         MOVE RUN-DATE TO CHN-DATE.
         MOVE STMT-COUNT TO CHN-GENERATED.
         MOVE CHAN-PAPER TO CHN-PAPER.
         MOVE CHAN-EMAIL TO CHN-EMAIL.
         MOVE CHAN-BOTH TO CHN-BOTH.
         MOVE CHAN-FALLBACK TO CHN-FALLBACK.
         IF CHAN-TOTAL = STMT-COUNT
            AND PAPER-STMTS = CHAN-PAPER + CHAN-BOTH
            AND E-STMTS = CHAN-EMAIL + CHAN-BOTH
           MOVE "BALANCED" TO CHN-STATUS
         ELSE
           MOVE "OUT OF BALANCE" TO CHN-STATUS
         END-IF.
         OPEN EXTEND CHAN-DATA.
         IF NOT ST-CHAN-SUCCESS
           OPEN OUTPUT CHAN-DATA
         END-IF.
         IF NOT ST-CHAN-SUCCESS
           DISPLAY "STMT-CHANNEL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         WRITE CHAN-REC.
         CLOSE CHAN-DATA.

 *    * Serial day number from a YYYYMMDD civil date; every division
 *    * must truncate, hence the stepwise DIVIDEs
       600-DATE-TO-DAYNO.
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

 *    * The inverse: civil date back from the serial day number
       610-DAYNO-TO-DATE.
         COMPUTE CVD-A = CVD-DAYNO + 32044.
         COMPUTE CVD-B = (4 * CVD-A + 3) / 146097.
         COMPUTE CVD-T1 = 146097 * CVD-B.
         DIVIDE CVD-T1 BY 4 GIVING CVD-T1.
         COMPUTE CVD-C = CVD-A - CVD-T1.
         COMPUTE CVD-D = (4 * CVD-C + 3) / 1461.
         COMPUTE CVD-T2 = 1461 * CVD-D.
         DIVIDE CVD-T2 BY 4 GIVING CVD-T2.
         COMPUTE CVD-E = CVD-C - CVD-T2.
         COMPUTE CVD-M = (5 * CVD-E + 2) / 153.
         COMPUTE CVD-T3 = 153 * CVD-M + 2.
         DIVIDE CVD-T3 BY 5 GIVING CVD-T3.
         COMPUTE CVD-DAY = CVD-E - CVD-T3 + 1.
         DIVIDE CVD-M BY 10 GIVING CVD-T4.
         COMPUTE CVD-MONTH = CVD-M + 3 - 12 * CVD-T4.
         COMPUTE CVD-YEAR = 100 * CVD-B + CVD-D - 4800 + CVD-T4.

 *    * A closed day is a Saturday or Sunday (day number modulo 7
 *    * gives 5 and 6) or a calendar date for the area or for ***
       700-CHECK-BUSINESS-DAY.
         MOVE 'Y' TO BUSINESS-DAY-SW.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         DIVIDE CVD-DAYNO BY 7 GIVING WEEK-QUOT
           REMAINDER WEEK-REM.
         IF WEEK-REM > 4
           MOVE 'N' TO BUSINESS-DAY-SW
         END-IF.
         PERFORM 705-SCAN-CALENDAR
           VARYING CAL-ITER FROM 1 BY 1
           UNTIL CAL-ITER > CAL-ENTRIES OR NOT IS-BUSINESS-DAY.

       705-SCAN-CALENDAR.
         IF CLT-DATE (CAL-ITER) = ROLL-DATE
            AND (CLT-AREA (CAL-ITER) = "***"
                 OR CLT-AREA (CAL-ITER) = ROLL-AREA)
           MOVE 'N' TO BUSINESS-DAY-SW
         END-IF.

 *    * Move ROLL-DATE forward off closed days
       710-ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.
         PERFORM 720-STEP-ONE-DAY
           UNTIL IS-BUSINESS-DAY.

       720-STEP-ONE-DAY.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         ADD 1 TO CVD-DAYNO.
         PERFORM 610-DAYNO-TO-DATE.
         MOVE CVD-DATE-X TO ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.

 *    * The statement's header for the portal: who it is for, the
 *    * address it goes to and the period it covers, from the
 *    * earliest journal posting still held (the run date when
 *    * the journal is empty) to the run date
       800-WRITE-E-HEADER.
         ADD 1 TO E-STMTS.
         MOVE SPACES TO E-HEAD-BODY.
         MOVE CUR-NAME TO EHB-NAME.
         MOVE CUR-EMAIL TO EHB-EMAIL.
         IF JLK-DATE = HIGH-VALUES
           MOVE RUN-DATE TO EHB-PERIOD-FROM
         ELSE
           MOVE JLK-DATE TO EHB-PERIOD-FROM
         END-IF.
         MOVE RUN-DATE TO EHB-PERIOD-TO.
         MOVE CUR-DELIVERY TO EHB-DELIVERY.
         MOVE SPACES TO ESTMT-REC.
         MOVE "HDR" TO ESR-TYPE.
         MOVE E-HEAD-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

 *    * Opening balance of an account, signed in E-SIGNED
       810-WRITE-E-ACCOUNT.
         MOVE SPACES TO E-ACCT-BODY.
         MOVE SRT-ACCT-NO TO EAB-ACCT-NO.
         MOVE SRT-TYPE TO EAB-TYPE.
         MOVE SRT-CURRENCY TO EAB-CCY.
         PERFORM 870-SPLIT-SIGN.
         MOVE E-BAL-WORK TO EAB-OPENING.
         IF E-SIGNED < ZERO
           MOVE '-' TO EAB-OPEN-SIGN
         END-IF.
         MOVE AHL-NOTE TO EAB-NOTE.
         MOVE SPACES TO ESTMT-REC.
         MOVE "ACC" TO ESR-TYPE.
         MOVE E-ACCT-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

 *    * A journal movement, with the balance it left when the
 *    * journal recorded one; the amounts foot the trailer hash
       820-WRITE-E-MOVEMENT.
         MOVE SPACES TO E-MOVE-BODY.
         MOVE SRT-ACCT-NO TO EMB-ACCT-NO.
         MOVE JRN-DATE TO EMB-DATE.
         MOVE JRN-ACTION TO EMB-ACTION.
         MOVE JRN-AMOUNT TO EMB-AMOUNT.
         IF JRN-NEW-SAVING-X NUMERIC
           MOVE JRN-NEW-SIGN TO EMB-BAL-SIGN
           MOVE JRN-NEW-SAVING-X TO EMB-BALANCE
         END-IF.
         MOVE JRN-REF TO EMB-REF.
         MOVE ATL-NOTE TO EMB-NOTE.
         ADD JRN-AMOUNT TO ESTMT-TRL-HASH.
         MOVE SPACES TO ESTMT-REC.
         MOVE "MOV" TO ESR-TYPE.
         MOVE E-MOVE-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

       825-WRITE-E-CORRECTION.
         MOVE SPACES TO E-MOVE-BODY.
         MOVE SRT-ACCT-NO TO EMB-ACCT-NO.
         MOVE RWK-DATE TO EMB-DATE.
         MOVE RWK-ACTION TO EMB-ACTION.
         MOVE RWK-AMOUNT TO EMB-AMOUNT.
         MOVE RWK-REF TO EMB-REF.
         MOVE ATL-NOTE TO EMB-NOTE.
         ADD RWK-AMOUNT TO ESTMT-TRL-HASH.
         MOVE SPACES TO ESTMT-REC.
         MOVE "MOV" TO ESR-TYPE.
         MOVE E-MOVE-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

       830-WRITE-E-INTEREST.
         MOVE SPACES TO E-INT-BODY.
         MOVE SRT-ACCT-NO TO EIB-ACCT-NO.
         MOVE SRT-INTEREST TO EIB-INTEREST.
         MOVE SRT-TAX TO EIB-TAX.
         MOVE SRT-BONUS TO EIB-BONUS.
         MOVE SRT-DEBIT-INT TO EIB-OD-INT.
         MOVE SPACES TO ESTMT-REC.
         MOVE "INT" TO ESR-TYPE.
         MOVE E-INT-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

 *    * Closing balance of an account, signed in E-SIGNED
       840-WRITE-E-CLOSING.
         MOVE SPACES TO E-CLOSE-BODY.
         MOVE SRT-ACCT-NO TO ECB-ACCT-NO.
         PERFORM 870-SPLIT-SIGN.
         MOVE E-BAL-WORK TO ECB-CLOSING.
         IF E-SIGNED < ZERO
           MOVE '-' TO ECB-CLOSE-SIGN
         END-IF.
         MOVE SPACES TO ESTMT-REC.
         MOVE "CLS" TO ESR-TYPE.
         MOVE E-CLOSE-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

       850-WRITE-E-TOTAL.
         MOVE SPACES TO E-TOTAL-BODY.
         MOVE TOT-CURRENCY-IN TO ETB-CURRENCY.
         MOVE TOT-AMOUNT-IN TO ETB-AMOUNT.
         MOVE SPACES TO ESTMT-REC.
         MOVE "TOT" TO ESR-TYPE.
         MOVE E-TOTAL-BODY TO ESR-BODY.
         PERFORM 860-WRITE-E-RECORD.

 *    * Every record is stamped with the statement it belongs to
       860-WRITE-E-RECORD.
         MOVE CUR-CUST TO ESR-CUST-NO.
         MOVE CUR-STMT-NO TO ESR-STMT-NO.
         WRITE ESTMT-REC.
         ADD 1 TO ESTMT-TRL-CNT.

       870-SPLIT-SIGN.
         IF E-SIGNED < ZERO
           COMPUTE E-BAL-WORK = ZERO - E-SIGNED
         ELSE
           MOVE E-SIGNED TO E-BAL-WORK
         END-IF.

 *    * The trailer must be there and must foot, or the file is
 *    * not the file its producer wrote
       900-VERIFY-TRAILER.
