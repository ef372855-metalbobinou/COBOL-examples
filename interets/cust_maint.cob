       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST-IN.
         SELECT CUST-NEW       ASSIGN TO DISK "CUST-MNT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST-OUT.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL-IN.
         SELECT CUST-CARRY     ASSIGN TO DISK "CUST-MNT-CARRY.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CARRY.
         SELECT TXN-DATA       ASSIGN TO DISK "CUST-MAINT-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT TXN-REJECT     ASSIGN TO DISK "CUST-MAINT-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN-REJ.
         SELECT CHG-JRNL       ASSIGN TO DISK "CUST-MAINT-JRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT CUST-WRK       ASSIGN TO DISK "CUST-MNT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY WRK-CUST-NO
                FILE STATUS IS ST-WRK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Customer master as it stood at end of the prior window
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  CUS-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  CUS-LINE1           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-LINE2           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-LINE3           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-TAX-STATUS      PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-FLAG       PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-DATE       PIC X(8).
 *    * Statement delivery: P paper, E electronic, B both, blank
 *    * read as paper; the e-mail address the portal sends to, F
 *    * when the portal reported it undeliverable, and the date
 *    * the address was keyed or first failed
           05  FILLER              PIC X.
           05  CUS-DELIVERY        PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL           PIC X(50).
           05  FILLER              PIC X.
           05  CUS-EMAIL-FLAG      PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL-DATE      PIC X(8).
 *    * Customer master with every request applied; becomes
 *    * CUST-MSTR.DAT ahead of ACCTEDIT
       FD  CUST-NEW.
       01  CUST-NEW-RECORD.
           05  CUS-CUST-NO-NEW     PIC 9(6).
           05  FILLER              PIC X.
           05  CUS-LEGAL-NAME-NEW  PIC X(20).
           05  FILLER              PIC X.
           05  CUS-LINE1-NEW       PIC X(30).
           05  FILLER              PIC X.
           05  CUS-LINE2-NEW       PIC X(30).
           05  FILLER              PIC X.
           05  CUS-LINE3-NEW       PIC X(30).
           05  FILLER              PIC X.
           05  CUS-TAX-STATUS-NEW  PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-FLAG-NEW   PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-DATE-NEW   PIC X(8).
           05  FILLER              PIC X.
           05  CUS-DELIVERY-NEW    PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL-NEW       PIC X(50).
           05  FILLER              PIC X.
           05  CUS-EMAIL-FLAG-NEW  PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL-DATE-NEW  PIC X(8).
 *    * Account master, read only for the customer numbers it
 *    * carries: a customer still named on an account stays
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
 *    * Account relationships RELMAINT keeps: a customer still
 *    * linked as joint holder, attorney or beneficiary stays too
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
 *    * Master records without a customer number, held aside while
 *    * the keyed master is rebuilt and written back unchanged after
 *    * it, so the master never loses a record it cannot key
       FD  CUST-CARRY.
       01  CUST-CARRY-RECORD       PIC X(197).
 *    * One customer request per record: A add, M move (change of
 *    * address), N change of legal name, T change of tax status,
 *    * E statement delivery and e-mail address, D delete. The
 *    * columns follow the master record, led by the action; an add
 *    * with a blank number takes the next free one.
       FD  TXN-DATA.
       01  TXN-RECORD.
           05  TXN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  TXN-CUST-NO         PIC X(6).
           05  TXN-CUST-NO-NUM REDEFINES TXN-CUST-NO
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  TXN-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  TXN-LINE1           PIC X(30).
           05  FILLER              PIC X.
           05  TXN-LINE2           PIC X(30).
           05  FILLER              PIC X.
           05  TXN-LINE3           PIC X(30).
           05  FILLER              PIC X.
           05  TXN-TAX-STATUS      PIC X.
           05  FILLER              PIC X.
           05  TXN-DELIVERY        PIC X.
           05  FILLER              PIC X.
           05  TXN-EMAIL           PIC X(50).
 *    * One line per applied request: the action, the customer, and
 *    * the before- and after-image of the entry, with date and
 *    * time, appended across runs the way ACCT-MAINT-JRNL.DAT is
       FD  CHG-JRNL.
       01  CHG-JRNL-REC.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  JRN-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  JRN-BEFORE.
               10  JRB-LEGAL-NAME  PIC X(20).
               10  FILLER          PIC X.
               10  JRB-LINE1       PIC X(30).
               10  FILLER          PIC X.
               10  JRB-LINE2       PIC X(30).
               10  FILLER          PIC X.
               10  JRB-LINE3       PIC X(30).
               10  FILLER          PIC X.
               10  JRB-TAX-STATUS  PIC X.
           05  FILLER              PIC X(3).
           05  JRN-AFTER.
               10  JRA-LEGAL-NAME  PIC X(20).
               10  FILLER          PIC X.
               10  JRA-LINE1       PIC X(30).
               10  FILLER          PIC X.
               10  JRA-LINE2       PIC X(30).
               10  FILLER          PIC X.
               10  JRA-LINE3       PIC X(30).
               10  FILLER          PIC X.
               10  JRA-TAX-STATUS  PIC X.
 *    * Delivery and e-mail before and after, on the end of the
 *    * line so the lines already on the journal still read
           05  FILLER              PIC X(3).
           05  JRB-DELIVERY        PIC X.
           05  FILLER              PIC X.
           05  JRB-EMAIL           PIC X(50).
           05  FILLER              PIC X(3).
           05  JRA-DELIVERY        PIC X.
           05  FILLER              PIC X.
           05  JRA-EMAIL           PIC X(50).
 *    * Requests that failed validation, with the reason
       FD  TXN-REJECT.
       01  TXN-REJECT-REC.
           05  REJ-ACTION          PIC X.
           05  FILLER              PIC X.
           05  REJ-CUST-NO         PIC X(6).
           05  FILLER              PIC X.
           05  REJ-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  REJ-REASON          PIC X(29).
 *    * Keyed scratch master, rebuilt from CUST-MSTR.DAT every run
 *    * the way ACCTMAINT rebuilds ACCT-MNT-WRK.KEY, so the customer
 *    * count is bounded by disk and not by a working-storage table.
 *    * WRK-ACCTS counts the accounts on ACCT.DAT naming the
 *    * customer and WRK-RELS the relationships on ACCT-REL.DAT; a
 *    * delete is refused while either is not zero.
       FD  CUST-WRK.
       01  CUST-WRK-RECORD.
           05  WRK-CUST-NO         PIC 9(6).
           05  WRK-LEGAL-NAME      PIC X(20).
           05  WRK-LINE1           PIC X(30).
           05  WRK-LINE2           PIC X(30).
           05  WRK-LINE3           PIC X(30).
           05  WRK-TAX-STATUS      PIC X.
           05  WRK-ACCTS           PIC 9(5).
           05  WRK-ADDR-FLAG       PIC X.
           05  WRK-ADDR-DATE       PIC X(8).
           05  WRK-DELIVERY        PIC X.
           05  WRK-EMAIL           PIC X(50).
           05  WRK-EMAIL-FLAG      PIC X.
           05  WRK-EMAIL-DATE      PIC X(8).
           05  WRK-RELS            PIC 9(5).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CUST-IN              PIC X(02)    VALUE SPACES.
           88  ST-CUST-IN-SUCCESS               VALUE '00'.
           88  ST-CUST-IN-EOF                   VALUE '10'.
       01  ST-CUST-OUT             PIC X(02)    VALUE SPACES.
           88  ST-CUST-OUT-SUCCESS              VALUE '00'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-REL-IN               PIC X(02)    VALUE SPACES.
           88  ST-REL-IN-SUCCESS                VALUE '00'.
           88  ST-REL-IN-EOF                    VALUE '10'.
       01  ST-CARRY                PIC X(02)    VALUE SPACES.
           88  ST-CARRY-SUCCESS                 VALUE '00'.
           88  ST-CARRY-EOF                     VALUE '10'.
       01  ST-TXN                  PIC X(02)    VALUE SPACES.
           88  ST-TXN-SUCCESS                   VALUE '00'.
           88  ST-TXN-EOF                       VALUE '10'.
       01  ST-TXN-REJ              PIC X(02)    VALUE SPACES.
           88  ST-TXN-REJ-SUCCESS               VALUE '00'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
       01  ST-WRK                  PIC X(02)    VALUE SPACES.
           88  ST-WRK-SUCCESS                   VALUE '00'.
           88  ST-WRK-EOF                       VALUE '10'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.
       01  ARE-THERE-MORE-TXN      PIC XXX      VALUE 'YES'.

       77  TXN-VALID-SW            PIC X        VALUE 'Y'.
           88  TXN-IS-VALID                     VALUE 'Y'.
       77  TXN-REASON              PIC X(29)    VALUE SPACES.
       77  TXN-FOUND-SW            PIC X        VALUE 'N'.
           88  TXN-FOUND                        VALUE 'Y'.

       77  MASTER-ENTRIES          PIC 9(7)     VALUE ZERO.
       77  MASTER-UNNUMBERED       PIC 9(7)     VALUE ZERO.
       77  ACCTS-READ              PIC 9(7)     VALUE ZERO.
       77  RELS-READ               PIC 9(7)     VALUE ZERO.
       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-TIME                PIC 9(8)     VALUE ZERO.
       77  HIGH-CUST-NO            PIC 9(6)     VALUE ZERO.
       77  NEXT-CUST-NO            PIC 9(6)     VALUE ZERO.
       77  TXN-READ                PIC 9(5)     VALUE ZERO.
       77  TXN-APPLIED             PIC 9(5)     VALUE ZERO.
       77  TXN-REJECTED            PIC 9(5)     VALUE ZERO.

 *    * Tax status codes the master may carry: S standard
 *    * withholding, E exempt, N non-resident; blank on customers
 *    * converted before the code was kept, read as standard
       77  TAX-STATUS-CHECK        PIC X        VALUE SPACE.
           88  TAX-STATUS-VALID                 VALUE 'S' 'E' 'N'.

 *    * Statement delivery codes: P paper, E electronic, B both;
 *    * E and B need an e-mail address the portal has not failed
       77  DELIVERY-CHECK          PIC X        VALUE SPACE.
           88  DELIVERY-VALID                   VALUE 'P' 'E' 'B'.
           88  DELIVERY-BY-EMAIL                VALUE 'E' 'B'.
       77  EMAIL-AT-COUNT          PIC 9(3)     VALUE ZERO.

 *    * Work image of the one customer the request in hand names,
 *    * fetched off the scratch file and stored back after apply
       01  MST-WORK.
           05  MST-CUST-NO         PIC 9(6).
           05  MST-LEGAL-NAME      PIC X(20).
           05  MST-LINE1           PIC X(30).
           05  MST-LINE2           PIC X(30).
           05  MST-LINE3           PIC X(30).
           05  MST-TAX-STATUS      PIC X.
           05  MST-ACCTS           PIC 9(5).
           05  MST-ADDR-FLAG       PIC X.
           05  MST-ADDR-DATE       PIC X(8).
           05  MST-DELIVERY        PIC X.
           05  MST-EMAIL           PIC X(50).
           05  MST-EMAIL-FLAG      PIC X.
               88  MST-EMAIL-FAILED             VALUE 'F'.
           05  MST-EMAIL-DATE      PIC X(8).
           05  MST-RELS            PIC 9(5).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         ACCEPT RUN-TIME FROM TIME.
         PERFORM 200-LOAD-MASTER.
         PERFORM 250-COUNT-ACCOUNTS.
         PERFORM 270-COUNT-RELATIONSHIPS.
         PERFORM 300-PROCESS-TXN.
         PERFORM 400-WRITE-MASTER.
         DISPLAY "CUST MASTER ENTRIES LOADED : " MASTER-ENTRIES.
         DISPLAY "UNNUMBERED RECORDS CARRIED : " MASTER-UNNUMBERED.
         DISPLAY "ACCOUNTS READ              : " ACCTS-READ.
         DISPLAY "RELATIONSHIPS READ         : " RELS-READ.
         DISPLAY "REQUESTS READ              : " TXN-READ.
         DISPLAY "REQUESTS APPLIED            : " TXN-APPLIED.
         DISPLAY "REQUESTS REJECTED           : " TXN-REJECTED.
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

 *    * Rebuild the keyed scratch master from CUST-MSTR.DAT so every
 *    * request applies against disk and the master is rewritten
 *    * once, after the last request; remember the highest customer
 *    * number so adds can hand out the next one, from the same
 *    * 100000 seed the one-shot CUSTNUM conversion used
       200-LOAD-MASTER.
         OPEN OUTPUT CUST-WRK.
         CLOSE CUST-WRK.
         OPEN I-O CUST-WRK.
         IF NOT ST-WRK-SUCCESS
           DISPLAY "CUST-MNT-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CUST-DATA.
         IF NOT ST-CUST-IN-SUCCESS
           DISPLAY "CUST-MSTR.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT CUST-CARRY.
         IF NOT ST-CARRY-SUCCESS
           DISPLAY "CUST-MNT-CARRY.TMP OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.
         PERFORM 210-LOAD-ONE
           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.
         CLOSE CUST-DATA
               CUST-CARRY.
         IF HIGH-CUST-NO = ZERO
           MOVE 100000 TO HIGH-CUST-NO
         END-IF.
         MOVE HIGH-CUST-NO TO NEXT-CUST-NO.

 *    * A record with no usable customer number cannot be keyed,
 *    * so no request can reach it; it is reported and set aside to
 *    * go back on the master as it came
       210-LOAD-ONE.
         IF CUS-CUST-NO-X NOT NUMERIC
           ADD 1 TO MASTER-UNNUMBERED
           DISPLAY "CUSTOMER RECORD WITHOUT A NUMBER CARRIED : "
                   CUS-CUST-NO-X " " CUS-LEGAL-NAME
           WRITE CUST-CARRY-RECORD FROM CUST-RECORD
         ELSE
           MOVE SPACES TO CUST-WRK-RECORD
           MOVE CUS-CUST-NO    TO WRK-CUST-NO
           MOVE CUS-LEGAL-NAME TO WRK-LEGAL-NAME
           MOVE CUS-LINE1      TO WRK-LINE1
           MOVE CUS-LINE2      TO WRK-LINE2
           MOVE CUS-LINE3      TO WRK-LINE3
           MOVE CUS-TAX-STATUS TO WRK-TAX-STATUS
           MOVE ZERO           TO WRK-ACCTS
           MOVE ZERO           TO WRK-RELS
           MOVE CUS-ADDR-FLAG  TO WRK-ADDR-FLAG
           MOVE CUS-ADDR-DATE  TO WRK-ADDR-DATE
           MOVE CUS-DELIVERY   TO WRK-DELIVERY
           MOVE CUS-EMAIL      TO WRK-EMAIL
           MOVE CUS-EMAIL-FLAG TO WRK-EMAIL-FLAG
           MOVE CUS-EMAIL-DATE TO WRK-EMAIL-DATE
           IF CUS-CUST-NO > HIGH-CUST-NO
             MOVE CUS-CUST-NO TO HIGH-CUST-NO
           END-IF
           WRITE CUST-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE CUSTOMER NUMBER ON CUST-MSTR.DAT : "
                       CUS-CUST-NO
               DISPLAY "MAINTENANCE ABANDONED"
               PERFORM 110-ERROR-EXIT
             NOT INVALID KEY
               ADD 1 TO MASTER-ENTRIES
           END-WRITE
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

 *    * Count the accounts naming each customer, closed ones too:
 *    * a closed account still reports under its customer until it
 *    * leaves ACCT.DAT
       250-COUNT-ACCOUNTS.
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.
         PERFORM 260-COUNT-ONE
           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.
         CLOSE ACCT-DATA.

       260-COUNT-ONE.
         ADD 1 TO ACCTS-READ.
         IF CUST-NO-X NUMERIC
           MOVE CUST-NO-IN TO WRK-CUST-NO
           READ CUST-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               ADD 1 TO WRK-ACCTS
               REWRITE CUST-WRK-RECORD
                 INVALID KEY
                   DISPLAY "SCRATCH MASTER REWRITE FAILED : "
                           WRK-CUST-NO
                   PERFORM 110-ERROR-EXIT
               END-REWRITE
           END-READ
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

 *    * Count the relationships naming each customer. With no
 *    * ACCT-REL.DAT yet on file no customer holds one.
       270-COUNT-RELATIONSHIPS.
         OPEN INPUT REL-DATA.
         IF ST-REL-IN-SUCCESS
           READ REL-DATA INTO REL-RECORD
             AT END MOVE '10' TO ST-REL-IN
           END-READ
           PERFORM 280-COUNT-ONE-REL
             UNTIL ST-REL-IN-EOF
           CLOSE REL-DATA
         END-IF.

       280-COUNT-ONE-REL.
         ADD 1 TO RELS-READ.
         IF REL-CUST-NO-X NUMERIC
           MOVE REL-CUST-NO TO WRK-CUST-NO
           READ CUST-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               ADD 1 TO WRK-RELS
               REWRITE CUST-WRK-RECORD
                 INVALID KEY
                   DISPLAY "SCRATCH MASTER REWRITE FAILED : "
                           WRK-CUST-NO
                   PERFORM 110-ERROR-EXIT
               END-REWRITE
           END-READ
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL-IN
         END-READ.

 *    * Apply every add (A), address (M), name (N), tax status (T),
 *    * delivery (E) and delete (D) request against the keyed
 *    * scratch master
       300-PROCESS-TXN.
         OPEN INPUT TXN-DATA
              OUTPUT TXN-REJECT.
         IF NOT ST-TXN-SUCCESS OR NOT ST-TXN-REJ-SUCCESS
           DISPLAY "CUST-MAINT-TXN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND CHG-JRNL.
         IF NOT ST-JRNL-SUCCESS
           OPEN OUTPUT CHG-JRNL
         END-IF.
         IF NOT ST-JRNL-SUCCESS
           DISPLAY "CUST-MAINT-JRNL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
         END-READ.
         PERFORM 310-APPLY-TXN
           UNTIL ARE-THERE-MORE-TXN = 'NO '.
         CLOSE TXN-DATA
               TXN-REJECT
               CHG-JRNL.

       310-APPLY-TXN.
         ADD 1 TO TXN-READ.
         PERFORM 320-VALIDATE-TXN.
         IF TXN-IS-VALID
           ADD 1 TO TXN-APPLIED
           MOVE SPACES TO CHG-JRNL-REC
           IF TXN-ACTION NOT = 'A'
             PERFORM 370-CAPTURE-BEFORE
           END-IF
           EVALUATE TXN-ACTION
             WHEN 'A'
               PERFORM 330-ADD-CUSTOMER
             WHEN 'M'
               PERFORM 340-CHANGE-ADDRESS
             WHEN 'N'
               PERFORM 345-CHANGE-NAME
             WHEN 'T'
               PERFORM 350-CHANGE-TAX-STATUS
             WHEN 'E'
               PERFORM 352-CHANGE-DELIVERY
             WHEN 'D'
               PERFORM 355-DELETE-CUSTOMER
           END-EVALUATE
           IF TXN-ACTION NOT = 'A' AND TXN-ACTION NOT = 'D'
             PERFORM 347-STORE-MASTER
           END-IF
           IF TXN-ACTION NOT = 'D'
             PERFORM 375-CAPTURE-AFTER
           END-IF
           PERFORM 380-WRITE-JOURNAL
         ELSE
           PERFORM 360-REJECT-TXN
         END-IF.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
         END-READ.

 *    * Adds need a legal name and a first address line, and a keyed
 *    * number must be free; every other action must name a customer
 *    * already on the master
       320-VALIDATE-TXN.
         MOVE 'Y' TO TXN-VALID-SW.
         MOVE SPACES TO TXN-REASON.
         MOVE TXN-TAX-STATUS TO TAX-STATUS-CHECK.
         MOVE TXN-DELIVERY TO DELIVERY-CHECK.
         MOVE ZERO TO EMAIL-AT-COUNT.
         INSPECT TXN-EMAIL TALLYING EMAIL-AT-COUNT FOR ALL "@".
         PERFORM 325-FIND-MASTER.
         EVALUATE TRUE
           WHEN TXN-ACTION NOT = 'A' AND TXN-ACTION NOT = 'M'
                AND TXN-ACTION NOT = 'N' AND TXN-ACTION NOT = 'T'
                AND TXN-ACTION NOT = 'E' AND TXN-ACTION NOT = 'D'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN ACTION CODE" TO TXN-REASON
           WHEN TXN-ACTION = 'A'
             PERFORM 322-VALIDATE-ADD
           WHEN TXN-CUST-NO NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER NO NOT NUMERIC" TO TXN-REASON
           WHEN NOT TXN-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER NOT ON FILE" TO TXN-REASON
           WHEN TXN-ACTION = 'M'
                AND TXN-LINE1 = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ADDRESS LINE 1 MISSING" TO TXN-REASON
           WHEN TXN-ACTION = 'N'
                AND TXN-LEGAL-NAME = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LEGAL NAME MISSING" TO TXN-REASON
           WHEN TXN-ACTION = 'T'
                AND NOT TAX-STATUS-VALID
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TAX STATUS NOT S, E OR N" TO TXN-REASON
           WHEN TXN-ACTION = 'E'
             PERFORM 323-VALIDATE-DELIVERY
           WHEN TXN-ACTION = 'D'
                AND MST-ACCTS > ZERO
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNTS STILL ON ACCT.DAT" TO TXN-REASON
           WHEN TXN-ACTION = 'D'
                AND MST-RELS > ZERO
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER HOLDS RELATIONSHIPS" TO TXN-REASON
         END-EVALUATE.

       322-VALIDATE-ADD.
         EVALUATE TRUE
           WHEN TXN-CUST-NO NOT = SPACES
                AND TXN-CUST-NO NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER NO NOT NUMERIC" TO TXN-REASON
           WHEN TXN-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER ALREADY EXISTS" TO TXN-REASON
           WHEN TXN-LEGAL-NAME = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LEGAL NAME MISSING" TO TXN-REASON
           WHEN TXN-LINE1 = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ADDRESS LINE 1 MISSING" TO TXN-REASON
           WHEN TXN-TAX-STATUS NOT = SPACE
                AND NOT TAX-STATUS-VALID
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TAX STATUS NOT S, E OR N" TO TXN-REASON
           WHEN TXN-DELIVERY NOT = SPACE
                AND NOT DELIVERY-VALID
             MOVE 'N' TO TXN-VALID-SW
             MOVE "DELIVERY NOT P, E OR B" TO TXN-REASON
           WHEN TXN-EMAIL NOT = SPACES
                AND EMAIL-AT-COUNT NOT = 1
             MOVE 'N' TO TXN-VALID-SW
             MOVE "E-MAIL ADDRESS NOT VALID" TO TXN-REASON
           WHEN DELIVERY-BY-EMAIL
                AND TXN-EMAIL = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "E-MAIL ADDRESS MISSING" TO TXN-REASON
         END-EVALUATE.

 *    * A delivery request names the channel; the e-mail address
 *    * may be left blank to keep the one on file, but an address
 *    * the portal failed must be keyed again before electronic
 *    * delivery resumes on it
       323-VALIDATE-DELIVERY.
         EVALUATE TRUE
           WHEN NOT DELIVERY-VALID
             MOVE 'N' TO TXN-VALID-SW
             MOVE "DELIVERY NOT P, E OR B" TO TXN-REASON
           WHEN TXN-EMAIL NOT = SPACES
                AND EMAIL-AT-COUNT NOT = 1
             MOVE 'N' TO TXN-VALID-SW
             MOVE "E-MAIL ADDRESS NOT VALID" TO TXN-REASON
           WHEN DELIVERY-BY-EMAIL
                AND TXN-EMAIL = SPACES
                AND MST-EMAIL = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "E-MAIL ADDRESS MISSING" TO TXN-REASON
           WHEN DELIVERY-BY-EMAIL
                AND TXN-EMAIL = SPACES
                AND MST-EMAIL-FAILED
             MOVE 'N' TO TXN-VALID-SW
             MOVE "FAILED E-MAIL NOT RE-KEYED" TO TXN-REASON
         END-EVALUATE.

 *    * Keyed read off the scratch master for the customer the
 *    * request names
       325-FIND-MASTER.
         MOVE 'N' TO TXN-FOUND-SW.
         IF TXN-CUST-NO NUMERIC
           MOVE TXN-CUST-NO-NUM TO WRK-CUST-NO
           READ CUST-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO TXN-FOUND-SW
               PERFORM 328-FETCH-MASTER
           END-READ
         END-IF.

 *    * Bring the record just read off the scratch file into the
 *    * work image
       328-FETCH-MASTER.
         MOVE WRK-CUST-NO    TO MST-CUST-NO.
         MOVE WRK-LEGAL-NAME TO MST-LEGAL-NAME.
         MOVE WRK-LINE1      TO MST-LINE1.
         MOVE WRK-LINE2      TO MST-LINE2.
         MOVE WRK-LINE3      TO MST-LINE3.
         MOVE WRK-TAX-STATUS TO MST-TAX-STATUS.
         MOVE WRK-ACCTS      TO MST-ACCTS.
         MOVE WRK-ADDR-FLAG  TO MST-ADDR-FLAG.
         MOVE WRK-ADDR-DATE  TO MST-ADDR-DATE.
         MOVE WRK-DELIVERY   TO MST-DELIVERY.
         MOVE WRK-EMAIL      TO MST-EMAIL.
         MOVE WRK-EMAIL-FLAG TO MST-EMAIL-FLAG.
         MOVE WRK-EMAIL-DATE TO MST-EMAIL-DATE.
         MOVE WRK-RELS       TO MST-RELS.

 *    * A new customer takes the keyed number or the next above the
 *    * highest on file; a blank tax status opens as standard and a
 *    * blank delivery as paper
       330-ADD-CUSTOMER.
         IF TXN-CUST-NO = SPACES
           ADD 1 TO NEXT-CUST-NO
           MOVE NEXT-CUST-NO TO MST-CUST-NO
         ELSE
           MOVE TXN-CUST-NO-NUM TO MST-CUST-NO
           IF TXN-CUST-NO-NUM > NEXT-CUST-NO
             MOVE TXN-CUST-NO-NUM TO NEXT-CUST-NO
           END-IF
         END-IF.
         ADD 1 TO MASTER-ENTRIES.
         MOVE TXN-LEGAL-NAME TO MST-LEGAL-NAME.
         MOVE TXN-LINE1      TO MST-LINE1.
         MOVE TXN-LINE2      TO MST-LINE2.
         MOVE TXN-LINE3      TO MST-LINE3.
         IF TXN-TAX-STATUS = SPACE
           MOVE 'S' TO MST-TAX-STATUS
         ELSE
           MOVE TXN-TAX-STATUS TO MST-TAX-STATUS
         END-IF.
         MOVE ZERO TO MST-ACCTS.
         MOVE ZERO TO MST-RELS.
         MOVE SPACES TO MST-ADDR-FLAG.
         MOVE SPACES TO MST-ADDR-DATE.
         IF TXN-DELIVERY = SPACE
           MOVE 'P' TO MST-DELIVERY
         ELSE
           MOVE TXN-DELIVERY TO MST-DELIVERY
         END-IF.
         MOVE TXN-EMAIL TO MST-EMAIL.
         MOVE SPACES TO MST-EMAIL-FLAG.
         MOVE SPACES TO MST-EMAIL-DATE.
         IF TXN-EMAIL NOT = SPACES
           MOVE RUN-DATE TO MST-EMAIL-DATE
         END-IF.
         PERFORM 346-BUILD-WRK-RECORD.
         WRITE CUST-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH MASTER WRITE FAILED : "
                     WRK-CUST-NO
             PERFORM 110-ERROR-EXIT
         END-WRITE.
         MOVE SPACES TO JRN-BEFORE.

 *    * A move replaces all three lines, so a shorter new address
 *    * does not keep the tail of the old one. A new address also
 *    * clears a returned-mail flag and dates the move, so RTNMAIL
 *    * ignores returns of letters mailed before it.
       340-CHANGE-ADDRESS.
         MOVE TXN-LINE1 TO MST-LINE1.
         MOVE TXN-LINE2 TO MST-LINE2.
         MOVE TXN-LINE3 TO MST-LINE3.
         MOVE SPACES TO MST-ADDR-FLAG.
         MOVE RUN-DATE TO MST-ADDR-DATE.

       345-CHANGE-NAME.
         MOVE TXN-LEGAL-NAME TO MST-LEGAL-NAME.

       350-CHANGE-TAX-STATUS.
         MOVE TXN-TAX-STATUS TO MST-TAX-STATUS.

 *    * A keyed e-mail address, new or the same one confirmed,
 *    * clears the portal's failure flag and dates the change, so
 *    * RTNMAIL ignores failures of statements sent before it
       352-CHANGE-DELIVERY.
         MOVE TXN-DELIVERY TO MST-DELIVERY.
         IF TXN-EMAIL NOT = SPACES
           MOVE TXN-EMAIL TO MST-EMAIL
           MOVE SPACES TO MST-EMAIL-FLAG
           MOVE RUN-DATE TO MST-EMAIL-DATE
         END-IF.

       355-DELETE-CUSTOMER.
         MOVE MST-CUST-NO TO WRK-CUST-NO.
         DELETE CUST-WRK
           INVALID KEY
             DISPLAY "SCRATCH MASTER DELETE FAILED : "
                     WRK-CUST-NO
             PERFORM 110-ERROR-EXIT
         END-DELETE.
         SUBTRACT 1 FROM MASTER-ENTRIES.
         MOVE SPACES TO JRN-AFTER.

       346-BUILD-WRK-RECORD.
         MOVE SPACES TO CUST-WRK-RECORD.
         MOVE MST-CUST-NO    TO WRK-CUST-NO.
         MOVE MST-LEGAL-NAME TO WRK-LEGAL-NAME.
         MOVE MST-LINE1      TO WRK-LINE1.
         MOVE MST-LINE2      TO WRK-LINE2.
         MOVE MST-LINE3      TO WRK-LINE3.
         MOVE MST-TAX-STATUS TO WRK-TAX-STATUS.
         MOVE MST-ACCTS      TO WRK-ACCTS.
         MOVE MST-ADDR-FLAG  TO WRK-ADDR-FLAG.
         MOVE MST-ADDR-DATE  TO WRK-ADDR-DATE.
         MOVE MST-DELIVERY   TO WRK-DELIVERY.
         MOVE MST-EMAIL      TO WRK-EMAIL.
         MOVE MST-EMAIL-FLAG TO WRK-EMAIL-FLAG.
         MOVE MST-EMAIL-DATE TO WRK-EMAIL-DATE.
         MOVE MST-RELS       TO WRK-RELS.

 *    * Put the work image back on the scratch file
       347-STORE-MASTER.
         PERFORM 346-BUILD-WRK-RECORD.
         REWRITE CUST-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH MASTER REWRITE FAILED : "
                     WRK-CUST-NO
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

       370-CAPTURE-BEFORE.
         MOVE MST-LEGAL-NAME TO JRB-LEGAL-NAME.
         MOVE MST-LINE1 TO JRB-LINE1.
         MOVE MST-LINE2 TO JRB-LINE2.
         MOVE MST-LINE3 TO JRB-LINE3.
         MOVE MST-TAX-STATUS TO JRB-TAX-STATUS.
         MOVE MST-DELIVERY TO JRB-DELIVERY.
         MOVE MST-EMAIL TO JRB-EMAIL.

       375-CAPTURE-AFTER.
         MOVE MST-LEGAL-NAME TO JRA-LEGAL-NAME.
         MOVE MST-LINE1 TO JRA-LINE1.
         MOVE MST-LINE2 TO JRA-LINE2.
         MOVE MST-LINE3 TO JRA-LINE3.
         MOVE MST-TAX-STATUS TO JRA-TAX-STATUS.
         MOVE MST-DELIVERY TO JRA-DELIVERY.
         MOVE MST-EMAIL TO JRA-EMAIL.

       380-WRITE-JOURNAL.
         MOVE RUN-DATE TO JRN-DATE.
         MOVE RUN-TIME TO JRN-TIME.
         MOVE TXN-ACTION TO JRN-ACTION.
         MOVE MST-CUST-NO TO JRN-CUST-NO.
         WRITE CHG-JRNL-REC.

       360-REJECT-TXN.
         ADD 1 TO TXN-REJECTED.
         MOVE SPACES TO TXN-REJECT-REC.
         MOVE TXN-ACTION     TO REJ-ACTION.
         MOVE TXN-CUST-NO    TO REJ-CUST-NO.
         MOVE TXN-LEGAL-NAME TO REJ-LEGAL-NAME.
         MOVE TXN-REASON     TO REJ-REASON.
         WRITE TXN-REJECT-REC.

 *    * Rewrite the customer master with every applied request, in
 *    * customer-number order off the scratch file
       400-WRITE-MASTER.
         OPEN OUTPUT CUST-NEW.
         IF NOT ST-CUST-OUT-SUCCESS
           DISPLAY "CUST-MNT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE ZERO TO WRK-CUST-NO.
         START CUST-WRK KEY NOT < WRK-CUST-NO
           INVALID KEY MOVE '10' TO ST-WRK
         END-START.
         IF NOT ST-WRK-EOF
           READ CUST-WRK NEXT RECORD
             AT END MOVE '10' TO ST-WRK
           END-READ
         END-IF.
         PERFORM 410-WRITE-ONE
           UNTIL ST-WRK-EOF.
         OPEN INPUT CUST-CARRY.
         IF NOT ST-CARRY-SUCCESS
           DISPLAY "CUST-MNT-CARRY.TMP OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CUST-CARRY
           AT END MOVE '10' TO ST-CARRY
         END-READ.
         PERFORM 420-CARRY-ONE
           UNTIL ST-CARRY-EOF.
         CLOSE CUST-NEW
               CUST-WRK
               CUST-CARRY.

       410-WRITE-ONE.
         MOVE SPACES TO CUST-NEW-RECORD.
         MOVE WRK-CUST-NO    TO CUS-CUST-NO-NEW.
         MOVE WRK-LEGAL-NAME TO CUS-LEGAL-NAME-NEW.
         MOVE WRK-LINE1      TO CUS-LINE1-NEW.
         MOVE WRK-LINE2      TO CUS-LINE2-NEW.
         MOVE WRK-LINE3      TO CUS-LINE3-NEW.
         MOVE WRK-TAX-STATUS TO CUS-TAX-STATUS-NEW.
         MOVE WRK-ADDR-FLAG  TO CUS-ADDR-FLAG-NEW.
         MOVE WRK-ADDR-DATE  TO CUS-ADDR-DATE-NEW.
         MOVE WRK-DELIVERY   TO CUS-DELIVERY-NEW.
         MOVE WRK-EMAIL      TO CUS-EMAIL-NEW.
         MOVE WRK-EMAIL-FLAG TO CUS-EMAIL-FLAG-NEW.
         MOVE WRK-EMAIL-DATE TO CUS-EMAIL-DATE-NEW.
         WRITE CUST-NEW-RECORD.
         READ CUST-WRK NEXT RECORD
           AT END MOVE '10' TO ST-WRK
         END-READ.

 *    * The unnumbered records follow the keyed ones, as they came
       420-CARRY-ONE.
         WRITE CUST-NEW-RECORD FROM CUST-CARRY-RECORD.
         READ CUST-CARRY
           AT END MOVE '10' TO ST-CARRY
         END-READ.

       END PROGRAM CUSTMAINT.
