         SELECT DORMANT-DATA   ASSIGN TO DISK "DORMANT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-DORMANT.
         SELECT SWITCH-DATA    ASSIGN TO DISK "ESTMT-SWITCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SWITCH.
         SELECT AUDIT-DATA     ASSIGN TO DISK "INTERETS-AUDIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-AUDIT.
                ACCESS DYNAMIC
                RECORD KEY AWK-OWNER
                FILE STATUS IS ST-AWK.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT REL-WRK        ASSIGN TO DISK "NTFREL-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY NRL-KEY
                FILE STATUS IS ST-NRL.

       DATA DIVISION.
       FILE SECTION.
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
 *    * Customer address file, keyed by owner name
       FD  ADDR-DATA.
       01  ADDR-RECORD.
           05  OVL-CUST-NO-X       PIC X(6).
           05  OVL-CUST-NO REDEFINES OVL-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  OVL-ACCT-NO-X       PIC X(8).
           05  OVL-ACCT-NO REDEFINES OVL-ACCT-NO-X
                                   PIC 9(8).
 *    * Dormant accounts with the reason already decided by the run
       FD  DORMANT-DATA.
       01  DORMANT-RECORD.
           05  DOR-CUST-NO-X       PIC X(6).
           05  DOR-CUST-NO REDEFINES DOR-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  DOR-ACCT-NO-X       PIC X(8).
           05  DOR-ACCT-NO REDEFINES DOR-ACCT-NO-X
                                   PIC 9(8).
 *    * Customers RTNMAIL put back on paper tonight because the
 *    * e-statement portal could not deliver to them
       FD  SWITCH-DATA.
       01  SWITCH-REC.
           05  ESW-CUST-NO-X       PIC X(6).
           05  ESW-CUST-NO REDEFINES ESW-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  ESW-WAS-DELIVERY    PIC X.
           05  FILLER              PIC X.
           05  ESW-FAIL-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  ESW-STMT-NO         PIC X(6).
           05  FILLER              PIC X.
           05  ESW-REASON          PIC X(20).
 *    * Audit trail; the last line carries the run date
       FD  AUDIT-DATA.
       01  AUDIT-RECORD.
           05  FILLER              PIC X.
           05  EXT-CUST-NO         PIC 9(6).
 *    * Old rate, new rate and effective date, filled only on the
 *    * rate-change notices RATENOTIF appends after this step; the
 *    * paper-delivery notice carries the portal's failure date as
 *    * the date paper delivery took effect
           05  FILLER              PIC X.
           05  EXT-OLD-RATE        PIC X(6).
           05  FILLER              PIC X.
 *    * so the mail merge can word the letter accordingly
           05  FILLER              PIC X.
           05  EXT-NOTICE-STATUS   PIC X(9).
 *    * Events for owners with no address on file, or whose mail
 *    * came back undeliverable, for the branch follow-up list
       FD  NOADDR-DATA.
       01  NOADDR-REC.
           05  NOA-OWNER-NAME      PIC X(20).
           05  NOA-EVENT           PIC X(20).
           05  FILLER              PIC X.
           05  NOA-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  NOA-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  NOA-REASON          PIC X(13).
 *    * Who was told what and when; one record per owner and event,
 *    * rewritten every window, the memory behind the suppression
       FD  HIST-DATA.
           05  CWK-LINE1           PIC X(30).
           05  CWK-LINE2           PIC X(30).
           05  CWK-LINE3           PIC X(30).
           05  CWK-ADDR-FLAG       PIC X.
               88  CWK-ADDR-RETURNED            VALUE 'R'.
       FD  ADR-WRK.
       01  ADR-WRK-RECORD.
           05  AWK-OWNER           PIC X(20).
           05  AWK-LINE1           PIC X(30).
           05  AWK-LINE2           PIC X(30).
           05  AWK-LINE3           PIC X(30).
 *    * Account relationships RELMAINT keeps; the joint holders and
 *    * attorneys of an account are told what its customer is told
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
           05  NRL-KEY.
               10  NRL-ACCT-NO     PIC 9(8).
               10  NRL-CUST-NO     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-OVERLIM-SUCCESS               VALUE '00'.
       01  ST-DORMANT              PIC X(02)    VALUE SPACES.
           88  ST-DORMANT-SUCCESS               VALUE '00'.
       01  ST-SWITCH               PIC X(02)    VALUE SPACES.
           88  ST-SWITCH-SUCCESS                VALUE '00'.
           88  ST-SWITCH-EOF                    VALUE '10'.
       01  ST-AUDIT                PIC X(02)    VALUE SPACES.
           88  ST-AUDIT-SUCCESS                 VALUE '00'.
           88  ST-AUDIT-EOF                     VALUE '10'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
           88  ST-AWK-EOF                       VALUE '10'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-NRL                  PIC X(02)    VALUE SPACES.
           88  ST-NRL-SUCCESS                   VALUE '00'.
           88  ST-NRL-EOF                       VALUE '10'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.

       77  RUN-DATE                PIC X(8)     VALUE SPACES.
       77  EVENTS-WRITTEN          PIC 9(5)     VALUE ZERO.
       77  EVENTS-NOADDR           PIC 9(5)     VALUE ZERO.
       77  EVENTS-RETURNED         PIC 9(5)     VALUE ZERO.
       77  ADR-FOUND-SW            PIC X        VALUE 'N'.
           88  ADR-FOUND                        VALUE 'Y'.
       77  EVT-OWNER               PIC X(20)    VALUE SPACES.
       77  EVT-CUST-NO             PIC 9(6)     VALUE ZERO.
       77  CUS-FOUND-SW            PIC X        VALUE 'N'.
           88  CUS-FOUND                        VALUE 'Y'.
       77  EVT-ACCT-NO             PIC 9(8)     VALUE ZERO.
       77  EVT-PRIMARY-CUST        PIC 9(6)     VALUE ZERO.
       77  EVENTS-HOLDERS          PIC 9(5)     VALUE ZERO.
       77  EVT-EFF-DATE            PIC X(8)     VALUE SPACES.
       77  EVENTS-SWITCHED         PIC 9(5)     VALUE ZERO.

 *    * Notification history: repeats inside the suppression window
 *    * stay home, a repeat 30 days past the first notice escalates,
         PERFORM 175-LOAD-HISTORY.
         PERFORM 180-LOAD-CUSTOMERS.
         PERFORM 200-LOAD-ADDRESSES.
         PERFORM 220-LOAD-HOLDERS.
         OPEN OUTPUT EXTRACT-DATA
              OUTPUT NOADDR-DATA.
         IF NOT ST-EXTRACT-SUCCESS OR NOT ST-NOADDR-SUCCESS
         END-IF.
         PERFORM 300-PROCESS-OVERLIM.
         PERFORM 400-PROCESS-DORMANT.
         PERFORM 450-PROCESS-SWITCHES.
         CLOSE EXTRACT-DATA
               NOADDR-DATA
               BRANCH-DATA.
         PERFORM 600-WRITE-HISTORY.
         DISPLAY "NOTIFICATION EVENTS WRITTEN : " EVENTS-WRITTEN.
         DISPLAY "EVENTS WITH NO ADDRESS      : " EVENTS-NOADDR.
         DISPLAY "EVENTS WITH RETURNED MAIL   : " EVENTS-RETURNED.
         DISPLAY "JOINT HOLDER EVENTS         : " EVENTS-HOLDERS.
         DISPLAY "BACK-TO-PAPER EVENTS        : " EVENTS-SWITCHED.
         DISPLAY "EVENTS SUPPRESSED           : " EVENTS-SUPPRESSED.
         DISPLAY "BRANCH FOLLOW-UPS WRITTEN   : " EVENTS-BRANCH.
         STOP RUN.
           MOVE CUS-LINE1 TO CWK-LINE1
           MOVE CUS-LINE2 TO CWK-LINE2
           MOVE CUS-LINE3 TO CWK-LINE3
           MOVE CUS-ADDR-FLAG TO CWK-ADDR-FLAG
           WRITE CUS-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

 *    * The account's other holders: joint owners and attorneys;
 *    * a beneficiary has no say on a live account and is not told.
 *    * No relationship file means every account has one holder.
       220-LOAD-HOLDERS.
         OPEN OUTPUT REL-WRK.
         CLOSE REL-WRK.
         OPEN I-O REL-WRK.
         IF NOT ST-NRL-SUCCESS
           DISPLAY "NTFREL-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
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

       230-LOAD-ONE-HOLDER.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
            AND (REL-ROLE = 'P' OR REL-ROLE = 'J'
                 OR REL-ROLE = 'A')
           MOVE REL-ACCT-NO TO NRL-ACCT-NO
           MOVE REL-CUST-NO TO NRL-CUST-NO
           WRITE REL-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL
         END-READ.

       300-PROCESS-OVERLIM.
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
         OPEN INPUT OVERLIM-DATA.
         ELSE
           MOVE ZERO TO EVT-CUST-NO
         END-IF.
         IF OVL-ACCT-NO-X NUMERIC
           MOVE OVL-ACCT-NO TO EVT-ACCT-NO
         ELSE
           MOVE ZERO TO EVT-ACCT-NO
         END-IF.
         PERFORM 500-WRITE-EVENT.
         PERFORM 540-NOTIFY-HOLDERS.
         PERFORM 315-NEXT-OVERLIM.

       400-PROCESS-DORMANT.
         ELSE
           MOVE ZERO TO EVT-CUST-NO
         END-IF.
         IF DOR-ACCT-NO-X NUMERIC
           MOVE DOR-ACCT-NO TO EVT-ACCT-NO
         ELSE
           MOVE ZERO TO EVT-ACCT-NO
         END-IF.
         PERFORM 500-WRITE-EVENT.
         PERFORM 540-NOTIFY-HOLDERS.
         PERFORM 415-NEXT-DORMANT.

 *    * The customer is told by letter that statements come on paper
 *    * again until a working e-mail address is keyed; the notice
 *    * is the customer's own, so no other holder is written to
       450-PROCESS-SWITCHES.
         OPEN INPUT SWITCH-DATA.
         IF ST-SWITCH-SUCCESS
           READ SWITCH-DATA INTO SWITCH-REC
             AT END MOVE '10' TO ST-SWITCH
           END-READ
           PERFORM 455-ONE-SWITCH
             UNTIL ST-SWITCH-EOF
           CLOSE SWITCH-DATA
         END-IF.

       455-ONE-SWITCH.
         IF ESW-CUST-NO-X NUMERIC AND ESW-CUST-NO > 0
           ADD 1 TO EVENTS-SWITCHED
           MOVE ESW-CUST-NO TO EVT-CUST-NO
           PERFORM 505-FIND-CUSTOMER
           IF CUS-FOUND
             MOVE CWK-NAME TO EVT-OWNER
           ELSE
             MOVE SPACES TO EVT-OWNER
           END-IF
           MOVE SPACES TO EVT-TYPE
           MOVE "E-STATEMENT RETURNED" TO EVT-EVENT
           MOVE ZERO TO EVT-SAVING EVT-CAP EVT-ACCT-NO
           MOVE ESW-FAIL-DATE TO EVT-EFF-DATE
           PERFORM 500-WRITE-EVENT
           MOVE SPACES TO EVT-EFF-DATE
         END-IF.
         READ SWITCH-DATA INTO SWITCH-REC
           AT END MOVE '10' TO ST-SWITCH
         END-READ.

 *    * The history decides first: a repeat inside the suppression
 *    * window goes nowhere, a repeat 30 days past the first notice
 *    * escalates the wording, and past three notices the case goes

 *    * The address resolution: the customer master by number
 *    * first, the name-keyed address file second, otherwise an
 *    * exception line for the follow-up list. A customer whose
 *    * mail came back is not mailed again until CUSTMAINT takes a
 *    * new address; the event joins the follow-up list instead.
       502-WRITE-EXTRACT.
         PERFORM 505-FIND-CUSTOMER.
         IF CUS-FOUND AND CWK-ADDR-RETURNED
           PERFORM 508-WRITE-RETURNED
         ELSE
           IF CUS-FOUND
             ADD 1 TO EVENTS-WRITTEN
             MOVE SPACES TO EXTRACT-REC
             MOVE CWK-NAME TO EXT-OWNER-NAME
             MOVE CWK-LINE1 TO EXT-LINE1
             MOVE CWK-LINE2 TO EXT-LINE2
             MOVE CWK-LINE3 TO EXT-LINE3
             MOVE EVT-EVENT TO EXT-EVENT
             MOVE EVT-TYPE TO EXT-ACCT-TYPE
             MOVE EVT-SAVING TO EXT-SAVING
             MOVE EVT-CAP TO EXT-CAP
             MOVE RUN-DATE TO EXT-RUN-DATE
             MOVE EVT-CUST-NO TO EXT-CUST-NO
             MOVE EVT-STATUS TO EXT-NOTICE-STATUS
             MOVE EVT-EFF-DATE TO EXT-EFF-DATE
             WRITE EXTRACT-REC
           ELSE
             PERFORM 506-WRITE-BY-NAME
           END-IF
         END-IF.

       505-FIND-CUSTOMER.
           MOVE RUN-DATE TO EXT-RUN-DATE
           MOVE EVT-CUST-NO TO EXT-CUST-NO
           MOVE EVT-STATUS TO EXT-NOTICE-STATUS
           MOVE EVT-EFF-DATE TO EXT-EFF-DATE
           WRITE EXTRACT-REC
         ELSE
           ADD 1 TO EVENTS-NOADDR
           MOVE EVT-OWNER TO NOA-OWNER-NAME
           MOVE EVT-EVENT TO NOA-EVENT
           MOVE EVT-TYPE TO NOA-ACCT-TYPE
           MOVE EVT-CUST-NO TO NOA-CUST-NO
           MOVE "NO ADDRESS" TO NOA-REASON
           WRITE NOADDR-REC
         END-IF.

       508-WRITE-RETURNED.
         ADD 1 TO EVENTS-RETURNED.
         MOVE SPACES TO NOADDR-REC.
         MOVE CWK-NAME TO NOA-OWNER-NAME.
         MOVE EVT-EVENT TO NOA-EVENT.
         MOVE EVT-TYPE TO NOA-ACCT-TYPE.
         MOVE EVT-CUST-NO TO NOA-CUST-NO.
         MOVE "RETURNED MAIL" TO NOA-REASON.
         WRITE NOADDR-REC.

       510-FIND-ADDRESS.
         MOVE 'N' TO ADR-FOUND-SW.
         MOVE EVT-OWNER TO AWK-OWNER.
         MOVE RUN-DATE-N TO BRN-LAST-DATE.
         WRITE BRANCH-REC.

 *    * The same event for every other holder of the account with
 *    * an address on the customer master, each under the holder's
 *    * own history so the suppression and escalation run per
 *    * person; a holder with no address is simply not written to
       540-NOTIFY-HOLDERS.
         IF EVT-ACCT-NO > 0
           MOVE EVT-CUST-NO TO EVT-PRIMARY-CUST
           MOVE '00' TO ST-NRL
           MOVE EVT-ACCT-NO TO NRL-ACCT-NO
           MOVE ZERO TO NRL-CUST-NO
           START REL-WRK KEY NOT < NRL-KEY
             INVALID KEY MOVE '10' TO ST-NRL
           END-START
           IF NOT ST-NRL-EOF
             READ REL-WRK NEXT RECORD
               AT END MOVE '10' TO ST-NRL
             END-READ
           END-IF
           PERFORM 545-NOTIFY-ONE-HOLDER
             UNTIL ST-NRL-EOF OR NRL-ACCT-NO NOT = EVT-ACCT-NO
         END-IF.

       545-NOTIFY-ONE-HOLDER.
         IF NRL-CUST-NO NOT = EVT-PRIMARY-CUST
           MOVE NRL-CUST-NO TO EVT-CUST-NO
           PERFORM 505-FIND-CUSTOMER
           IF CUS-FOUND AND CWK-LINE1 NOT = SPACES
             ADD 1 TO EVENTS-HOLDERS
             MOVE CWK-NAME TO EVT-OWNER
             PERFORM 500-WRITE-EVENT
           END-IF
         END-IF.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-NRL
         END-READ.

 *    * Rewrite the history so next window remembers tonight, in
 *    * key order off the scratch file
       600-WRITE-HISTORY.
         CLOSE HIST-DATA
               HIST-WRK
               CUS-WRK
               ADR-WRK
               REL-WRK.

       610-WRITE-ONE-HISTORY.
         MOVE SPACES TO HIST-REC.
