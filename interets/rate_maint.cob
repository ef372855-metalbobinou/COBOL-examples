         SELECT TXN-DATA       ASSIGN TO DISK "RATE-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT PEND-DATA      ASSIGN TO DISK "RATE-TXN-PEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND.
         SELECT HELD-DATA      ASSIGN TO DISK "RATE-TXN-HELD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HELD.
         SELECT APPR-DATA      ASSIGN TO DISK "RATE-APPR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-APPR.
         SELECT TXN-REJECT     ASSIGN TO DISK "RATE-TXN-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN-REJ.
           05  TXN-BORROW-RATE     PIC X(5).
           05  TXN-BORROW-RATE-NUM REDEFINES TXN-BORROW-RATE
                                   PIC 9(5).
 *    * The maker's own reference for the request and the operator
 *    * ID of whoever keyed it; the approval card names the same
 *    * reference
           05  FILLER              PIC X.
           05  TXN-REQ-ID          PIC X(8).
           05  FILLER              PIC X.
           05  TXN-MAKER           PIC X(8).
 *    * Requests keyed on an earlier night and still waiting for a
 *    * second operator, in the RATE-TXN.DAT layout; applied ahead
 *    * of tonight's requests
       FD  PEND-DATA.
       01  PEND-REC                PIC X(143).
 *    * Requests still without an approval or a rejection after
 *    * tonight; the batch makes this RATE-TXN-PEND.DAT
       FD  HELD-DATA.
       01  HELD-REC                PIC X(143).
 *    * One card per request a second operator has looked at: the
 *    * maker's reference, the checker's operator ID, and A to
 *    * approve or R to reject. A request without a card waits.
       FD  APPR-DATA.
       01  APPR-REC.
           05  APR-REQ-ID          PIC X(8).
           05  FILLER              PIC X.
           05  APR-CHECKER         PIC X(8).
           05  FILLER              PIC X.
           05  APR-DECISION        PIC X.
 *    * One line per applied transaction: the action, the key, and
 *    * the full before- and after-image of the master entry, with
 *    * date and time, appended across runs as the permanent history
           05  JRA-CAP-FREQ        PIC X.
           05  FILLER              PIC X.
           05  JRA-BORROW-RATE     PIC 9(3),9(2).
 *    * Who keyed the change and who approved it, appended the same
 *    * way; blank on lines journalled before dual control
           05  FILLER              PIC X.
           05  JRN-REQ-ID          PIC X(8).
           05  FILLER              PIC X.
           05  JRN-MAKER           PIC X(8).
           05  FILLER              PIC X.
           05  JRN-CHECKER         PIC X(8).
 *    * Transactions that failed validation, with the reason
       FD  TXN-REJECT.
       01  TXN-REJECT-REC.
           05  REJ-TYPE-ACCT       PIC X(4).
           05  FILLER              PIC X.
           05  REJ-REASON          PIC X(29).
           05  FILLER              PIC X.
           05  REJ-REQ-ID          PIC X(8).
           05  FILLER              PIC X.
           05  REJ-MAKER           PIC X(8).
           05  FILLER              PIC X.
           05  REJ-CHECKER         PIC X(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-TXN-REJ-SUCCESS               VALUE '00'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
       01  ST-PEND                 PIC X(02)    VALUE SPACES.
           88  ST-PEND-SUCCESS                  VALUE '00'.
       01  ST-HELD                 PIC X(02)    VALUE SPACES.
           88  ST-HELD-SUCCESS                  VALUE '00'.
       01  ST-APPR                 PIC X(02)    VALUE SPACES.
           88  ST-APPR-SUCCESS                  VALUE '00'.
           88  ST-APPR-EOF                      VALUE '10'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.
       01  ARE-THERE-MORE-TXN      PIC XXX      VALUE 'YES'.
           88  TXN-IS-VALID                     VALUE 'Y'.
       77  TXN-REASON              PIC X(29)    VALUE SPACES.
       77  TXN-FOUND-IDX           PIC 999      VALUE ZERO.
       77  TXN-SOURCE-SW           PIC X        VALUE 'P'.
           88  TXN-FROM-PENDING                 VALUE 'P'.
       77  APPR-STATE-SW           PIC X        VALUE SPACE.
           88  APPR-APPROVED                    VALUE 'A'.
           88  APPR-WAITING                     VALUE 'W'.
       77  APPR-IDX                PIC 999      VALUE ZERO.
       77  APPR-ENTRIES            PIC 999      VALUE ZERO.
       77  TXN-CHECKER             PIC X(8)     VALUE SPACES.

       77  MASTER-ENTRIES          PIC 999      VALUE ZERO.
       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  TXN-READ                PIC 9(5)     VALUE ZERO.
       77  TXN-APPLIED             PIC 9(5)     VALUE ZERO.
       77  TXN-REJECTED            PIC 9(5)     VALUE ZERO.
       77  TXN-HELD                PIC 9(5)     VALUE ZERO.
       77  APPR-READ               PIC 9(5)     VALUE ZERO.
       77  APPR-UNUSED             PIC 9(5)     VALUE ZERO.

 *    * Tonight's approval cards, looked up by the maker's reference;
 *    * a card is spent by the first request that names it
       01  APPR-TABLE.
           05  APPR-ENTRY          OCCURS 500 TIMES
                                    INDEXED BY APT-INDEX.
               10  APT-REQ-ID      PIC X(8).
               10  APT-CHECKER     PIC X(8).
               10  APT-DECISION    PIC X.
               10  APT-USED-SW     PIC X.
                   88  APT-USED                VALUE 'Y'.

       01  MASTER-TABLE.
           05  MASTER-ENTRY        OCCURS 200 TIMES
         DISPLAY "TRANSACTIONS READ          : " TXN-READ.
         DISPLAY "TRANSACTIONS APPLIED        : " TXN-APPLIED.
         DISPLAY "TRANSACTIONS REJECTED       : " TXN-REJECTED.
         DISPLAY "HELD FOR APPROVAL           : " TXN-HELD.
         DISPLAY "APPROVAL CARDS READ         : " APPR-READ.
         DISPLAY "APPROVALS MATCHING NO TXN   : " APPR-UNUSED.
         STOP RUN.

       110-ERROR-EXIT.
           MOVE BAND3-RATE-IN TO MST-B3-RATE (MASTER-ENTRIES)
         END-IF.

 *    * Apply every approved add (A), change (C) and delete (D)
 *    * request against the in-memory master: first those carried
 *    * forward on RATE-TXN-PEND.DAT, then tonight's RATE-TXN.DAT.
 *    * Either file may be absent.
       300-PROCESS-TXN.
         OPEN OUTPUT TXN-REJECT
                     HELD-DATA.
         IF NOT ST-TXN-REJ-SUCCESS OR NOT ST-HELD-SUCCESS
           DISPLAY "RATE-TXN-REJ.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND CHG-JRNL.
           DISPLAY "RATE-CHG-JRNL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 305-LOAD-APPROVALS.
         MOVE 'P' TO TXN-SOURCE-SW.
         OPEN INPUT PEND-DATA.
         IF ST-PEND-SUCCESS
           MOVE 'YES' TO ARE-THERE-MORE-TXN
           PERFORM 390-READ-TXN
           PERFORM 310-APPLY-TXN
             UNTIL ARE-THERE-MORE-TXN = 'NO '
           CLOSE PEND-DATA
         END-IF.
         MOVE 'N' TO TXN-SOURCE-SW.
         OPEN INPUT TXN-DATA.
         IF ST-TXN-SUCCESS
           MOVE 'YES' TO ARE-THERE-MORE-TXN
           PERFORM 390-READ-TXN
           PERFORM 310-APPLY-TXN
             UNTIL ARE-THERE-MORE-TXN = 'NO '
           CLOSE TXN-DATA
         END-IF.
         PERFORM 395-UNUSED-APPROVAL
           VARYING APT-INDEX FROM 1 BY 1
           UNTIL APT-INDEX > APPR-ENTRIES.
         CLOSE TXN-REJECT
               HELD-DATA
               CHG-JRNL.

 *    * Load tonight's approval cards; with no card file on disk
 *    * nothing is approved and every request waits. A second card
 *    * for the same reference is refused, not allowed to overrule
 *    * the first.
       305-LOAD-APPROVALS.
         OPEN INPUT APPR-DATA.
         IF ST-APPR-SUCCESS
           READ APPR-DATA
             AT END MOVE '10' TO ST-APPR
           END-READ
           PERFORM 306-LOAD-ONE-APPROVAL
             UNTIL ST-APPR-EOF
           CLOSE APPR-DATA
         END-IF.

       306-LOAD-ONE-APPROVAL.
         ADD 1 TO APPR-READ.
         MOVE ZERO TO APPR-IDX.
         IF APPR-ENTRIES > 0
           SET APT-INDEX TO 1
           SEARCH APPR-ENTRY
             AT END CONTINUE
             WHEN APT-INDEX > APPR-ENTRIES
               CONTINUE
             WHEN APT-REQ-ID (APT-INDEX) = APR-REQ-ID
               SET APPR-IDX TO APT-INDEX
           END-SEARCH
         END-IF.
         MOVE SPACES TO TXN-REJECT-REC.
         MOVE APR-REQ-ID TO REJ-REQ-ID.
         MOVE APR-CHECKER TO REJ-CHECKER.
         EVALUATE TRUE
           WHEN APR-REQ-ID = SPACES
             MOVE "APPROVAL WITHOUT REFERENCE" TO REJ-REASON
             WRITE TXN-REJECT-REC
           WHEN APR-CHECKER = SPACES
             MOVE "APPROVAL WITHOUT CHECKER ID" TO REJ-REASON
             WRITE TXN-REJECT-REC
           WHEN APPR-IDX > 0
             MOVE "DUPLICATE APPROVAL CARD" TO REJ-REASON
             WRITE TXN-REJECT-REC
           WHEN APPR-ENTRIES > 499
             DISPLAY "MORE THAN 500 APPROVAL CARDS TONIGHT"
             PERFORM 110-ERROR-EXIT
           WHEN OTHER
             ADD 1 TO APPR-ENTRIES
             MOVE APR-REQ-ID TO APT-REQ-ID (APPR-ENTRIES)
             MOVE APR-CHECKER TO APT-CHECKER (APPR-ENTRIES)
             MOVE APR-DECISION TO APT-DECISION (APPR-ENTRIES)
             MOVE 'N' TO APT-USED-SW (APPR-ENTRIES)
         END-EVALUATE.
         READ APPR-DATA
           AT END MOVE '10' TO ST-APPR
         END-READ.

       310-APPLY-TXN.
         ADD 1 TO TXN-READ.
         PERFORM 315-CHECK-APPROVAL.
         IF APPR-WAITING
           PERFORM 365-HOLD-TXN
         ELSE
           PERFORM 312-APPLY-APPROVED
         END-IF.
         PERFORM 390-READ-TXN.

 *    * A request with its approval in hand is validated and applied
 *    * as before; one refused by the checker, or approved by its
 *    * own maker, goes to the rejects with TXN-REASON already set
       312-APPLY-APPROVED.
         IF APPR-APPROVED
           PERFORM 320-VALIDATE-TXN
         ELSE
           MOVE 'N' TO TXN-VALID-SW
         END-IF.
         IF TXN-IS-VALID
           ADD 1 TO TXN-APPLIED
           MOVE SPACES TO CHG-JRNL-REC
         ELSE
           PERFORM 360-REJECT-TXN
         END-IF.

 *    * Match the request to its approval card. No reference or no
 *    * maker ID cannot be approved at all; no card yet means the
 *    * request waits for one; a card already spent means the
 *    * reference was keyed twice.
       315-CHECK-APPROVAL.
         MOVE SPACE TO APPR-STATE-SW.
         MOVE SPACES TO TXN-CHECKER.
         MOVE SPACES TO TXN-REASON.
         MOVE ZERO TO APPR-IDX.
         IF TXN-REQ-ID NOT = SPACES AND APPR-ENTRIES > 0
           SET APT-INDEX TO 1
           SEARCH APPR-ENTRY
             AT END CONTINUE
             WHEN APT-INDEX > APPR-ENTRIES
               CONTINUE
             WHEN APT-REQ-ID (APT-INDEX) = TXN-REQ-ID
               SET APPR-IDX TO APT-INDEX
           END-SEARCH
         END-IF.
         IF APPR-IDX > 0
           MOVE APT-CHECKER (APPR-IDX) TO TXN-CHECKER
         END-IF.
         EVALUATE TRUE
           WHEN TXN-REQ-ID = SPACES
             MOVE "REQUEST REFERENCE MISSING" TO TXN-REASON
           WHEN TXN-MAKER = SPACES
             MOVE "MAKER ID MISSING" TO TXN-REASON
           WHEN APPR-IDX = 0
             MOVE 'W' TO APPR-STATE-SW
           WHEN APT-USED (APPR-IDX)
             MOVE "REQUEST REFERENCE KEYED TWICE" TO TXN-REASON
           WHEN APT-CHECKER (APPR-IDX) = TXN-MAKER
             MOVE 'Y' TO APT-USED-SW (APPR-IDX)
             MOVE "SELF-APPROVED" TO TXN-REASON
           WHEN APT-DECISION (APPR-IDX) = 'R'
             MOVE 'Y' TO APT-USED-SW (APPR-IDX)
             MOVE "REJECTED BY CHECKER" TO TXN-REASON
           WHEN APT-DECISION (APPR-IDX) NOT = 'A'
             MOVE 'Y' TO APT-USED-SW (APPR-IDX)
             MOVE "UNKNOWN APPROVAL DECISION" TO TXN-REASON
           WHEN OTHER
             MOVE 'Y' TO APT-USED-SW (APPR-IDX)
             MOVE 'A' TO APPR-STATE-SW
         END-EVALUATE.

 *    * TYPE-ACCT must be fully populated, RATE and MAX-SAVING must be
 *    * numeric, adds must be new and changes/deletes must already
         MOVE TXN-TYPE-ACCT TO JRN-TYPE-ACCT.
         MOVE TXN-CURRENCY TO JRN-CURRENCY.
         MOVE TXN-EFF-DATE-NUM TO JRN-EFF-DATE.
         MOVE TXN-REQ-ID TO JRN-REQ-ID.
         MOVE TXN-MAKER TO JRN-MAKER.
         MOVE TXN-CHECKER TO JRN-CHECKER.
         WRITE CHG-JRNL-REC.

       360-REJECT-TXN.
         MOVE TXN-ACTION    TO REJ-ACTION.
         MOVE TXN-TYPE-ACCT TO REJ-TYPE-ACCT.
         MOVE TXN-REASON    TO REJ-REASON.
         MOVE TXN-REQ-ID    TO REJ-REQ-ID.
         MOVE TXN-MAKER     TO REJ-MAKER.
         MOVE TXN-CHECKER   TO REJ-CHECKER.
         WRITE TXN-REJECT-REC.

 *    * Carried forward exactly as keyed, to wait for its card
       365-HOLD-TXN.
         ADD 1 TO TXN-HELD.
         WRITE HELD-REC FROM TXN-RECORD.

       390-READ-TXN.
         IF TXN-FROM-PENDING
           READ PEND-DATA INTO TXN-RECORD
             AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
           END-READ
         ELSE
           READ TXN-DATA INTO TXN-RECORD
             AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
           END-READ
         END-IF.

 *    * A card no request named tonight is reported, not kept: the
 *    * checker approves again once the request is on file
       395-UNUSED-APPROVAL.
         IF NOT APT-USED (APT-INDEX)
           ADD 1 TO APPR-UNUSED
           MOVE SPACES TO TXN-REJECT-REC
           MOVE "APPROVAL MATCHES NO REQUEST" TO REJ-REASON
           MOVE APT-REQ-ID (APT-INDEX) TO REJ-REQ-ID
           MOVE APT-CHECKER (APT-INDEX) TO REJ-CHECKER
           WRITE TXN-REJECT-REC
         END-IF.

 *    * Rewrite the rate master with every applied add/change and
 *    * with deleted entries left out
       400-WRITE-MASTER.
