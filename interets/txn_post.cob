         SELECT HOLD-DATA      ASSIGN TO DISK "ACCT-HOLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD.
         SELECT TD-DATA        ASSIGN TO DISK "TD-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TD.
         SELECT HIST-DATA      ASSIGN TO DISK "ACCT-TXN-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST.
         SELECT HIST-NEW       ASSIGN TO DISK "ACCT-TXN-HIST-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST-OUT.
         SELECT LIMIT-DATA     ASSIGN TO DISK "WD-LIMIT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-LIMIT.
         SELECT EXCEPT-DATA    ASSIGN TO DISK "TXN-EXCEPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-EXCEPT.
         SELECT REFER-DATA     ASSIGN TO DISK "TXN-REFER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REFER.
         SELECT HIST-WRK       ASSIGN TO DISK "TXN-HIST-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY HWK-KEY
                FILE STATUS IS ST-HIST-WRK.
         SELECT ACCT-WRK       ASSIGN TO DISK "ACCT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
           05  BAL-SIGN-NEW        PIC X.
           05  FILLER              PIC X.
           05  CUST-NO-NEW         PIC X(6).
 *    * One deposit (D), withdrawal (W), fee (F) or transfer (T)
 *    * request per record; a transfer redefines the body to carry both
 *    * account numbers and posts atomically as two legs. A
 *    * reversal (R) names the journal entry it undoes by posting
 *    * date and sequence; its value date sits where a deposit's
 *    * does, so the warehouse can hold it like any other movement.
 *    * A movement a supervisor has released from referral comes
 *    * back by number, tagged S at owner column 11 with the
 *    * supervisor's ID after it (a clearing item is tagged C
 *    * there); a released transfer carries the same tag and ID
 *    * after its value date. A movement the bank raised itself -
 *    * a fee, an adjustment, a reimbursement, a deposit payout -
 *    * is tagged B in the same places and is never held to the
 *    * customer's withdrawal limits
       FD  TXN-DATA.
       01  TXN-RECORD.
           05  TXN-ACTION          PIC X.
                                   PIC 9(7).
               10  FILLER          PIC X.
               10  TRF-DATE        PIC X(8).
               10  TRF-RELEASE-TAG PIC X.
               10  TRF-RELEASED-BY PIC X(8).
               10  FILLER          PIC X(3).
           05  TXN-REV-BODY REDEFINES TXN-BODY.
               10  REV-ORIG-DATE   PIC X(8).
               10  FILLER          PIC X.
               10  REV-ORIG-SEQ    PIC X(6).
               10  REV-ORIG-SEQ-NUM REDEFINES REV-ORIG-SEQ
                                   PIC 9(6).
               10  FILLER          PIC X(23).
               10  REV-DATE        PIC X(8).
 *    * One line per transaction read, applied or rejected, with the
 *    * balance before and after. Each line carries the business
 *    * date it posted on and its sequence in that night's journal,
 *    * the pair a reversal names; a reversal line links back to
 *    * the entry it undoes (tag R), and the history copy of that
 *    * entry links forward to its reversal (tag O)
       FD  JRNL-DATA.
       01  JRNL-REC.
           05  JRN-DATE            PIC X(8).
           05  JRN-NEW-SIGN        PIC X.
           05  FILLER              PIC X.
           05  JRN-REF             PIC X(8).
           05  FILLER              PIC X.
           05  JRN-POST-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  JRN-SEQ             PIC 9(6).
           05  FILLER              PIC X.
           05  JRN-LINK-TAG        PIC X.
           05  FILLER              PIC X.
           05  JRN-LINK-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  JRN-LINK-SEQ        PIC X(6).
 *    * Court orders and garnishments blocking part of a balance
 *    * without freezing the account; an expired hold no longer
 *    * binds
           05  HLD-EXPIRY-X        PIC X(8).
           05  HLD-EXPIRY-IN REDEFINES HLD-EXPIRY-X
                                   PIC 9(8).
 *    * Term deposits kept by TDMATURE; a deposit still running
 *    * (status A) cannot be drawn on until it matures or is paid
 *    * out through TDMATURE
       FD  TD-DATA.
       01  TD-RECORD.
           05  TDM-ACCT-NO-X       PIC X(8).
           05  TDM-ACCT-NO REDEFINES TDM-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X(49).
           05  TDM-STATUS          PIC X.
           05  FILLER              PIC X(18).
 *    * Withdrawal limits for W movements and the outgoing side of
 *    * transfers: one card per account type (T) and, overriding
 *    * it whole, one per customer (C) given a limit of their own.
 *    * Largest single withdrawal, largest total and most
 *    * withdrawals in one business day, and the amount above which
 *    * a movement waits for a supervisor; zero sets no limit
       FD  LIMIT-DATA.
       01  LIMIT-RECORD.
           05  LIM-KIND            PIC X.
           05  FILLER              PIC X.
           05  LIM-KEY             PIC X(6).
           05  FILLER              PIC X.
           05  LIM-SINGLE-X        PIC X(7).
           05  LIM-SINGLE REDEFINES LIM-SINGLE-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  LIM-DAILY-X         PIC X(8).
           05  LIM-DAILY REDEFINES LIM-DAILY-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  LIM-COUNT-X         PIC X(3).
           05  LIM-COUNT REDEFINES LIM-COUNT-X
                                   PIC 9(3).
           05  FILLER              PIC X.
           05  LIM-REFER-X         PIC X(7).
           05  LIM-REFER REDEFINES LIM-REFER-X
                                   PIC 9(7).
 *    * Every movement refused for breaking a withdrawal limit,
 *    * with the limit broken and the day's total and count before
 *    * it, for the fraud desk's morning review
       FD  EXCEPT-DATA.
       01  EXCEPT-REC.
           05  EXC-POST-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  EXC-SEQ             PIC 9(6).
           05  FILLER              PIC X.
           05  EXC-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  EXC-CUST-NO         PIC X(6).
           05  FILLER              PIC X.
           05  EXC-ACTION          PIC X.
           05  FILLER              PIC X.
           05  EXC-AMOUNT          PIC 9(7).
           05  FILLER              PIC X.
           05  EXC-REASON          PIC X(25).
           05  FILLER              PIC X.
           05  EXC-LIMIT           PIC 9(8).
           05  FILLER              PIC X.
           05  EXC-DAY-TOTAL       PIC 9(8).
           05  FILLER              PIC X.
           05  EXC-DAY-COUNT       PIC 9(3).
           05  FILLER              PIC X.
           05  EXC-REF             PIC X(8).
           05  FILLER              PIC X.
           05  EXC-OWNER-NAME      PIC X(20).
 *    * Movements over their referral amount, appended across
 *    * runs: the posting date and sequence of the REFERRED journal
 *    * line, which is what the supervisor's release card names,
 *    * the account, and the movement as it was read. TXNWHSE holds
 *    * them until released or declined.
       FD  REFER-DATA.
       01  REFER-REC.
           05  RFR-POST-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  RFR-SEQ             PIC 9(6).
           05  FILLER              PIC X.
           05  RFR-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  RFR-IMAGE           PIC X(48).
 *    * Every applied journal line from every run, carried from
 *    * night to night so a reversal can find the entry it names
 *    * after the nightly journal itself has been replaced
       FD  HIST-DATA.
       01  HIST-REC                PIC X(155).
       FD  HIST-NEW.
       01  HIST-NEW-REC            PIC X(155).

 *    * The history on a keyed scratch file for the run, keyed on
 *    * posting date and sequence
       FD  HIST-WRK.
       01  HIST-WRK-RECORD.
           05  HWK-KEY.
               10  HWK-POST-DATE   PIC X(8).
               10  HWK-SEQ         PIC 9(6).
           05  HWK-IMAGE           PIC X(155).

 *    * Keyed scratch master, rebuilt from ACCT.DAT every run the
 *    * way ACCTLOAD rebuilds ACCT-KEY.DAT: posting works against
           05  WRK-OD-LIMIT        PIC 9(7).
           05  WRK-BAL-SIGN        PIC X.
           05  WRK-CUST-NO         PIC X(6).
           05  WRK-DAY-TOTAL       PIC 9(8).
           05  WRK-DAY-COUNT       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  ST-WRK                  PIC X(02)    VALUE SPACES.
       01  ST-HOLD                 PIC X(02)    VALUE SPACES.
           88  ST-HOLD-SUCCESS                  VALUE '00'.
           88  ST-HOLD-EOF                      VALUE '10'.
       01  ST-TD                   PIC X(02)    VALUE SPACES.
           88  ST-TD-SUCCESS                    VALUE '00'.
           88  ST-TD-EOF                        VALUE '10'.
       01  ST-HIST                 PIC X(02)    VALUE SPACES.
           88  ST-HIST-SUCCESS                  VALUE '00'.
           88  ST-HIST-EOF                      VALUE '10'.
       01  ST-HIST-OUT             PIC X(02)    VALUE SPACES.
           88  ST-HIST-OUT-SUCCESS              VALUE '00'.
       01  ST-HIST-WRK             PIC X(02)    VALUE SPACES.
           88  ST-HIST-WRK-SUCCESS              VALUE '00'.
           88  ST-HIST-WRK-EOF                  VALUE '10'.
       01  ST-LIMIT                PIC X(02)    VALUE SPACES.
           88  ST-LIMIT-SUCCESS                 VALUE '00'.
           88  ST-LIMIT-EOF                     VALUE '10'.
       01  ST-EXCEPT               PIC X(02)    VALUE SPACES.
           88  ST-EXCEPT-SUCCESS                VALUE '00'.
       01  ST-REFER                PIC X(02)    VALUE SPACES.
           88  ST-REFER-SUCCESS                 VALUE '00'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.
       01  ARE-THERE-MORE-TXN      PIC XXX      VALUE 'YES'.
       77  HOLD-SCAN-NO            PIC 9(8)     VALUE ZERO.
       77  HOLD-TOTAL              PIC 9(8)     VALUE ZERO.
       77  HOLD-ITER               PIC 9(4)     VALUE ZERO.
 *    * Running term deposits: no withdrawal or transfer out
 *    * until the deposit matures
       77  TD-ENTRIES              PIC 9(4)     VALUE ZERO.
       77  TD-SCAN-NO              PIC 9(8)     VALUE ZERO.
       77  TD-ITER                 PIC 9(4)     VALUE ZERO.
       77  TD-ACTIVE-SW            PIC X        VALUE 'N'.
           88  TD-ACTIVE                        VALUE 'Y'.
       77  HOLD-FLOOR              PIC S9(9)    VALUE ZERO.
 *    * Withdrawal limits: the card applying to the account in
 *    * LIMIT-SLOT, the amount being drawn, and the outcome - a
 *    * breach rejects, a referral waits for a supervisor. A zero
 *    * slot means the movement is not one the limits govern.
       77  LIMIT-ENTRIES           PIC 9(4)     VALUE ZERO.
       77  LIMIT-ITER              PIC 9(4)     VALUE ZERO.
       77  LIMIT-IDX               PIC 9(4)     VALUE ZERO.
       77  LIMIT-SLOT              PIC 9        VALUE ZERO.
       77  LIMIT-AMOUNT            PIC 9(7)     VALUE ZERO.
       77  LIMIT-NEW-TOTAL         PIC 9(9)     VALUE ZERO.
       77  LIMIT-BOUND             PIC 9(8)     VALUE ZERO.
       77  LIMIT-SEQ               PIC 9(6)     VALUE ZERO.
       77  LIMIT-SCAN-KIND         PIC X        VALUE SPACE.
       77  LIMIT-SCAN-KEY          PIC X(6)     VALUE SPACES.
       77  LIMIT-REASON            PIC X(25)    VALUE SPACES.
       77  LIMIT-SW                PIC X        VALUE SPACE.
           88  LIMIT-BREACHED                   VALUE 'B'.
           88  LIMIT-REFERRED                   VALUE 'R'.
       77  LIMIT-RELEASED-SW       PIC X        VALUE 'N'.
           88  LIMIT-RELEASED                   VALUE 'Y'.
       77  LIMIT-BREACHES          PIC 9(5)     VALUE ZERO.
       77  TXN-REFERRED            PIC 9(5)     VALUE ZERO.
       01  LIMIT-TABLE.
           05  LIMIT-ENTRY         OCCURS 300 TIMES.
               10  LMT-KIND        PIC X.
               10  LMT-KEY         PIC X(6).
               10  LMT-SINGLE      PIC 9(7).
               10  LMT-DAILY       PIC 9(8).
               10  LMT-COUNT       PIC 9(3).
               10  LMT-REFER       PIC 9(7).
       01  TXN-BY-NUMBER-X         PIC X(8)     VALUE SPACES.
       01  TXN-BY-NUMBER REDEFINES TXN-BY-NUMBER-X
                                   PIC 9(8).
           05  TRL-HASH            PIC 9(11)V99.
       77  JRNL-TRL-CNT            PIC 9(7)     VALUE ZERO.
       77  JRNL-TRL-HASH           PIC 9(11)V99 VALUE ZERO.
 *    * Journal line sequence for the business date; a second run
 *    * on the same date carries on from the last one on history
       77  JRNL-SEQ                PIC 9(6)     VALUE ZERO.
       77  HIST-ENTRIES            PIC 9(7)     VALUE ZERO.

 *    * Reversal work fields: the entry named, and for a transfer
 *    * leg its partner leg, each reversed against its own account
 *    * in its own work slot
       77  REV-SEQ                 PIC 9(4)     VALUE ZERO.
       77  REV-REF                 PIC X(8)     VALUE SPACES.
       77  REV-LEGS                PIC 9        VALUE ZERO.
       77  REV-IDX                 PIC 9(4)     VALUE ZERO.
       77  REV-APPLIED             PIC 9(5)     VALUE ZERO.
       77  REV-TRANSFER-SW         PIC X        VALUE 'N'.
           88  REV-IS-TRANSFER                  VALUE 'Y'.
       01  REV-LEG-TABLE.
           05  REV-LEG             OCCURS 2 TIMES.
               10  RVL-POST-DATE   PIC X(8).
               10  RVL-SEQ         PIC 9(6).
               10  RVL-ACTION      PIC X.
               10  RVL-OWNER-NAME  PIC X(20).
               10  RVL-ACCT-TYPE   PIC X(4).
               10  RVL-CURRENCY    PIC X(3).
               10  RVL-AMOUNT      PIC 9(7).
               10  RVL-ACCT-NO     PIC 9(8).
               10  RVL-REF         PIC X(8).
               10  RVL-LINK-TAG    PIC X.
               10  RVL-SLOT        PIC 9.
               10  RVL-OLD         PIC S9(8).
               10  RVL-NEW         PIC S9(9).

 *    * A history line taken off the scratch file, in the journal
 *    * layout
       01  ORIG-LINE.
           05  ORG-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  ORG-ACTION          PIC X.
           05  FILLER              PIC X.
           05  ORG-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  ORG-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  ORG-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  ORG-AMOUNT-X        PIC X(7).
           05  ORG-AMOUNT REDEFINES ORG-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X(17).
           05  ORG-STATUS          PIC X(8).
           05  FILLER              PIC X(27).
           05  ORG-ACCT-NO-X       PIC X(8).
           05  ORG-ACCT-NO REDEFINES ORG-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X(5).
           05  ORG-REF             PIC X(8).
           05  FILLER              PIC X.
           05  ORG-POST-DATE       PIC X(8).
           05  ORG-POST-DATE-N REDEFINES ORG-POST-DATE
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  ORG-SEQ-X           PIC X(6).
           05  ORG-SEQ REDEFINES ORG-SEQ-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  ORG-LINK-TAG        PIC X.
           05  FILLER              PIC X.
           05  ORG-LINK-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  ORG-LINK-SEQ        PIC X(6).
       01  HOLD-TABLE.
           05  HOLD-ENTRY          OCCURS 200 TIMES.
               10  HLD-ACCT-NO     PIC 9(8).
               10  HLD-AMOUNT      PIC 9(7).
       01  TD-TABLE.
           05  TD-ACCT-NO          PIC 9(8)     OCCURS 500 TIMES.

       77  MASTER-ENTRIES          PIC 9(7)     VALUE ZERO.
       77  TXN-READ                PIC 9(5)     VALUE ZERO.

 *    * Two work slots over the keyed scratch master: slot 1 is the
 *    * account a movement names (and a transfer's from side), slot
 *    * 2 a transfer's to side; everything else lives on disk. Each
 *    * carries the total and count withdrawn on the business date.
       01  MASTER-TABLE.
           05  MASTER-ENTRY        OCCURS 2 TIMES.
               10  MST-OWNER-NAME  PIC X(20).
               10  MST-OD-LIMIT    PIC 9(7).
               10  MST-BAL-SIGN    PIC X.
               10  MST-CUST-NO     PIC X(6).
               10  MST-DAY-TOTAL   PIC 9(8).
               10  MST-DAY-COUNT   PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 200-LOAD-MASTER.
         PERFORM 230-LOAD-HISTORY.
         PERFORM 240-LOAD-LIMITS.
         PERFORM 250-LOAD-HOLDS.
         PERFORM 280-LOAD-DEPOSITS.
         PERFORM 300-PROCESS-TXN.
         PERFORM 400-WRITE-MASTER.
         PERFORM 450-WRITE-HISTORY.
         DISPLAY "ACCT MASTER ENTRIES LOADED : " MASTER-ENTRIES.
         DISPLAY "TRANSACTIONS READ          : " TXN-READ.
         DISPLAY "TRANSACTIONS APPLIED        : " TXN-APPLIED.
         DISPLAY "TRANSACTIONS REJECTED       : " TXN-REJECTED.
         DISPLAY "REJECTED OVER LIMITS        : " LIMIT-BREACHES.
         DISPLAY "REFERRED FOR RELEASE        : " TXN-REFERRED.
         DISPLAY "REVERSALS APPLIED           : " REV-APPLIED.
         STOP RUN.

       110-ERROR-EXIT.
           MOVE SPACE TO WRK-BAL-SIGN
         END-IF.
         MOVE CUST-NO-X TO WRK-CUST-NO.
         MOVE ZERO TO WRK-DAY-TOTAL WRK-DAY-COUNT.
         WRITE ACCT-WRK-RECORD
           INVALID KEY
             DISPLAY "DUPLICATE ACCOUNT NUMBER ON ACCT.DAT : "
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

 *    * Load the posting history onto its keyed scratch file; no
 *    * history yet simply means nothing is reversible yet
       230-LOAD-HISTORY.
         OPEN OUTPUT HIST-WRK.
         CLOSE HIST-WRK.
         OPEN I-O HIST-WRK.
         IF NOT ST-HIST-WRK-SUCCESS
           DISPLAY "TXN-HIST-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT HIST-DATA.
         IF ST-HIST-SUCCESS
           READ HIST-DATA INTO ORIG-LINE
             AT END MOVE '10' TO ST-HIST
           END-READ
           PERFORM 235-LOAD-ONE-HISTORY
             UNTIL ST-HIST-EOF
           CLOSE HIST-DATA
         END-IF.

       235-LOAD-ONE-HISTORY.
         IF ORG-POST-DATE NUMERIC AND ORG-SEQ-X NUMERIC
           MOVE ORG-POST-DATE TO HWK-POST-DATE
           MOVE ORG-SEQ TO HWK-SEQ
           MOVE ORIG-LINE TO HWK-IMAGE
           WRITE HIST-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE HISTORY ENTRY IGNORED : "
                       ORG-POST-DATE " " ORG-SEQ
             NOT INVALID KEY
               ADD 1 TO HIST-ENTRIES
           END-WRITE
           IF ORG-POST-DATE-N = RUN-DATE AND ORG-SEQ > JRNL-SEQ
             MOVE ORG-SEQ TO JRNL-SEQ
           END-IF
           IF ORG-POST-DATE-N = RUN-DATE AND ORG-ACTION = 'W'
              AND ORG-LINK-TAG NOT = 'R' AND ORG-ACCT-NO-X NUMERIC
             PERFORM 238-SEED-DAY-USAGE
           END-IF
         END-IF.
         READ HIST-DATA INTO ORIG-LINE
           AT END MOVE '10' TO ST-HIST
         END-READ.

 *    * A second run on the same business date starts from what the
 *    * first already withdrew. A reversal's W leg gives money back
 *    * to nobody and a clearing debit is paid on funds alone, so
 *    * neither counts against the customer's day.
       238-SEED-DAY-USAGE.
         IF ORG-OWNER-NAME (1:1) = '#'
            AND (ORG-OWNER-NAME (11:1) = 'C'
                 OR ORG-OWNER-NAME (11:1) = 'B')
           CONTINUE
         ELSE
           MOVE ORG-ACCT-NO TO WRK-ACCT-NO
           READ ACCT-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               ADD ORG-AMOUNT TO WRK-DAY-TOTAL
               ADD 1 TO WRK-DAY-COUNT
               REWRITE ACCT-WRK-RECORD
                 INVALID KEY
                   DISPLAY "SCRATCH MASTER REWRITE FAILED : "
                           WRK-ACCT-NO
                   PERFORM 110-ERROR-EXIT
               END-REWRITE
           END-READ
         END-IF.

 *    * Withdrawal limit cards load like the holds; no card file
 *    * means no account is limited. A card that does not read
 *    * cleanly is reported and binds nothing.
       240-LOAD-LIMITS.
         OPEN INPUT LIMIT-DATA.
         IF ST-LIMIT-SUCCESS
           READ LIMIT-DATA INTO LIMIT-RECORD
             AT END MOVE '10' TO ST-LIMIT
           END-READ
           PERFORM 245-LOAD-ONE-LIMIT
             UNTIL ST-LIMIT-EOF OR LIMIT-ENTRIES > 299
           IF NOT ST-LIMIT-EOF
             DISPLAY "WARNING: MORE THAN 300 WITHDRAWAL LIMIT CARDS"
             DISPLAY "WARNING: CARDS BEYOND 300 WERE NOT LOADED"
           END-IF
           CLOSE LIMIT-DATA
         END-IF.

       245-LOAD-ONE-LIMIT.
         IF (LIM-KIND = 'T' OR LIM-KIND = 'C')
            AND LIM-KEY NOT = SPACES
            AND LIM-SINGLE-X NUMERIC AND LIM-DAILY-X NUMERIC
            AND LIM-COUNT-X NUMERIC AND LIM-REFER-X NUMERIC
           ADD 1 TO LIMIT-ENTRIES
           MOVE LIM-KIND TO LMT-KIND (LIMIT-ENTRIES)
           MOVE LIM-KEY TO LMT-KEY (LIMIT-ENTRIES)
           MOVE LIM-SINGLE TO LMT-SINGLE (LIMIT-ENTRIES)
           MOVE LIM-DAILY TO LMT-DAILY (LIMIT-ENTRIES)
           MOVE LIM-COUNT TO LMT-COUNT (LIMIT-ENTRIES)
           MOVE LIM-REFER TO LMT-REFER (LIMIT-ENTRIES)
         ELSE
           DISPLAY "BAD WD-LIMIT.DAT CARD IGNORED : "
                   LIM-KIND " " LIM-KEY
         END-IF.
         READ LIMIT-DATA INTO LIMIT-RECORD
           AT END MOVE '10' TO ST-LIMIT
         END-READ.

 *    * Bring the record just read off the scratch file into the
 *    * named work slot
       340-FETCH-SLOT.
         MOVE WRK-OD-LIMIT    TO MST-OD-LIMIT (FETCH-SLOT).
         MOVE WRK-BAL-SIGN    TO MST-BAL-SIGN (FETCH-SLOT).
         MOVE WRK-CUST-NO     TO MST-CUST-NO (FETCH-SLOT).
         MOVE WRK-DAY-TOTAL   TO MST-DAY-TOTAL (FETCH-SLOT).
         MOVE WRK-DAY-COUNT   TO MST-DAY-COUNT (FETCH-SLOT).

 *    * Put the named work slot back on the scratch file
       345-STORE-SLOT.
         MOVE MST-OD-LIMIT (STORE-SLOT)    TO WRK-OD-LIMIT.
         MOVE MST-BAL-SIGN (STORE-SLOT)    TO WRK-BAL-SIGN.
         MOVE MST-CUST-NO (STORE-SLOT)     TO WRK-CUST-NO.
         MOVE MST-DAY-TOTAL (STORE-SLOT)   TO WRK-DAY-TOTAL.
         MOVE MST-DAY-COUNT (STORE-SLOT)   TO WRK-DAY-COUNT.
         REWRITE ACCT-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH MASTER REWRITE FAILED : "
           ADD HLD-AMOUNT (HOLD-ITER) TO HOLD-TOTAL
         END-IF.

 *    * Running term deposits load like the holds; no deposit file
 *    * means no account is locked
       280-LOAD-DEPOSITS.
         OPEN INPUT TD-DATA.
         IF ST-TD-SUCCESS
           READ TD-DATA INTO TD-RECORD
             AT END MOVE '10' TO ST-TD
           END-READ
           PERFORM 285-LOAD-ONE-DEPOSIT
             UNTIL ST-TD-EOF OR TD-ENTRIES > 499
           IF NOT ST-TD-EOF
             DISPLAY "WARNING: MORE THAN 500 TERM DEPOSITS RUNNING"
             DISPLAY "WARNING: ENTRIES BEYOND 500 WERE NOT LOADED"
           END-IF
           CLOSE TD-DATA
         END-IF.

       285-LOAD-ONE-DEPOSIT.
         IF TDM-ACCT-NO-X NUMERIC AND TDM-STATUS = 'A'
           ADD 1 TO TD-ENTRIES
           MOVE TDM-ACCT-NO TO TD-ACCT-NO (TD-ENTRIES)
         END-IF.
         READ TD-DATA INTO TD-RECORD
           AT END MOVE '10' TO ST-TD
         END-READ.

 *    * Is the account being drawn a running term deposit
       290-CHECK-DEPOSIT.
         MOVE 'N' TO TD-ACTIVE-SW.
         PERFORM 295-MATCH-DEPOSIT
           VARYING TD-ITER FROM 1 BY 1
           UNTIL TD-ITER > TD-ENTRIES OR TD-ACTIVE.

       295-MATCH-DEPOSIT.
         IF TD-ACCT-NO (TD-ITER) = TD-SCAN-NO
           MOVE 'Y' TO TD-ACTIVE-SW
         END-IF.

 *    * Apply every deposit (D) and withdrawal (W) on ACCT-TXN.DAT
 *    * against the in-memory master, journaling each outcome
       300-PROCESS-TXN.
           DISPLAY "ACCT-TXN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT EXCEPT-DATA.
         OPEN EXTEND REFER-DATA.
         IF NOT ST-REFER-SUCCESS
           OPEN OUTPUT REFER-DATA
         END-IF.
         IF NOT ST-EXCEPT-SUCCESS OR NOT ST-REFER-SUCCESS
           DISPLAY "TXN-EXCEPT.DAT OR TXN-REFER.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
         END-READ.
         MOVE JRNL-TRL-HASH TO TRL-HASH.
         WRITE JRNL-REC FROM TRAILER-REC.
         CLOSE TXN-DATA
               JRNL-DATA
               EXCEPT-DATA
               REFER-DATA.

       310-APPLY-TXN.
         ADD 1 TO TXN-READ.
         EVALUATE TXN-ACTION
           WHEN 'T'
             PERFORM 500-APPLY-TRANSFER
           WHEN 'R'
             PERFORM 600-APPLY-REVERSAL
           WHEN OTHER
             PERFORM 315-APPLY-MOVEMENT
         END-EVALUATE.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
         END-READ.
           MOVE NEW-SAVING TO MST-SAVING (TXN-FOUND-IDX)
           MOVE NEW-SIGN TO MST-BAL-SIGN (TXN-FOUND-IDX)
           MOVE TXN-DATE TO MST-LAST-ACT (TXN-FOUND-IDX)
           IF LIMIT-SLOT > 0
             ADD TXN-AMOUNT-NUM TO MST-DAY-TOTAL (TXN-FOUND-IDX)
             ADD 1 TO MST-DAY-COUNT (TXN-FOUND-IDX)
           END-IF
           MOVE TXN-FOUND-IDX TO STORE-SLOT
           PERFORM 345-STORE-SLOT
           PERFORM 360-WRITE-JOURNAL
         ELSE
           IF LIMIT-REFERRED
             ADD 1 TO TXN-REFERRED
           ELSE
             ADD 1 TO TXN-REJECTED
           END-IF
           PERFORM 360-WRITE-JOURNAL
           MOVE JRNL-SEQ TO LIMIT-SEQ
           PERFORM 380-LIMIT-OUTCOME
         END-IF.

 *    * The movement must name an account on file, carry a numeric
 *    * amount, and never drive the balance past the account's
 *    * authorized overdraft or past the seven-digit balance field.
 *    * A fee (F) is a bank-raised debit: it is charged whatever the
 *    * overdraft limit and holds say, which is how an unauthorized
 *    * overdraft arises in the first place
       320-VALIDATE-TXN.
         MOVE 'Y' TO TXN-VALID-SW.
         MOVE SPACES TO TXN-REASON.
         MOVE SPACE TO LIMIT-SW.
         MOVE ZERO TO LIMIT-SLOT.
         PERFORM 325-FIND-MASTER.
         EVALUATE TRUE
           WHEN TXN-ACTION NOT = 'D' AND TXN-ACTION NOT = 'W'
                AND TXN-ACTION NOT = 'F'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN ACTION CODE" TO TXN-REASON
           WHEN TXN-AMOUNT NOT NUMERIC
           MOVE MST-ACCT-NO (TXN-FOUND-IDX) TO HOLD-SCAN-NO
           PERFORM 265-SUM-HOLDS
           COMPUTE HOLD-FLOOR = OD-FLOOR + HOLD-TOTAL
           MOVE MST-ACCT-NO (TXN-FOUND-IDX) TO TD-SCAN-NO
           PERFORM 290-CHECK-DEPOSIT
           IF TXN-ACTION = 'W' AND NOT TD-ACTIVE
              AND NOT (TXN-OWNER-NAME (1:1) = '#'
                       AND (TXN-OWNER-NAME (11:1) = 'C'
                            OR TXN-OWNER-NAME (11:1) = 'B'))
             MOVE TXN-FOUND-IDX TO LIMIT-SLOT
             MOVE TXN-AMOUNT-NUM TO LIMIT-AMOUNT
             MOVE 'N' TO LIMIT-RELEASED-SW
             IF TXN-OWNER-NAME (1:1) = '#'
                AND TXN-OWNER-NAME (11:1) = 'S'
               MOVE 'Y' TO LIMIT-RELEASED-SW
             END-IF
             PERFORM 370-CHECK-LIMITS
           END-IF
           EVALUATE TRUE
             WHEN TXN-ACTION = 'F' AND NEW-SIGNED < -9999999
               MOVE 'N' TO TXN-VALID-SW
               MOVE "BALANCE FIELD OVERFLOW" TO TXN-REASON
               MOVE OLD-SIGNED TO NEW-SIGNED
             WHEN TXN-ACTION = 'F'
               CONTINUE
             WHEN TD-ACTIVE
               MOVE 'N' TO TXN-VALID-SW
               MOVE "TERM DEPOSIT NOT MATURED" TO TXN-REASON
               MOVE OLD-SIGNED TO NEW-SIGNED
             WHEN LIMIT-BREACHED OR LIMIT-REFERRED
               MOVE 'N' TO TXN-VALID-SW
               MOVE LIMIT-REASON TO TXN-REASON
               MOVE OLD-SIGNED TO NEW-SIGNED
             WHEN NEW-SIGNED < OD-FLOOR
               MOVE 'N' TO TXN-VALID-SW
               IF MST-OD-LIMIT (TXN-FOUND-IDX) > ZERO
           MOVE "REJECTED" TO JRN-STATUS
           MOVE TXN-REASON TO JRN-REASON
         END-IF.
         IF LIMIT-REFERRED
           MOVE "REFERRED" TO JRN-STATUS
         END-IF.
         IF TXN-FOUND-IDX > 0
           MOVE MST-ACCT-NO (TXN-FOUND-IDX) TO JRN-ACCT-NO
         ELSE
           MOVE ZERO TO JRN-ACCT-NO
         END-IF.
         PERFORM 365-EMIT-JOURNAL.
         ADD JRN-AMOUNT TO JRNL-TRL-HASH.

 *    * Stamp the line with the business date and its sequence,
 *    * write it, and keep an applied line on the history so a
 *    * later reversal can name it
       365-EMIT-JOURNAL.
         ADD 1 TO JRNL-SEQ.
         MOVE RUN-DATE TO JRN-POST-DATE.
         MOVE JRNL-SEQ TO JRN-SEQ.
         WRITE JRNL-REC.
         ADD 1 TO JRNL-TRL-CNT.
         IF JRN-STATUS = "APPLIED "
           MOVE JRN-POST-DATE TO HWK-POST-DATE
           MOVE JRN-SEQ TO HWK-SEQ
           MOVE JRNL-REC TO HWK-IMAGE
           WRITE HIST-WRK-RECORD
             INVALID KEY
               DISPLAY "HISTORY ENTRY ALREADY ON FILE : "
                       JRN-POST-DATE " " JRN-SEQ
               PERFORM 110-ERROR-EXIT
             NOT INVALID KEY
               ADD 1 TO HIST-ENTRIES
           END-WRITE
         END-IF.

 *    * Withdrawal limits for the account in LIMIT-SLOT: the
 *    * customer's own card if there is one, else the card for the
 *    * account type. The day's total and count are what has
 *    * already been withdrawn on the business date. A movement
 *    * inside the limits but over the referral amount waits for a
 *    * supervisor, unless a supervisor has already released it.
       370-CHECK-LIMITS.
         MOVE SPACE TO LIMIT-SW.
         MOVE SPACES TO LIMIT-REASON.
         MOVE ZERO TO LIMIT-BOUND.
         PERFORM 375-FIND-LIMIT.
         IF LIMIT-IDX > 0
           COMPUTE LIMIT-NEW-TOTAL =
               MST-DAY-TOTAL (LIMIT-SLOT) + LIMIT-AMOUNT
           EVALUATE TRUE
             WHEN LMT-SINGLE (LIMIT-IDX) > ZERO
                  AND LIMIT-AMOUNT > LMT-SINGLE (LIMIT-IDX)
               MOVE 'B' TO LIMIT-SW
               MOVE "OVER SINGLE LIMIT" TO LIMIT-REASON
               MOVE LMT-SINGLE (LIMIT-IDX) TO LIMIT-BOUND
             WHEN LMT-COUNT (LIMIT-IDX) > ZERO
                  AND MST-DAY-COUNT (LIMIT-SLOT)
                      NOT < LMT-COUNT (LIMIT-IDX)
               MOVE 'B' TO LIMIT-SW
               MOVE "OVER DAILY COUNT" TO LIMIT-REASON
               MOVE LMT-COUNT (LIMIT-IDX) TO LIMIT-BOUND
             WHEN LMT-DAILY (LIMIT-IDX) > ZERO
                  AND LIMIT-NEW-TOTAL > LMT-DAILY (LIMIT-IDX)
               MOVE 'B' TO LIMIT-SW
               MOVE "OVER DAILY LIMIT" TO LIMIT-REASON
               MOVE LMT-DAILY (LIMIT-IDX) TO LIMIT-BOUND
             WHEN LMT-REFER (LIMIT-IDX) > ZERO
                  AND LIMIT-AMOUNT > LMT-REFER (LIMIT-IDX)
                  AND NOT LIMIT-RELEASED
               MOVE 'R' TO LIMIT-SW
               MOVE "REFERRED TO SUPERVISOR" TO LIMIT-REASON
               MOVE LMT-REFER (LIMIT-IDX) TO LIMIT-BOUND
           END-EVALUATE
         END-IF.

 *    * A customer card overrides the type card whole
       375-FIND-LIMIT.
         MOVE ZERO TO LIMIT-IDX.
         IF MST-CUST-NO (LIMIT-SLOT) NOT = SPACES
           MOVE 'C' TO LIMIT-SCAN-KIND
           MOVE MST-CUST-NO (LIMIT-SLOT) TO LIMIT-SCAN-KEY
           PERFORM 377-MATCH-LIMIT
             VARYING LIMIT-ITER FROM 1 BY 1
             UNTIL LIMIT-ITER > LIMIT-ENTRIES OR LIMIT-IDX > 0
         END-IF.
         IF LIMIT-IDX = 0
           MOVE 'T' TO LIMIT-SCAN-KIND
           MOVE MST-ACCT-TYPE (LIMIT-SLOT) TO LIMIT-SCAN-KEY
           PERFORM 377-MATCH-LIMIT
             VARYING LIMIT-ITER FROM 1 BY 1
             UNTIL LIMIT-ITER > LIMIT-ENTRIES OR LIMIT-IDX > 0
         END-IF.

       377-MATCH-LIMIT.
         IF LMT-KIND (LIMIT-ITER) = LIMIT-SCAN-KIND
            AND LMT-KEY (LIMIT-ITER) = LIMIT-SCAN-KEY
           MOVE LIMIT-ITER TO LIMIT-IDX
         END-IF.

 *    * Once the movement is journaled: a breach goes to the fraud
 *    * desk's exceptions, a referral to the warehouse under the
 *    * posting date and sequence of its journal line
       380-LIMIT-OUTCOME.
         IF LIMIT-BREACHED
           ADD 1 TO LIMIT-BREACHES
           PERFORM 382-WRITE-EXCEPTION
         END-IF.
         IF LIMIT-REFERRED
           PERFORM 385-WRITE-REFERRAL
         END-IF.

       382-WRITE-EXCEPTION.
         MOVE SPACES TO EXCEPT-REC.
         MOVE RUN-DATE TO EXC-POST-DATE.
         MOVE LIMIT-SEQ TO EXC-SEQ.
         MOVE MST-ACCT-NO (LIMIT-SLOT) TO EXC-ACCT-NO.
         MOVE MST-CUST-NO (LIMIT-SLOT) TO EXC-CUST-NO.
         MOVE TXN-ACTION TO EXC-ACTION.
         MOVE LIMIT-AMOUNT TO EXC-AMOUNT.
         MOVE LIMIT-REASON TO EXC-REASON.
         MOVE LIMIT-BOUND TO EXC-LIMIT.
         MOVE MST-DAY-TOTAL (LIMIT-SLOT) TO EXC-DAY-TOTAL.
         MOVE MST-DAY-COUNT (LIMIT-SLOT) TO EXC-DAY-COUNT.
         IF TXN-ACTION = 'T'
           MOVE TRF-REF TO EXC-REF
         END-IF.
         MOVE MST-OWNER-NAME (LIMIT-SLOT) TO EXC-OWNER-NAME.
         WRITE EXCEPT-REC.

       385-WRITE-REFERRAL.
         MOVE SPACES TO REFER-REC.
         MOVE RUN-DATE TO RFR-POST-DATE.
         MOVE LIMIT-SEQ TO RFR-SEQ.
         MOVE MST-ACCT-NO (LIMIT-SLOT) TO RFR-ACCT-NO.
         MOVE TXN-RECORD TO RFR-IMAGE.
         WRITE REFER-REC.

 *    * A transfer posts atomically: both legs validate before
 *    * either applies, the journal shows the two legs under one
           PERFORM 540-STORE-SIGNED
           MOVE TRF-DATE TO MST-LAST-ACT (TRF-FROM-IDX)
           MOVE TRF-DATE TO MST-LAST-ACT (TRF-TO-IDX)
           IF LIMIT-SLOT > 0
             ADD TRF-AMOUNT-NUM TO MST-DAY-TOTAL (TRF-FROM-IDX)
             ADD 1 TO MST-DAY-COUNT (TRF-FROM-IDX)
           END-IF
           MOVE TRF-FROM-IDX TO STORE-SLOT
           PERFORM 345-STORE-SLOT
           MOVE TRF-TO-IDX TO STORE-SLOT
           PERFORM 345-STORE-SLOT
         ELSE
           IF LIMIT-REFERRED
             ADD 1 TO TXN-REFERRED
           ELSE
             ADD 1 TO TXN-REJECTED
           END-IF
         END-IF.
         PERFORM 530-JOURNAL-LEGS.
         IF NOT TXN-IS-VALID
           PERFORM 380-LIMIT-OUTCOME
         END-IF.

       510-VALIDATE-TRANSFER.
         MOVE SPACE TO LIMIT-SW.
         MOVE ZERO TO LIMIT-SLOT.
         MOVE ZERO TO TRF-FROM-IDX TRF-TO-IDX.
         MOVE ZERO TO TRF-FROM-OLD TRF-TO-OLD.
         MOVE ZERO TO TRF-FROM-NEW TRF-TO-NEW.
           PERFORM 520-FIND-BY-NUMBER
           MOVE TRF-SCAN-IDX TO TRF-FROM-IDX
         END-IF.
         MOVE 'N' TO TD-ACTIVE-SW.
         IF TRF-FROM-IDX > 0
           MOVE MST-ACCT-NO (TRF-FROM-IDX) TO TD-SCAN-NO
           PERFORM 290-CHECK-DEPOSIT
         END-IF.
         IF TRF-TO-ACCT NUMERIC
           MOVE TRF-TO-ACCT-NUM TO TRF-SCAN-NO
           MOVE 2 TO TRF-SCAN-SLOT
                OR MST-STATUS (TRF-FROM-IDX) = 'E'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "FROM ACCOUNT NOT ACTIVE" TO TXN-REASON
           WHEN TD-ACTIVE
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TERM DEPOSIT NOT MATURED" TO TXN-REASON
           WHEN MST-STATUS (TRF-TO-IDX) = 'C'
                OR MST-STATUS (TRF-TO-IDX) = 'F'
                OR MST-STATUS (TRF-TO-IDX) = 'E'
         MOVE MST-ACCT-NO (TRF-FROM-IDX) TO HOLD-SCAN-NO.
         PERFORM 265-SUM-HOLDS.
         COMPUTE HOLD-FLOOR = OD-FLOOR + HOLD-TOTAL.
         IF TRF-RELEASE-TAG NOT = 'B'
           MOVE TRF-FROM-IDX TO LIMIT-SLOT
           MOVE TRF-AMOUNT-NUM TO LIMIT-AMOUNT
           MOVE 'N' TO LIMIT-RELEASED-SW
           IF TRF-RELEASE-TAG = 'S'
             MOVE 'Y' TO LIMIT-RELEASED-SW
           END-IF
           PERFORM 370-CHECK-LIMITS
         END-IF.
         EVALUATE TRUE
           WHEN LIMIT-BREACHED OR LIMIT-REFERRED
             MOVE 'N' TO TXN-VALID-SW
             MOVE LIMIT-REASON TO TXN-REASON
           WHEN TRF-FROM-NEW < OD-FLOOR
             MOVE 'N' TO TXN-VALID-SW
             IF MST-OD-LIMIT (TRF-FROM-IDX) > ZERO
           MOVE "REJECTED" TO JRN-STATUS
           MOVE TXN-REASON TO JRN-REASON
           MOVE TRF-REF TO JRN-REF
           PERFORM 365-EMIT-JOURNAL
         END-IF.

       535-JOURNAL-ONE-LEG.
           MOVE JRN-OLD-SIGN TO JRN-NEW-SIGN
           MOVE "REJECTED" TO JRN-STATUS
           MOVE TXN-REASON TO JRN-REASON
           IF LIMIT-REFERRED
             MOVE "REFERRED" TO JRN-STATUS
           END-IF
         END-IF.
         MOVE MST-ACCT-NO (LEG-IDX) TO JRN-ACCT-NO.
         MOVE TRF-REF TO JRN-REF.
         PERFORM 365-EMIT-JOURNAL.
         IF LEG-ACTION = 'W'
           MOVE JRNL-SEQ TO LIMIT-SEQ
         END-IF.
         ADD JRN-AMOUNT TO JRNL-TRL-HASH.

       540-STORE-SIGNED.
           AT END MOVE '10' TO ST-WRK
         END-READ.

 *    * Write the history back out in posting order, with
 *    * tonight's applied lines and any reversal marks on it
       450-WRITE-HISTORY.
         OPEN OUTPUT HIST-NEW.
         IF NOT ST-HIST-OUT-SUCCESS
           DISPLAY "ACCT-TXN-HIST-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LOW-VALUES TO HWK-KEY.
         START HIST-WRK KEY NOT < HWK-KEY
           INVALID KEY MOVE '10' TO ST-HIST-WRK
         END-START.
         IF NOT ST-HIST-WRK-EOF
           READ HIST-WRK NEXT RECORD
             AT END MOVE '10' TO ST-HIST-WRK
           END-READ
         END-IF.
         PERFORM 460-WRITE-ONE-HISTORY
           UNTIL ST-HIST-WRK-EOF.
         CLOSE HIST-NEW
               HIST-WRK.

       460-WRITE-ONE-HISTORY.
         WRITE HIST-NEW-REC FROM HWK-IMAGE.
         READ HIST-WRK NEXT RECORD
           AT END MOVE '10' TO ST-HIST-WRK
         END-READ.

 *    * A reversal undoes exactly the applied entry it names: a
 *    * deposit comes back out, a withdrawal goes back in, and a
 *    * transfer leg brings its partner leg with it so both sides
 *    * unwind together. A correction is not customer activity, so
 *    * it neither tests the overdraft or hold floors nor moves
 *    * the last-activity date. An entry reverses once; a reversal
 *    * is not itself reversible.
       600-APPLY-REVERSAL.
         ADD 1 TO REV-SEQ.
         MOVE SPACES TO REV-REF.
         STRING "REV" DELIMITED BY SIZE
                REV-SEQ DELIMITED BY SIZE
           INTO REV-REF
         END-STRING.
         MOVE 'Y' TO TXN-VALID-SW.
         MOVE SPACES TO TXN-REASON.
         PERFORM 610-FIND-ORIGINAL.
         PERFORM 620-VALIDATE-REVERSAL.
         IF TXN-IS-VALID
           ADD 1 TO TXN-APPLIED
           ADD 1 TO REV-APPLIED
           PERFORM 640-STORE-REVERSAL-LEG
             VARYING REV-IDX FROM 1 BY 1
             UNTIL REV-IDX > REV-LEGS
         ELSE
           ADD 1 TO TXN-REJECTED
         END-IF.
         PERFORM 650-JOURNAL-REVERSAL.

 *    * The named entry off the history, then, when it is a
 *    * transfer leg, its partner: the legs journal W then D under
 *    * one reference, so the partner is the next line or the one
 *    * before
       610-FIND-ORIGINAL.
         MOVE ZERO TO REV-LEGS.
         MOVE 'N' TO REV-TRANSFER-SW.
         INITIALIZE REV-LEG-TABLE.
         IF REV-ORIG-DATE NUMERIC AND REV-ORIG-SEQ NUMERIC
           MOVE REV-ORIG-DATE TO HWK-POST-DATE
           MOVE REV-ORIG-SEQ-NUM TO HWK-SEQ
           PERFORM 615-TAKE-HISTORY-LEG
           IF REV-LEGS = 1 AND RVL-REF (1) (1:3) = "TRF"
             MOVE 'Y' TO REV-TRANSFER-SW
             MOVE REV-ORIG-DATE TO HWK-POST-DATE
             IF RVL-ACTION (1) = 'W'
               COMPUTE HWK-SEQ = REV-ORIG-SEQ-NUM + 1
               PERFORM 615-TAKE-HISTORY-LEG
             ELSE
               IF REV-ORIG-SEQ-NUM > 1
                 COMPUTE HWK-SEQ = REV-ORIG-SEQ-NUM - 1
                 PERFORM 615-TAKE-HISTORY-LEG
               END-IF
             END-IF
             IF REV-LEGS = 2
                AND RVL-REF (2) NOT = RVL-REF (1)
               MOVE 1 TO REV-LEGS
             END-IF
           END-IF
         END-IF.

       615-TAKE-HISTORY-LEG.
         READ HIST-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             ADD 1 TO REV-LEGS
             MOVE HWK-IMAGE TO ORIG-LINE
             MOVE HWK-POST-DATE TO RVL-POST-DATE (REV-LEGS)
             MOVE HWK-SEQ TO RVL-SEQ (REV-LEGS)
             MOVE ORG-ACTION TO RVL-ACTION (REV-LEGS)
             MOVE ORG-OWNER-NAME TO RVL-OWNER-NAME (REV-LEGS)
             MOVE ORG-ACCT-TYPE TO RVL-ACCT-TYPE (REV-LEGS)
             MOVE ORG-CURRENCY TO RVL-CURRENCY (REV-LEGS)
             IF ORG-AMOUNT-X NUMERIC
               MOVE ORG-AMOUNT TO RVL-AMOUNT (REV-LEGS)
             END-IF
             IF ORG-ACCT-NO-X NUMERIC
               MOVE ORG-ACCT-NO TO RVL-ACCT-NO (REV-LEGS)
             END-IF
             MOVE ORG-REF TO RVL-REF (REV-LEGS)
             MOVE ORG-LINK-TAG TO RVL-LINK-TAG (REV-LEGS)
         END-READ.

       620-VALIDATE-REVERSAL.
         EVALUATE TRUE
           WHEN REV-ORIG-DATE NOT NUMERIC
                OR REV-ORIG-SEQ NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ORIGINAL DATE/SEQ INVALID" TO TXN-REASON
           WHEN REV-LEGS = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ORIGINAL NOT ON FILE" TO TXN-REASON
           WHEN RVL-LINK-TAG (1) = 'R'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ORIGINAL IS A REVERSAL" TO TXN-REASON
           WHEN RVL-LINK-TAG (1) = 'O'
                OR RVL-LINK-TAG (2) = 'O'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ALREADY REVERSED" TO TXN-REASON
           WHEN REV-IS-TRANSFER AND REV-LEGS < 2
             MOVE 'N' TO TXN-VALID-SW
             MOVE "TRANSFER LEG NOT ON FILE" TO TXN-REASON
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
         PERFORM 625-FETCH-REVERSAL-LEG
           VARYING REV-IDX FROM 1 BY 1
           UNTIL REV-IDX > REV-LEGS.

 *    * Each leg reads into the work slot of its own number, so a
 *    * transfer's two accounts sit side by side
       625-FETCH-REVERSAL-LEG.
         MOVE RVL-ACCT-NO (REV-IDX) TO TRF-SCAN-NO.
         MOVE REV-IDX TO TRF-SCAN-SLOT.
         PERFORM 520-FIND-BY-NUMBER.
         MOVE TRF-SCAN-IDX TO RVL-SLOT (REV-IDX).
         IF RVL-SLOT (REV-IDX) > 0
           MOVE MST-SAVING (REV-IDX) TO RVL-OLD (REV-IDX)
           IF MST-BAL-SIGN (REV-IDX) = '-'
             COMPUTE RVL-OLD (REV-IDX) = ZERO - RVL-OLD (REV-IDX)
           END-IF
         END-IF.
         MOVE RVL-OLD (REV-IDX) TO RVL-NEW (REV-IDX).
         IF TXN-IS-VALID
           PERFORM 630-COMPUTE-REVERSAL-LEG
         END-IF.

       630-COMPUTE-REVERSAL-LEG.
         EVALUATE TRUE
           WHEN RVL-SLOT (REV-IDX) = 0
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NOT ON FILE" TO TXN-REASON
           WHEN MST-STATUS (REV-IDX) = 'C'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT CLOSED" TO TXN-REASON
           WHEN MST-STATUS (REV-IDX) = 'E'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT ESCHEATED" TO TXN-REASON
           WHEN OTHER
             IF RVL-ACTION (REV-IDX) = 'D'
               COMPUTE RVL-NEW (REV-IDX) =
                   RVL-OLD (REV-IDX) - RVL-AMOUNT (REV-IDX)
             ELSE
               COMPUTE RVL-NEW (REV-IDX) =
                   RVL-OLD (REV-IDX) + RVL-AMOUNT (REV-IDX)
             END-IF
             IF RVL-NEW (REV-IDX) > 9999999
                OR RVL-NEW (REV-IDX) < -9999999
               MOVE 'N' TO TXN-VALID-SW
               MOVE "BALANCE FIELD OVERFLOW" TO TXN-REASON
             END-IF
         END-EVALUATE.

       640-STORE-REVERSAL-LEG.
         MOVE RVL-NEW (REV-IDX) TO STORE-VALUE.
         MOVE REV-IDX TO STORE-IDX.
         PERFORM 540-STORE-SIGNED.
         MOVE REV-IDX TO STORE-SLOT.
         PERFORM 345-STORE-SLOT.

 *    * Each leg journals as the opposite movement under the
 *    * reversal reference, linked back to the entry it undoes; a
 *    * reversal naming nothing on file journals once, rejected
       650-JOURNAL-REVERSAL.
         IF REV-LEGS = 0
           MOVE SPACES TO JRNL-REC
           MOVE REV-DATE TO JRN-DATE
           MOVE 'R' TO JRN-ACTION
           MOVE "REJECTED" TO JRN-STATUS
           MOVE TXN-REASON TO JRN-REASON
           MOVE REV-REF TO JRN-REF
           MOVE 'R' TO JRN-LINK-TAG
           MOVE REV-ORIG-DATE TO JRN-LINK-DATE
           MOVE REV-ORIG-SEQ TO JRN-LINK-SEQ
           PERFORM 365-EMIT-JOURNAL
         ELSE
           PERFORM 655-JOURNAL-ONE-REVERSAL
             VARYING REV-IDX FROM 1 BY 1
             UNTIL REV-IDX > REV-LEGS
         END-IF.

       655-JOURNAL-ONE-REVERSAL.
         MOVE SPACES TO JRNL-REC.
         MOVE REV-DATE TO JRN-DATE.
         IF RVL-ACTION (REV-IDX) = 'D'
           MOVE 'W' TO JRN-ACTION
         ELSE
           MOVE 'D' TO JRN-ACTION
         END-IF.
         MOVE RVL-OWNER-NAME (REV-IDX) TO JRN-OWNER-NAME.
         MOVE RVL-ACCT-TYPE (REV-IDX) TO JRN-ACCT-TYPE.
         MOVE RVL-CURRENCY (REV-IDX) TO JRN-CURRENCY.
         MOVE RVL-AMOUNT (REV-IDX) TO JRN-AMOUNT.
         IF RVL-OLD (REV-IDX) < ZERO
           COMPUTE JRN-OLD-SAVING = ZERO - RVL-OLD (REV-IDX)
           MOVE '-' TO JRN-OLD-SIGN
         ELSE
           MOVE RVL-OLD (REV-IDX) TO JRN-OLD-SAVING
           MOVE SPACE TO JRN-OLD-SIGN
         END-IF.
         IF TXN-IS-VALID
           IF RVL-NEW (REV-IDX) < ZERO
             COMPUTE JRN-NEW-SAVING = ZERO - RVL-NEW (REV-IDX)
             MOVE '-' TO JRN-NEW-SIGN
           ELSE
             MOVE RVL-NEW (REV-IDX) TO JRN-NEW-SAVING
             MOVE SPACE TO JRN-NEW-SIGN
           END-IF
           MOVE "APPLIED " TO JRN-STATUS
           MOVE SPACES TO JRN-REASON
         ELSE
           MOVE JRN-OLD-SAVING TO JRN-NEW-SAVING
           MOVE JRN-OLD-SIGN TO JRN-NEW-SIGN
           MOVE "REJECTED" TO JRN-STATUS
           MOVE TXN-REASON TO JRN-REASON
         END-IF.
         MOVE RVL-ACCT-NO (REV-IDX) TO JRN-ACCT-NO.
         MOVE REV-REF TO JRN-REF.
         MOVE 'R' TO JRN-LINK-TAG.
         MOVE RVL-POST-DATE (REV-IDX) TO JRN-LINK-DATE.
         MOVE RVL-SEQ (REV-IDX) TO JRN-LINK-SEQ.
         PERFORM 365-EMIT-JOURNAL.
         ADD JRN-AMOUNT TO JRNL-TRL-HASH.
         IF TXN-IS-VALID
           PERFORM 660-MARK-ORIGINAL
         END-IF.

 *    * The history copy of the undone entry links forward to the
 *    * reversal line just written, which bars a second reversal
       660-MARK-ORIGINAL.
         MOVE RVL-POST-DATE (REV-IDX) TO HWK-POST-DATE.
         MOVE RVL-SEQ (REV-IDX) TO HWK-SEQ.
         READ HIST-WRK
           INVALID KEY
             DISPLAY "HISTORY ENTRY LOST : " HWK-POST-DATE
                     " " HWK-SEQ
             PERFORM 110-ERROR-EXIT
         END-READ.
         MOVE HWK-IMAGE TO ORIG-LINE.
         MOVE 'O' TO ORG-LINK-TAG.
         MOVE RUN-DATE TO ORG-LINK-DATE.
         MOVE JRNL-SEQ TO ORG-LINK-SEQ.
         MOVE ORIG-LINE TO HWK-IMAGE.
         REWRITE HIST-WRK-RECORD
           INVALID KEY
             DISPLAY "HISTORY REWRITE FAILED : " HWK-POST-DATE
                     " " HWK-SEQ
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

       END PROGRAM TXNPOST.
