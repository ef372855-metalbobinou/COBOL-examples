       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST-IN.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL-IN.
         SELECT REL-NEW        ASSIGN TO DISK "ACCT-REL-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL-OUT.
         SELECT TXN-DATA       ASSIGN TO DISK "ACCT-REL-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT TXN-REJECT     ASSIGN TO DISK "ACCT-REL-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN-REJ.
         SELECT CHG-JRNL       ASSIGN TO DISK "ACCT-REL-JRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT ACCT-WRK       ASSIGN TO DISK "REL-ACT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AWK-ACCT-NO
                FILE STATUS IS ST-AWK.
         SELECT CUST-WRK       ASSIGN TO DISK "REL-CUS-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CWK-CUST-NO
                FILE STATUS IS ST-CWK.
         SELECT REL-WRK        ASSIGN TO DISK "REL-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY WRK-KEY
                FILE STATUS IS ST-WRK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Account master, read for the number, status and customer a
 *    * relationship must agree with: the primary holder is always
 *    * the customer ACCT.DAT carries
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
 *    * Customer master, read only for the numbers on file: every
 *    * holder linked to an account must be a known customer
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X(191).
 *    * Account relationships, one line per account and customer:
 *    * the role (P primary, J joint, A power of attorney, B
 *    * beneficiary), the holder's share in percent, whether the
 *    * holder takes a copy of the statement (Y/N), and the date
 *    * the link was made. Shares of the P and J holders are the
 *    * ownership split; a beneficiary's share is of the payout.
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
           05  REL-SHARE REDEFINES REL-SHARE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  REL-STMT-COPY       PIC X.
           05  FILLER              PIC X.
           05  REL-SINCE           PIC X(8).
 *    * Relationships with every request applied, in account and
 *    * customer order; becomes ACCT-REL.DAT
       FD  REL-NEW.
       01  REL-NEW-RECORD.
           05  REL-ACCT-NO-NEW     PIC 9(8).
           05  FILLER              PIC X.
           05  REL-CUST-NO-NEW     PIC 9(6).
           05  FILLER              PIC X.
           05  REL-ROLE-NEW        PIC X.
           05  FILLER              PIC X.
           05  REL-SHARE-NEW       PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  REL-STMT-COPY-NEW   PIC X.
           05  FILLER              PIC X.
           05  REL-SINCE-NEW       PIC X(8).
 *    * Requests keyed by the branch: A link a customer to an
 *    * account, C change the role, share or copy flag of a link,
 *    * D remove a link. A blank share is nil; a blank copy flag
 *    * is N.
       FD  TXN-DATA.
       01  TXN-RECORD.
           05  TXN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  TXN-ACCT-NO         PIC X(8).
           05  TXN-ACCT-NO-NUM REDEFINES TXN-ACCT-NO
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TXN-CUST-NO         PIC X(6).
           05  TXN-CUST-NO-NUM REDEFINES TXN-CUST-NO
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  TXN-ROLE            PIC X.
           05  FILLER              PIC X.
           05  TXN-SHARE-X         PIC X(6).
           05  TXN-SHARE REDEFINES TXN-SHARE-X
                                   PIC 9(3),9(2).
           05  FILLER              PIC X.
           05  TXN-STMT-COPY       PIC X.
           05  FILLER              PIC X.
           05  TXN-OFFICER         PIC X(8).
 *    * One line per applied request: the action, the link, the
 *    * officer asking, and the before- and after-image of the
 *    * link, with date and time, appended across runs the way
 *    * ACCT-MAINT-JRNL.DAT is
       FD  CHG-JRNL.
       01  CHG-JRNL-REC.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  JRN-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  JRN-CUST-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  JRN-OFFICER         PIC X(8).
           05  FILLER              PIC X.
           05  JRN-BEFORE.
               10  JRB-ROLE        PIC X.
               10  FILLER          PIC X.
               10  JRB-SHARE       PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRB-STMT-COPY   PIC X.
           05  FILLER              PIC X(3).
           05  JRN-AFTER.
               10  JRA-ROLE        PIC X.
               10  FILLER          PIC X.
               10  JRA-SHARE       PIC 9(3),9(2).
               10  FILLER          PIC X.
               10  JRA-STMT-COPY   PIC X.
 *    * Requests that failed validation, with the reason
       FD  TXN-REJECT.
       01  TXN-REJECT-REC.
           05  REJ-ACTION          PIC X.
           05  FILLER              PIC X.
           05  REJ-ACCT-NO         PIC X(8).
           05  FILLER              PIC X.
           05  REJ-CUST-NO         PIC X(6).
           05  FILLER              PIC X.
           05  REJ-OFFICER         PIC X(8).
           05  FILLER              PIC X.
           05  REJ-REASON          PIC X(30).
 *    * Account numbers, statuses and customers on a keyed scratch
 *    * file for the run, so the account count is bounded by disk
       FD  ACCT-WRK.
       01  ACCT-WRK-RECORD.
           05  AWK-ACCT-NO         PIC 9(8).
           05  AWK-STATUS          PIC X.
           05  AWK-CUST-NO-X       PIC X(6).
           05  AWK-CUST-NO REDEFINES AWK-CUST-NO-X
                                   PIC 9(6).
 *    * Customer numbers on file, keyed for the run
       FD  CUST-WRK.
       01  CUST-WRK-RECORD.
           05  CWK-CUST-NO         PIC 9(6).
 *    * Relationships on a keyed scratch file by account and
 *    * customer, rebuilt from ACCT-REL.DAT every run; the key
 *    * leads with the account so one account's holders read
 *    * together
       FD  REL-WRK.
       01  REL-WRK-RECORD.
           05  WRK-KEY.
               10  WRK-ACCT-NO     PIC 9(8).
               10  WRK-CUST-NO     PIC 9(6).
           05  WRK-ROLE            PIC X.
           05  WRK-SHARE           PIC 9(3)V99.
           05  WRK-STMT-COPY       PIC X.
           05  WRK-SINCE           PIC X(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-CUST-IN              PIC X(02)    VALUE SPACES.
           88  ST-CUST-IN-SUCCESS               VALUE '00'.
           88  ST-CUST-IN-EOF                   VALUE '10'.
       01  ST-REL-IN               PIC X(02)    VALUE SPACES.
           88  ST-REL-IN-SUCCESS                VALUE '00'.
           88  ST-REL-IN-EOF                    VALUE '10'.
       01  ST-REL-OUT              PIC X(02)    VALUE SPACES.
           88  ST-REL-OUT-SUCCESS               VALUE '00'.
       01  ST-TXN                  PIC X(02)    VALUE SPACES.
           88  ST-TXN-SUCCESS                   VALUE '00'.
           88  ST-TXN-EOF                       VALUE '10'.
       01  ST-TXN-REJ              PIC X(02)    VALUE SPACES.
           88  ST-TXN-REJ-SUCCESS               VALUE '00'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
       01  ST-CWK                  PIC X(02)    VALUE SPACES.
           88  ST-CWK-SUCCESS                   VALUE '00'.
       01  ST-WRK                  PIC X(02)    VALUE SPACES.
           88  ST-WRK-SUCCESS                   VALUE '00'.
           88  ST-WRK-EOF                       VALUE '10'.

       01  ARE-THERE-MORE-RECORDS  PIC XXX      VALUE 'YES'.
       01  ARE-THERE-MORE-TXN      PIC XXX      VALUE 'YES'.

       77  TXN-VALID-SW            PIC X        VALUE 'Y'.
           88  TXN-IS-VALID                     VALUE 'Y'.
       77  TXN-REASON              PIC X(30)    VALUE SPACES.
       77  TXN-FOUND-SW            PIC X        VALUE 'N'.
           88  TXN-FOUND                        VALUE 'Y'.
       77  ACCT-FOUND-SW           PIC X        VALUE 'N'.
           88  ACCT-FOUND                       VALUE 'Y'.
       77  CUST-FOUND-SW           PIC X        VALUE 'N'.
           88  CUST-FOUND                       VALUE 'Y'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-TIME                PIC 9(8)     VALUE ZERO.
       77  ACCTS-LOADED            PIC 9(7)     VALUE ZERO.
       77  CUSTS-LOADED            PIC 9(7)     VALUE ZERO.
       77  LINKS-LOADED            PIC 9(7)     VALUE ZERO.
       77  LINKS-WRITTEN           PIC 9(7)     VALUE ZERO.
       77  TXN-READ                PIC 9(5)     VALUE ZERO.
       77  TXN-APPLIED             PIC 9(5)     VALUE ZERO.
       77  TXN-REJECTED            PIC 9(5)     VALUE ZERO.
       77  SPLIT-WARNINGS          PIC 9(5)     VALUE ZERO.

 *    * Role and copy codes a request may carry
       77  ROLE-CHECK              PIC X        VALUE SPACE.
           88  ROLE-VALID                       VALUE 'P' 'J' 'A' 'B'.
           88  ROLE-OWNS                        VALUE 'P' 'J'.
       77  COPY-CHECK              PIC X        VALUE SPACE.
           88  COPY-VALID                       VALUE 'Y' 'N'.

 *    * Share totals: the request's share, the shares the account's
 *    * other holders already carry in the same class (owners or
 *    * beneficiaries), and the per-account owner total checked
 *    * as the new file is written
       77  NEW-SHARE               PIC 9(3)V99  VALUE ZERO.
       77  OTHER-SHARES            PIC 9(5)V99  VALUE ZERO.
       77  SCAN-ACCT-NO            PIC 9(8)     VALUE ZERO.
       77  SCAN-CUST-NO            PIC 9(6)     VALUE ZERO.
       77  SCAN-CLASS              PIC X        VALUE SPACE.
       77  SCAN-ROLE               PIC X        VALUE SPACE.
       77  BREAK-ACCT-NO           PIC 9(8)     VALUE ZERO.
       77  BREAK-OWNERS            PIC 9(5)     VALUE ZERO.
       77  BREAK-SHARES            PIC 9(5)V99  VALUE ZERO.

 *    * Work image of the one link the request in hand names,
 *    * fetched off the scratch file and stored back after apply
       01  MST-WORK.
           05  MST-ACCT-NO         PIC 9(8).
           05  MST-CUST-NO         PIC 9(6).
           05  MST-ROLE            PIC X.
           05  MST-SHARE           PIC 9(3)V99.
           05  MST-STMT-COPY       PIC X.
           05  MST-SINCE           PIC X(8).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         ACCEPT RUN-TIME FROM TIME.
         PERFORM 200-LOAD-ACCOUNTS.
         PERFORM 220-LOAD-CUSTOMERS.
         PERFORM 240-LOAD-LINKS.
         PERFORM 300-PROCESS-TXN.
         PERFORM 400-WRITE-LINKS.
         DISPLAY "LINKS LOADED                : " LINKS-LOADED.
         DISPLAY "REQUESTS READ               : " TXN-READ.
         DISPLAY "REQUESTS APPLIED            : " TXN-APPLIED.
         DISPLAY "REQUESTS REJECTED           : " TXN-REJECTED.
         DISPLAY "LINKS ON FILE               : " LINKS-WRITTEN.
         DISPLAY "JOINT SHARES NOT 100        : " SPLIT-WARNINGS.
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

       200-LOAD-ACCOUNTS.
         OPEN OUTPUT ACCT-WRK.
         CLOSE ACCT-WRK.
         OPEN I-O ACCT-WRK.
         IF NOT ST-AWK-SUCCESS
           DISPLAY "REL-ACT-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.
         PERFORM 210-LOAD-ONE-ACCOUNT
           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.
         CLOSE ACCT-DATA.

       210-LOAD-ONE-ACCOUNT.
         MOVE ACCT-NO-IN TO AWK-ACCT-NO.
         MOVE STATUS-IN TO AWK-STATUS.
         MOVE CUST-NO-X TO AWK-CUST-NO-X.
         WRITE ACCT-WRK-RECORD
           INVALID KEY
             DISPLAY "DUPLICATE ACCOUNT NUMBER ON ACCT.DAT : "
                     ACCT-NO-IN
             DISPLAY "MAINTENANCE ABANDONED"
             PERFORM 110-ERROR-EXIT
           NOT INVALID KEY
             ADD 1 TO ACCTS-LOADED
         END-WRITE.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

       220-LOAD-CUSTOMERS.
         OPEN OUTPUT CUST-WRK.
         CLOSE CUST-WRK.
         OPEN I-O CUST-WRK.
         IF NOT ST-CWK-SUCCESS
           DISPLAY "REL-CUS-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CUST-DATA.
         IF NOT ST-CUST-IN-SUCCESS
           DISPLAY "CUST-MSTR.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE 'YES' TO ARE-THERE-MORE-RECORDS.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.
         PERFORM 230-LOAD-ONE-CUSTOMER
           UNTIL ARE-THERE-MORE-RECORDS = 'NO '.
         CLOSE CUST-DATA.

       230-LOAD-ONE-CUSTOMER.
         IF CUS-CUST-NO-X NUMERIC
           MOVE CUS-CUST-NO TO CWK-CUST-NO
           WRITE CUST-WRK-RECORD
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO CUSTS-LOADED
           END-WRITE
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
         END-READ.

 *    * Rebuild the keyed relationships from ACCT-REL.DAT; no file
 *    * yet is an empty one
       240-LOAD-LINKS.
         OPEN OUTPUT REL-WRK.
         CLOSE REL-WRK.
         OPEN I-O REL-WRK.
         IF NOT ST-WRK-SUCCESS
           DISPLAY "REL-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT REL-DATA.
         IF ST-REL-IN-SUCCESS
           READ REL-DATA INTO REL-RECORD
             AT END MOVE '10' TO ST-REL-IN
           END-READ
           PERFORM 250-LOAD-ONE-LINK
             UNTIL ST-REL-IN-EOF
           CLOSE REL-DATA
         END-IF.

       250-LOAD-ONE-LINK.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
           MOVE SPACES TO REL-WRK-RECORD
           MOVE REL-ACCT-NO TO WRK-ACCT-NO
           MOVE REL-CUST-NO TO WRK-CUST-NO
           MOVE REL-ROLE TO WRK-ROLE
           IF REL-SHARE-X (1:3) NUMERIC
              AND REL-SHARE-X (5:2) NUMERIC
             MOVE REL-SHARE TO WRK-SHARE
           ELSE
             MOVE ZERO TO WRK-SHARE
           END-IF
           MOVE REL-STMT-COPY TO WRK-STMT-COPY
           MOVE REL-SINCE TO WRK-SINCE
           WRITE REL-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE LINK ON ACCT-REL.DAT : "
                       REL-ACCT-NO " " REL-CUST-NO
               DISPLAY "MAINTENANCE ABANDONED"
               PERFORM 110-ERROR-EXIT
             NOT INVALID KEY
               ADD 1 TO LINKS-LOADED
           END-WRITE
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL-IN
         END-READ.

 *    * Apply every add (A), change (C) and delete (D) request; with
 *    * no request file the master is rewritten as it stood
       300-PROCESS-TXN.
         OPEN OUTPUT TXN-REJECT.
         IF NOT ST-TXN-REJ-SUCCESS
           DISPLAY "ACCT-REL-REJ.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND CHG-JRNL.
         IF NOT ST-JRNL-SUCCESS
           OPEN OUTPUT CHG-JRNL
         END-IF.
         IF NOT ST-JRNL-SUCCESS
           DISPLAY "ACCT-REL-JRNL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT TXN-DATA.
         IF ST-TXN-SUCCESS
           READ TXN-DATA INTO TXN-RECORD
             AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
           END-READ
           PERFORM 310-APPLY-TXN
             UNTIL ARE-THERE-MORE-TXN = 'NO '
           CLOSE TXN-DATA
         END-IF.
         CLOSE TXN-REJECT
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
               PERFORM 330-ADD-LINK
             WHEN 'C'
               PERFORM 340-CHANGE-LINK
             WHEN 'D'
               PERFORM 345-DELETE-LINK
           END-EVALUATE
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

 *    * Every request names an account on ACCT.DAT and a customer
 *    * on the master; an add must not duplicate a link and a new
 *    * link needs an account still open. The primary is the
 *    * account's own customer, a power of attorney owns no share,
 *    * only a joint holder or attorney takes a statement copy, and
 *    * neither the owners' shares nor the beneficiaries' may pass
 *    * 100 percent on one account.
       320-VALIDATE-TXN.
         MOVE 'Y' TO TXN-VALID-SW.
         MOVE SPACES TO TXN-REASON.
         MOVE TXN-ROLE TO ROLE-CHECK.
         MOVE TXN-STMT-COPY TO COPY-CHECK.
         IF TXN-STMT-COPY = SPACE
           MOVE 'N' TO COPY-CHECK
         END-IF.
         MOVE ZERO TO NEW-SHARE.
         IF TXN-SHARE-X (1:3) NUMERIC
            AND TXN-SHARE-X (5:2) NUMERIC
           MOVE TXN-SHARE TO NEW-SHARE
         END-IF.
         PERFORM 326-FIND-ACCOUNT.
         PERFORM 327-FIND-CUSTOMER.
         IF TXN-ACTION = 'A' OR TXN-ACTION = 'C'
           PERFORM 328-SUM-OTHER-SHARES
         END-IF.
         PERFORM 325-FIND-LINK.
         EVALUATE TRUE
           WHEN TXN-ACTION NOT = 'A' AND TXN-ACTION NOT = 'C'
                AND TXN-ACTION NOT = 'D'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN ACTION CODE" TO TXN-REASON
           WHEN TXN-ACCT-NO NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NO NOT NUMERIC" TO TXN-REASON
           WHEN TXN-CUST-NO NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER NO NOT NUMERIC" TO TXN-REASON
           WHEN TXN-ACTION = 'D' AND NOT TXN-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LINK NOT ON FILE" TO TXN-REASON
           WHEN TXN-ACTION = 'D'
             CONTINUE
           WHEN NOT ACCT-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NOT ON FILE" TO TXN-REASON
           WHEN NOT CUST-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "CUSTOMER NOT ON FILE" TO TXN-REASON
           WHEN TXN-ACTION = 'A' AND TXN-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LINK ALREADY EXISTS" TO TXN-REASON
           WHEN TXN-ACTION = 'C' AND NOT TXN-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "LINK NOT ON FILE" TO TXN-REASON
           WHEN TXN-ACTION = 'A'
                AND (AWK-STATUS = 'C' OR AWK-STATUS = 'E')
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT CLOSED OR ESCHEATED" TO TXN-REASON
           WHEN NOT ROLE-VALID
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ROLE NOT P, J, A OR B" TO TXN-REASON
           WHEN TXN-SHARE-X NOT = SPACES
                AND (TXN-SHARE-X (1:3) NOT NUMERIC
                     OR TXN-SHARE-X (5:2) NOT NUMERIC)
             MOVE 'N' TO TXN-VALID-SW
             MOVE "SHARE NOT NUMERIC" TO TXN-REASON
           WHEN NOT COPY-VALID
             MOVE 'N' TO TXN-VALID-SW
             MOVE "COPY FLAG NOT Y OR N" TO TXN-REASON
           WHEN TXN-ROLE = 'P'
                AND (AWK-CUST-NO-X NOT NUMERIC
                     OR AWK-CUST-NO NOT = TXN-CUST-NO-NUM)
             MOVE 'N' TO TXN-VALID-SW
             MOVE "PRIMARY NOT ACCOUNT CUSTOMER" TO TXN-REASON
           WHEN TXN-ROLE = 'A' AND NEW-SHARE > ZERO
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ATTORNEY CARRIES NO SHARE" TO TXN-REASON
           WHEN COPY-CHECK = 'Y'
                AND TXN-ROLE NOT = 'J' AND TXN-ROLE NOT = 'A'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "COPY ONLY FOR JOINT OR ATTORNEY" TO TXN-REASON
           WHEN OTHER-SHARES + NEW-SHARE > 100
             MOVE 'N' TO TXN-VALID-SW
             MOVE "SHARES PASS 100 PERCENT" TO TXN-REASON
         END-EVALUATE.

 *    * Keyed read off the scratch file for the link the request
 *    * names
       325-FIND-LINK.
         MOVE 'N' TO TXN-FOUND-SW.
         IF TXN-ACCT-NO NUMERIC AND TXN-CUST-NO NUMERIC
           MOVE TXN-ACCT-NO-NUM TO WRK-ACCT-NO
           MOVE TXN-CUST-NO-NUM TO WRK-CUST-NO
           READ REL-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO TXN-FOUND-SW
               PERFORM 329-FETCH-LINK
           END-READ
         END-IF.

       326-FIND-ACCOUNT.
         MOVE 'N' TO ACCT-FOUND-SW.
         IF TXN-ACCT-NO NUMERIC
           MOVE TXN-ACCT-NO-NUM TO AWK-ACCT-NO
           READ ACCT-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO ACCT-FOUND-SW
           END-READ
         END-IF.

       327-FIND-CUSTOMER.
         MOVE 'N' TO CUST-FOUND-SW.
         IF TXN-CUST-NO NUMERIC
           MOVE TXN-CUST-NO-NUM TO CWK-CUST-NO
           READ CUST-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO CUST-FOUND-SW
           END-READ
         END-IF.

 *    * Walk the account's other links and total the shares in the
 *    * request's class: owners (P, J) together, beneficiaries
 *    * together; an attorney's nil share has no class
       328-SUM-OTHER-SHARES.
         MOVE ZERO TO OTHER-SHARES.
         IF ROLE-OWNS
           MOVE 'O' TO SCAN-CLASS
         ELSE
           MOVE TXN-ROLE TO SCAN-CLASS
         END-IF.
         IF TXN-ACCT-NO NUMERIC AND TXN-CUST-NO NUMERIC
           MOVE TXN-ACCT-NO-NUM TO SCAN-ACCT-NO
           MOVE TXN-CUST-NO-NUM TO SCAN-CUST-NO
           MOVE SCAN-ACCT-NO TO WRK-ACCT-NO
           MOVE ZERO TO WRK-CUST-NO
           START REL-WRK KEY NOT < WRK-KEY
             INVALID KEY MOVE '10' TO ST-WRK
           END-START
           IF NOT ST-WRK-EOF
             READ REL-WRK NEXT RECORD
               AT END MOVE '10' TO ST-WRK
             END-READ
           END-IF
           PERFORM 331-ADD-OTHER-SHARE
             UNTIL ST-WRK-EOF OR WRK-ACCT-NO NOT = SCAN-ACCT-NO
         END-IF.
         MOVE '00' TO ST-WRK.

       331-ADD-OTHER-SHARE.
         MOVE WRK-ROLE TO SCAN-ROLE.
         IF SCAN-ROLE = 'P' OR SCAN-ROLE = 'J'
           MOVE 'O' TO SCAN-ROLE
         END-IF.
         IF WRK-CUST-NO NOT = SCAN-CUST-NO
            AND SCAN-ROLE = SCAN-CLASS
           ADD WRK-SHARE TO OTHER-SHARES
         END-IF.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-WRK
         END-READ.

 *    * Bring the record just read off the scratch file into the
 *    * work image
       329-FETCH-LINK.
         MOVE WRK-ACCT-NO   TO MST-ACCT-NO.
         MOVE WRK-CUST-NO   TO MST-CUST-NO.
         MOVE WRK-ROLE      TO MST-ROLE.
         MOVE WRK-SHARE     TO MST-SHARE.
         MOVE WRK-STMT-COPY TO MST-STMT-COPY.
         MOVE WRK-SINCE     TO MST-SINCE.

       330-ADD-LINK.
         MOVE TXN-ACCT-NO-NUM TO MST-ACCT-NO.
         MOVE TXN-CUST-NO-NUM TO MST-CUST-NO.
         MOVE TXN-ROLE TO MST-ROLE.
         MOVE NEW-SHARE TO MST-SHARE.
         MOVE COPY-CHECK TO MST-STMT-COPY.
         MOVE RUN-DATE TO MST-SINCE.
         PERFORM 346-BUILD-WRK-RECORD.
         WRITE REL-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH LINK WRITE FAILED : " WRK-KEY
             PERFORM 110-ERROR-EXIT
         END-WRITE.
         MOVE SPACES TO JRN-BEFORE.

 *    * A change replaces the role, the share and the copy flag
 *    * together; the date the link was made stands
       340-CHANGE-LINK.
         MOVE TXN-ROLE TO MST-ROLE.
         MOVE NEW-SHARE TO MST-SHARE.
         MOVE COPY-CHECK TO MST-STMT-COPY.
         PERFORM 346-BUILD-WRK-RECORD.
         REWRITE REL-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH LINK REWRITE FAILED : " WRK-KEY
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

       345-DELETE-LINK.
         MOVE MST-ACCT-NO TO WRK-ACCT-NO.
         MOVE MST-CUST-NO TO WRK-CUST-NO.
         DELETE REL-WRK
           INVALID KEY
             DISPLAY "SCRATCH LINK DELETE FAILED : " WRK-KEY
             PERFORM 110-ERROR-EXIT
         END-DELETE.
         MOVE SPACES TO JRN-AFTER.

       346-BUILD-WRK-RECORD.
         MOVE SPACES TO REL-WRK-RECORD.
         MOVE MST-ACCT-NO   TO WRK-ACCT-NO.
         MOVE MST-CUST-NO   TO WRK-CUST-NO.
         MOVE MST-ROLE      TO WRK-ROLE.
         MOVE MST-SHARE     TO WRK-SHARE.
         MOVE MST-STMT-COPY TO WRK-STMT-COPY.
         MOVE MST-SINCE     TO WRK-SINCE.

       370-CAPTURE-BEFORE.
         MOVE MST-ROLE TO JRB-ROLE.
         MOVE MST-SHARE TO JRB-SHARE.
         MOVE MST-STMT-COPY TO JRB-STMT-COPY.

       375-CAPTURE-AFTER.
         MOVE MST-ROLE TO JRA-ROLE.
         MOVE MST-SHARE TO JRA-SHARE.
         MOVE MST-STMT-COPY TO JRA-STMT-COPY.

       380-WRITE-JOURNAL.
         MOVE RUN-DATE TO JRN-DATE.
         MOVE RUN-TIME TO JRN-TIME.
         MOVE TXN-ACTION TO JRN-ACTION.
         MOVE MST-ACCT-NO TO JRN-ACCT-NO.
         MOVE MST-CUST-NO TO JRN-CUST-NO.
         MOVE TXN-OFFICER TO JRN-OFFICER.
         WRITE CHG-JRNL-REC.

       360-REJECT-TXN.
         ADD 1 TO TXN-REJECTED.
         MOVE SPACES TO TXN-REJECT-REC.
         MOVE TXN-ACTION  TO REJ-ACTION.
         MOVE TXN-ACCT-NO TO REJ-ACCT-NO.
         MOVE TXN-CUST-NO TO REJ-CUST-NO.
         MOVE TXN-OFFICER TO REJ-OFFICER.
         MOVE TXN-REASON  TO REJ-REASON.
         WRITE TXN-REJECT-REC.

 *    * Rewrite the relationships in account and customer order
 *    * off the scratch file; an account whose owners' shares do
 *    * not come to 100 is named, since the tax certificates split
 *    * by the shares as they stand
       400-WRITE-LINKS.
         OPEN OUTPUT REL-NEW.
         IF NOT ST-REL-OUT-SUCCESS
           DISPLAY "ACCT-REL-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE ZERO TO WRK-ACCT-NO WRK-CUST-NO.
         START REL-WRK KEY NOT < WRK-KEY
           INVALID KEY MOVE '10' TO ST-WRK
         END-START.
         IF NOT ST-WRK-EOF
           READ REL-WRK NEXT RECORD
             AT END MOVE '10' TO ST-WRK
           END-READ
         END-IF.
         IF NOT ST-WRK-EOF
           MOVE WRK-ACCT-NO TO BREAK-ACCT-NO
         END-IF.
         PERFORM 410-WRITE-ONE
           UNTIL ST-WRK-EOF.
         PERFORM 420-CHECK-SHARES.
         CLOSE REL-NEW
               REL-WRK
               ACCT-WRK
               CUST-WRK.

       410-WRITE-ONE.
         IF WRK-ACCT-NO NOT = BREAK-ACCT-NO
           PERFORM 420-CHECK-SHARES
           MOVE WRK-ACCT-NO TO BREAK-ACCT-NO
         END-IF.
         IF WRK-ROLE = 'P' OR WRK-ROLE = 'J'
           ADD 1 TO BREAK-OWNERS
           ADD WRK-SHARE TO BREAK-SHARES
         END-IF.
         MOVE SPACES TO REL-NEW-RECORD.
         MOVE WRK-ACCT-NO   TO REL-ACCT-NO-NEW.
         MOVE WRK-CUST-NO   TO REL-CUST-NO-NEW.
         MOVE WRK-ROLE      TO REL-ROLE-NEW.
         MOVE WRK-SHARE     TO REL-SHARE-NEW.
         MOVE WRK-STMT-COPY TO REL-STMT-COPY-NEW.
         MOVE WRK-SINCE     TO REL-SINCE-NEW.
         WRITE REL-NEW-RECORD.
         ADD 1 TO LINKS-WRITTEN.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-WRK
         END-READ.

       420-CHECK-SHARES.
         IF BREAK-OWNERS > 1 AND BREAK-SHARES NOT = 100
           ADD 1 TO SPLIT-WARNINGS
           DISPLAY "JOINT SHARES DO NOT COME TO 100 ON ACCOUNT : "
                   BREAK-ACCT-NO
         END-IF.
         MOVE ZERO TO BREAK-OWNERS BREAK-SHARES.

       END PROGRAM RELMAINT.
