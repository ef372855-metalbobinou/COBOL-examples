                ACCESS DYNAMIC
                RECORD KEY RWK-ACCT-NO
                FILE STATUS IS ST-REM-WRK.
         SELECT TD-DATA       ASSIGN TO DISK "TD-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TD.
         SELECT TDR-WRK       ASSIGN TO DISK TDR-WRK-NAME
                ORGANIZATION INDEXED
                ACCESS RANDOM
                RECORD KEY TRK-ACCT-NO
                FILE STATUS IS ST-TDR-WRK.

       DATA DIVISION.
       FILE SECTION.
           05  OVL-MAX-SAVING       PIC 9(5).
           05   FILLER              PIC X.
           05  OVL-CUST-NO          PIC 9(6).
           05   FILLER              PIC X.
           05  OVL-ACCT-NO          PIC 9(8).

 *    * One line per batch run, appended to INTERETS-AUDIT.DAT
       FD  AUDIT-DATA.
           05  DOR-REASON           PIC X(20).
           05   FILLER              PIC X.
           05  DOR-CUST-NO          PIC 9(6).
           05   FILLER              PIC X.
           05  DOR-ACCT-NO          PIC 9(8).

 *    * Same updated-account fields as ACCT-DATA-OUT, comma-separated
 *    * with a header row, for spreadsheet/downstream CSV consumers
       01  REM-WRK-RECORD.
           05  RWK-ACCT-NO          PIC 9(8).
           05  RWK-REMAIN           PIC 9V99.
 *    * Term deposits kept by TDMATURE: a running deposit (status
 *    * A) accrues at the rate contracted when it opened or last
 *    * rolled, whatever RATE-DATA now says for its type
       FD  TD-DATA.
       01  TD-RECORD.
           05  TDM-ACCT-NO-X        PIC X(8).
           05  TDM-ACCT-NO REDEFINES TDM-ACCT-NO-X
                                    PIC 9(8).
           05  FILLER               PIC X.
           05  TDM-PRINCIPAL        PIC 9(7).
           05  FILLER               PIC X.
           05  TDM-TERM             PIC 9(3).
           05  FILLER               PIC X.
           05  TDM-RATE             PIC 9(3),9(2).
           05  FILLER               PIC X.
           05  TDM-START            PIC 9(8).
           05  FILLER               PIC X.
           05  TDM-MATURITY         PIC 9(8).
           05  FILLER               PIC X.
           05  TDM-INSTR            PIC X.
           05  FILLER               PIC X.
           05  TDM-LINK-X           PIC X(8).
           05  FILLER               PIC X.
           05  TDM-STATUS           PIC X.
           05  FILLER               PIC X.
           05  TDM-STATUS-DATE      PIC X(8).
           05  FILLER               PIC X.
           05  TDM-FIRST-START      PIC 9(8).
       FD  TDR-WRK.
       01  TDR-WRK-RECORD.
           05  TRK-ACCT-NO          PIC 9(8).
           05  TRK-RATE             PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  ST-TOT-WRK               PIC X(02)       VALUE SPACES.
       01  ST-REM-WRK               PIC X(02)       VALUE SPACES.
           88  ST-REM-WRK-SUCCESS                   VALUE '00'.
           88  ST-REM-WRK-EOF                       VALUE '10'.
       01  ST-TD                    PIC X(02)       VALUE SPACES.
           88  ST-TD-SUCCESS                        VALUE '00'.
           88  ST-TD-EOF                            VALUE '10'.
       01  ST-TDR-WRK               PIC X(02)       VALUE SPACES.
           88  ST-TDR-WRK-SUCCESS                   VALUE '00'.
       01  ST-BUSDATE               PIC X(02)       VALUE SPACES.
           88  ST-BUSDATE-SUCCESS                   VALUE '00'.
       01  ST-OVR                   PIC X(02)       VALUE SPACES.
                                    VALUE "OWNBAL-WRK.KEY".
       77  REM-WRK-NAME             PIC X(30)
                                    VALUE "REMAIN-WRK.KEY".
       77  TDR-WRK-NAME             PIC X(30)
                                    VALUE "TDRATE-WRK.KEY".
       77  SUFFIX-WORK              PIC X(30)       VALUE SPACES.
       77  SUFFIX-TEMP              PIC X(30)       VALUE SPACES.

 *    * as the opposite leg
       77  DEBIT-SW                 PIC X           VALUE 'N'.
           88  IS-DEBIT                             VALUE 'Y'.
       77  TD-CONTRACT-SW           PIC X           VALUE 'N'.
           88  TD-CONTRACT                          VALUE 'Y'.
       77  DEBIT-INT-NUM            PIC 9(5)V99     VALUE ZERO.
       77  AUDIT-DEBIT-INT          PIC 9(9)V99     VALUE ZERO.
       01  GLD-TABLE.
         MOVE REM-WRK-NAME TO SUFFIX-WORK.
         PERFORM 137-MAKE-SUFFIXED.
         MOVE SUFFIX-WORK TO REM-WRK-NAME.
         MOVE TDR-WRK-NAME TO SUFFIX-WORK.
         PERFORM 137-MAKE-SUFFIXED.
         MOVE SUFFIX-WORK TO TDR-WRK-NAME.

       137-MAKE-SUFFIXED.
         MOVE SUFFIX-WORK TO SUFFIX-TEMP.
       301-OPEN-ACCT-LIVE.
         PERFORM 205-LOAD-PRIOR.
         PERFORM 215-LOAD-REMAINDERS.
         PERFORM 217-LOAD-TERM-DEPOSITS.
         PERFORM 225-LOAD-TIERS.
         IF TIER-ENTRIES > 0
           PERFORM 230-SCAN-OWNER-BAL
               STATUS-DATA
               HIST-DATA
               TOT-WRK
               PRI-WRK
               TDR-WRK.
         IF TIER-ENTRIES > 0
           CLOSE OWB-WRK
         END-IF.
           AT END MOVE '10' TO ST-REMAIN
         END-READ.

 *    * Running term deposits load onto a keyed scratch file by
 *    * account number with their contracted rate; absence of
 *    * TD-MSTR.DAT is a book with no deposits
       217-LOAD-TERM-DEPOSITS.
         OPEN OUTPUT TDR-WRK.
         IF NOT ST-TDR-WRK-SUCCESS
           DISPLAY "TDRATE-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT TD-DATA.
         IF ST-TD-SUCCESS
           READ TD-DATA INTO TD-RECORD
             AT END MOVE '10' TO ST-TD
           END-READ
           PERFORM 218-LOAD-ONE-DEPOSIT
             UNTIL ST-TD-EOF
           CLOSE TD-DATA
         END-IF.
         CLOSE TDR-WRK.
         OPEN INPUT TDR-WRK.

       218-LOAD-ONE-DEPOSIT.
         IF TDM-ACCT-NO-X NUMERIC AND TDM-STATUS = 'A'
           MOVE TDM-ACCT-NO TO TRK-ACCT-NO
           MOVE TDM-RATE TO TRK-RATE
           WRITE TDR-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ TD-DATA INTO TD-RECORD
           AT END MOVE '10' TO ST-TD
         END-READ.

 *    * Relationship tiers load like the remainders: no file, no
 *    * bonus, nothing else changes
       225-LOAD-TIERS.
       321-MATCH-AND-WRITE.
         ADD 1 TO AUDIT-READ.
         MOVE 'N' TO DEBIT-SW.
         MOVE 'N' TO TD-CONTRACT-SW.
         MOVE ZERO TO DEBIT-INT-NUM.
         IF STATUS-IN = 'F' OR STATUS-IN = 'C'
            OR STATUS-IN = 'E'
               MOVE 'Y' TO MATCHED-SW
               MOVE OWNER-NAME-IN TO CUR-NAME
               PERFORM 331-LOAD-LIVE-RATE
               IF NOT IS-SIM-MODE
                 PERFORM 337-LOAD-CONTRACT-RATE
               END-IF
               PERFORM 332-COMPUTE-INTEREST
               IF IS-SIM-MODE
                 PERFORM 710-SIM-ACCUM
               ELSE
                 IF TD-CONTRACT
                   MOVE ZERO TO REL-BONUS-NUM
                 ELSE
                   PERFORM 338-APPLY-REL-BONUS
                 END-IF
                 PERFORM 323-APPLY-TAX-WITHHOLDING
                 PERFORM 334-CARRY-REMAINDER
                 MOVE CUR-FUND-NUM TO CUR-FUND
         MOVE CUR-B3-LIMIT (MY-INDEX) TO WRK-B3-LIMIT.
         MOVE CUR-B3-RATE (MY-INDEX) TO WRK-B3-RATE.


 *    * A running term deposit takes its contracted rate flat: the
 *    * product's bands and the relationship bonus are for the
 *    * rate-sheet accounts, while compounding and tax still follow
 *    * the product row
       337-LOAD-CONTRACT-RATE.
         MOVE 'N' TO TD-CONTRACT-SW.
         MOVE ACCT-NO-IN TO TRK-ACCT-NO.
         READ TDR-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 'Y' TO TD-CONTRACT-SW
             MOVE TRK-RATE TO WRK-RATE
             MOVE ZERO TO WRK-B1-LIMIT WRK-B1-RATE
                          WRK-B2-LIMIT WRK-B2-RATE
                          WRK-B3-LIMIT WRK-B3-RATE
         END-READ.

       333-LOAD-PROP-RATE.
         MOVE PRP-RATE (PROP-FOUND-IDX) TO WRK-RATE.
         MOVE PRP-COMPOUND-FLAG (PROP-FOUND-IDX)
           MOVE SAVING-IN TO OVL-SAVING
           MOVE CUR-MAX-SAVING (MY-INDEX) TO OVL-MAX-SAVING
           MOVE CUST-NO-IN TO OVL-CUST-NO
           MOVE ACCT-NO-IN TO OVL-ACCT-NO
           WRITE OVERLIM-REC
           ADD 1 TO OVLX-TRL-CNT
           ADD SAVING-IN TO OVLX-TRL-HASH
           MOVE ACCT-TYPE-IN TO DOR-ACCT-TYPE
           MOVE SAVING-IN TO DOR-SAVING
           MOVE CUST-NO-IN TO DOR-CUST-NO
           MOVE ACCT-NO-IN TO DOR-ACCT-NO
           WRITE DORMANT-REC
           ADD 1 TO DORX-TRL-CNT
           ADD SAVING-IN TO DORX-TRL-HASH
