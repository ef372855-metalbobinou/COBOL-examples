       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRINTAKE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CLR-DATA       ASSIGN TO DISK "CLR-IN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CLR.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT.
         SELECT ITEM-IN        ASSIGN TO DISK "CLR-ITEMS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ITEM-IN.
         SELECT ITEM-OUT       ASSIGN TO DISK "CLR-ITEMS-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ITEM-OUT.
         SELECT PEND-IN        ASSIGN TO DISK "TXN-PEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND-IN.
         SELECT PEND-OUT       ASSIGN TO DISK "TXN-PEND-CLR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND-OUT.
         SELECT SUSP-DATA      ASSIGN TO DISK "CLR-SUSPENSE.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SUSP.
         SELECT ACC-WRK        ASSIGN TO DISK "CLRACC-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CAW-ACCT-NO
                FILE STATUS IS ST-CAW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * The clearing house's bulk file: one file header (H), then
 *    * per batch a batch header (B), its items (D) and a batch
 *    * control (C), and one file trailer (T). A batch carries one
 *    * value date and one currency. An item's code is C for a
 *    * credit to the account (payroll) or D for a debit (direct
 *    * debit). The hash total is the sum of the items' account
 *    * numbers, low-order digits only. The return-code zone is
 *    * blank inbound and carries the reason on a returned item.
       FD  CLR-DATA.
       01  CLR-RECORD.
           05  CLR-REC-TYPE        PIC X.
           05  FILLER              PIC X(79).
       01  CLR-HEADER.
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  CLH-ORIGIN          PIC X(8).
           05  FILLER              PIC X.
           05  CLH-FILE-DATE-X     PIC X(8).
           05  FILLER              PIC X.
           05  CLH-FILE-SEQ-X      PIC X(4).
           05  FILLER              PIC X(56).
       01  CLR-BATCH.
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  CLB-BATCH-NO-X      PIC X(4).
           05  CLB-BATCH-NO REDEFINES CLB-BATCH-NO-X
                                   PIC 9(4).
           05  FILLER              PIC X.
           05  CLB-CLASS           PIC X(3).
           05  FILLER              PIC X.
           05  CLB-COMPANY         PIC X(20).
           05  FILLER              PIC X.
           05  CLB-VALUE-DATE-X    PIC X(8).
           05  CLB-VALUE-DATE REDEFINES CLB-VALUE-DATE-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  CLB-CCY             PIC X(3).
           05  FILLER              PIC X(36).
       01  CLR-DETAIL.
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  CLD-BATCH-NO-X      PIC X(4).
           05  CLD-BATCH-NO REDEFINES CLD-BATCH-NO-X
                                   PIC 9(4).
           05  FILLER              PIC X.
           05  CLD-TRACE           PIC X(15).
           05  FILLER              PIC X.
           05  CLD-ACCT-NO-X       PIC X(8).
           05  CLD-ACCT-NO REDEFINES CLD-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  CLD-TXN-CODE        PIC X.
           05  FILLER              PIC X.
           05  CLD-AMOUNT-X        PIC X(7).
           05  CLD-AMOUNT REDEFINES CLD-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  CLD-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  CLD-RETURN-CODE     PIC X(2).
           05  FILLER              PIC X(15).
       01  CLR-CONTROL.
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  CLC-BATCH-NO-X      PIC X(4).
           05  CLC-BATCH-NO REDEFINES CLC-BATCH-NO-X
                                   PIC 9(4).
           05  FILLER              PIC X.
           05  CLC-ITEM-COUNT-X    PIC X(6).
           05  CLC-ITEM-COUNT REDEFINES CLC-ITEM-COUNT-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  CLC-HASH-X          PIC X(10).
           05  CLC-HASH REDEFINES CLC-HASH-X
                                   PIC 9(10).
           05  FILLER              PIC X.
           05  CLC-AMOUNT-X        PIC X(12).
           05  CLC-AMOUNT REDEFINES CLC-AMOUNT-X
                                   PIC 9(12).
           05  FILLER              PIC X(44).
       01  CLR-TRAILER.
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  CLT-BATCH-COUNT-X   PIC X(4).
           05  CLT-BATCH-COUNT REDEFINES CLT-BATCH-COUNT-X
                                   PIC 9(4).
           05  FILLER              PIC X.
           05  CLT-ITEM-COUNT-X    PIC X(7).
           05  CLT-ITEM-COUNT REDEFINES CLT-ITEM-COUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  CLT-HASH-X          PIC X(12).
           05  CLT-HASH REDEFINES CLT-HASH-X
                                   PIC 9(12).
           05  FILLER              PIC X.
           05  CLT-AMOUNT-X        PIC X(13).
           05  CLT-AMOUNT REDEFINES CLT-AMOUNT-X
                                   PIC 9(13).
           05  FILLER              PIC X(39).
 *    * Account master as it stood at end of the prior window
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
           05  FILLER              PIC X(26).
 *    * Clearing item register, carried from night to night: every
 *    * item taken and not yet settled. Status P is waiting for
 *    * TXNPOST on its value date, R is already due back to the
 *    * clearing house with the reason in the detail image. The
 *    * item number rides in the movement's owner zone, so
 *    * CLRRETURN can find the item's outcome on the journal.
       FD  ITEM-IN.
       01  ITEM-IN-REC             PIC X(107).
       FD  ITEM-OUT.
       01  ITEM-OUT-REC            PIC X(107).
 *    * The warehouse TXNWHSE releases from, copied forward with
 *    * tonight's matched items added
       FD  PEND-IN.
       01  PEND-IN-REC             PIC X(48).
       FD  PEND-OUT.
       01  PEND-OUT-REC            PIC X(48).
 *    * Back-office suspense listing: batches that did not prove
 *    * and items that could not be taken
       FD  SUSP-DATA.
       01  SUSP-LINE               PIC X(100).
 *    * The account master on a keyed scratch file for the run
       FD  ACC-WRK.
       01  ACC-WRK-RECORD.
           05  CAW-ACCT-NO         PIC 9(8).
           05  CAW-ACCT-TYPE       PIC X(4).
           05  CAW-CURRENCY        PIC X(3).
           05  CAW-STATUS          PIC X.

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CLR                  PIC X(02)    VALUE SPACES.
           88  ST-CLR-SUCCESS                   VALUE '00'.
           88  ST-CLR-EOF                       VALUE '10'.
       01  ST-ACCT                 PIC X(02)    VALUE SPACES.
           88  ST-ACCT-SUCCESS                  VALUE '00'.
           88  ST-ACCT-EOF                      VALUE '10'.
       01  ST-ITEM-IN              PIC X(02)    VALUE SPACES.
           88  ST-ITEM-IN-SUCCESS               VALUE '00'.
           88  ST-ITEM-IN-EOF                   VALUE '10'.
       01  ST-ITEM-OUT             PIC X(02)    VALUE SPACES.
           88  ST-ITEM-OUT-SUCCESS              VALUE '00'.
       01  ST-PEND-IN              PIC X(02)    VALUE SPACES.
           88  ST-PEND-IN-SUCCESS               VALUE '00'.
           88  ST-PEND-IN-EOF                   VALUE '10'.
       01  ST-PEND-OUT             PIC X(02)    VALUE SPACES.
           88  ST-PEND-OUT-SUCCESS              VALUE '00'.
       01  ST-SUSP                 PIC X(02)    VALUE SPACES.
           88  ST-SUSP-SUCCESS                  VALUE '00'.
       01  ST-CAW                  PIC X(02)    VALUE SPACES.
           88  ST-CAW-SUCCESS                   VALUE '00'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.

 *    * The register line, status and dates ahead of the clearing
 *    * detail image
       01  ITEM-LINE.
           05  CIT-ITEM-NO-X       PIC X(9).
           05  CIT-ITEM-NO REDEFINES CIT-ITEM-NO-X
                                   PIC 9(9).
           05  FILLER              PIC X.
           05  CIT-STATUS          PIC X.
           05  FILLER              PIC X.
           05  CIT-VALUE-DATE      PIC 9(8).
           05  FILLER              PIC X.
           05  CIT-CCY             PIC X(3).
           05  FILLER              PIC X.
           05  CIT-INTAKE-DATE     PIC 9(8).
           05  FILLER              PIC X.
           05  CIT-DETAIL          PIC X(73).

 *    * The warehouse movement a matched item becomes: a deposit
 *    * or withdrawal addressed by account number (#nnnnnnnn), the
 *    * rest of the owner zone tagging it as clearing item Cn
       01  MOVEMENT-IMAGE.
           05  MVI-ACTION          PIC X.
           05  FILLER              PIC X.
           05  MVI-OWNER.
               10  MVI-HASH        PIC X.
               10  MVI-ACCT-NO     PIC 9(8).
               10  FILLER          PIC X.
               10  MVI-TAG         PIC X.
               10  MVI-ITEM-NO     PIC 9(9).
           05  FILLER              PIC X.
           05  MVI-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  MVI-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  MVI-AMOUNT          PIC 9(7).
           05  FILLER              PIC X.
           05  MVI-DATE            PIC 9(8).

 *    * Proof of the file, batch by batch: each batch's verdict is
 *    * kept in the order the batches arrive
       77  BATCH-ENTRIES           PIC 9(3)     VALUE ZERO.
       77  BATCH-IDX               PIC 9(3)     VALUE ZERO.
       01  BATCH-TABLE.
           05  BATCH-ENTRY         OCCURS 200 TIMES.
               10  BTE-BATCH-NO    PIC X(4).
               10  BTE-STATUS      PIC X.
               10  BTE-REASON      PIC X(30).
       77  FILE-OK-SW              PIC X        VALUE 'Y'.
           88  FILE-IS-OK                       VALUE 'Y'.
       77  FILE-REASON             PIC X(40)    VALUE SPACES.
       77  HEADER-SEEN-SW          PIC X        VALUE 'N'.
           88  HEADER-SEEN                      VALUE 'Y'.
       77  TRAILER-SEEN-SW         PIC X        VALUE 'N'.
           88  TRAILER-SEEN                     VALUE 'Y'.
       77  BATCH-OPEN-SW           PIC X        VALUE 'N'.
           88  BATCH-IS-OPEN                    VALUE 'Y'.
       77  BATCH-ITEMS             PIC 9(7)     VALUE ZERO.
       77  BATCH-HASH-SUM          PIC 9(15)    VALUE ZERO.
       77  BATCH-AMOUNT            PIC 9(13)    VALUE ZERO.
       77  FILE-BATCHES            PIC 9(5)     VALUE ZERO.
       77  FILE-ITEMS              PIC 9(7)     VALUE ZERO.
       77  FILE-HASH-SUM           PIC 9(15)    VALUE ZERO.
       77  FILE-AMOUNT             PIC 9(13)    VALUE ZERO.
       77  HASH-10                 PIC 9(10)    VALUE ZERO.
       77  HASH-12                 PIC 9(12)    VALUE ZERO.

 *    * Intake of the items
       77  CUR-BATCH-OK-SW         PIC X        VALUE 'N'.
           88  CUR-BATCH-OK                     VALUE 'Y'.
       77  CUR-VALUE-DATE          PIC 9(8)     VALUE ZERO.
       77  CUR-CCY                 PIC X(3)     VALUE SPACES.
       77  CUR-BATCH-REASON        PIC X(30)    VALUE SPACES.
       77  ITEM-RETURN-CODE        PIC X(2)     VALUE SPACES.
       77  ITEM-REASON             PIC X(30)    VALUE SPACES.
       77  CAW-FOUND-SW            PIC X        VALUE 'N'.
           88  CAW-FOUND                        VALUE 'Y'.
       77  NEXT-ITEM-NO            PIC 9(9)     VALUE ZERO.
       77  ACCOUNTS-LOADED         PIC 9(7)     VALUE ZERO.
       77  ITEMS-CARRIED           PIC 9(7)     VALUE ZERO.
       77  ITEMS-TAKEN             PIC 9(7)     VALUE ZERO.
       77  ITEMS-RETURNED          PIC 9(7)     VALUE ZERO.
       77  ITEMS-SUSPENDED         PIC 9(7)     VALUE ZERO.

       01  SUSP-HEAD-LINE.
           05  FILLER              PIC X(30)
               VALUE "CLEARING INTAKE SUSPENSE LIST ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  SPH-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(8)  VALUE "  ORIGIN".
           05  FILLER              PIC X     VALUE SPACE.
           05  SPH-ORIGIN          PIC X(8).
           05  FILLER              PIC X(6)  VALUE "  FILE".
           05  FILLER              PIC X     VALUE SPACE.
           05  SPH-FILE-DATE       PIC X(8).
           05  FILLER              PIC X     VALUE "/".
           05  SPH-FILE-SEQ        PIC X(4).
       01  SUSP-NOTE-LINE.
           05  SPN-TEXT            PIC X(20).
           05  SPN-REASON          PIC X(40).
       01  SUSP-DETAIL-LINE.
           05  SPD-TAG             PIC X(9).
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-BATCH-NO        PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-TRACE           PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-ACCT-NO         PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-TXN-CODE        PIC X.
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-AMOUNT          PIC X(7).
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-CODE            PIC X(2).
           05  FILLER              PIC X     VALUE SPACE.
           05  SPD-REASON          PIC X(30).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         OPEN OUTPUT SUSP-DATA.
         IF NOT ST-SUSP-SUCCESS
           DISPLAY "CLR-SUSPENSE.RPT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 200-PROVE-FILE.
         IF NOT FILE-IS-OK
           MOVE "FILE REJECTED" TO SPN-TEXT
           MOVE FILE-REASON TO SPN-REASON
           MOVE SUSP-NOTE-LINE TO SUSP-LINE
           WRITE SUSP-LINE
           CLOSE SUSP-DATA
           DISPLAY "CLEARING FILE REJECTED - " FILE-REASON
           DISPLAY "NOTHING TAKEN - SEE CLR-SUSPENSE.RPT"
           STOP RUN RETURNING 4
         END-IF.
         PERFORM 300-LOAD-ACCOUNTS.
         PERFORM 350-COPY-REGISTER.
         PERFORM 360-COPY-WAREHOUSE.
         PERFORM 400-TAKE-ITEMS.
         CLOSE ITEM-OUT
               PEND-OUT
               SUSP-DATA
               ACC-WRK.
         DISPLAY "CLEARING BATCHES        : " FILE-BATCHES.
         DISPLAY "CLEARING ITEMS          : " FILE-ITEMS.
         DISPLAY "ITEMS TO THE WAREHOUSE  : " ITEMS-TAKEN.
         DISPLAY "ITEMS TO BE RETURNED    : " ITEMS-RETURNED.
         DISPLAY "ITEMS IN SUSPENSE       : " ITEMS-SUSPENDED.
         DISPLAY "REGISTER ITEMS CARRIED  : " ITEMS-CARRIED.
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
         MOVE RUN-DATE TO SPH-RUN-DATE.

 *    * First pass: the file must open with its header and close
 *    * with a trailer that agrees with everything between; each
 *    * batch must agree with its own control record. A file that
 *    * does not prove is not taken at all; a batch that does not
 *    * prove is held in suspense while the rest of the file is
 *    * taken.
       200-PROVE-FILE.
         OPEN INPUT CLR-DATA.
         IF NOT ST-CLR-SUCCESS
           MOVE 'N' TO FILE-OK-SW
           MOVE "CLR-IN.DAT OPEN FAILED" TO FILE-REASON
         ELSE
           READ CLR-DATA
             AT END MOVE '10' TO ST-CLR
           END-READ
           PERFORM 210-PROVE-ONE-RECORD
             UNTIL ST-CLR-EOF OR NOT FILE-IS-OK
           CLOSE CLR-DATA
           IF FILE-IS-OK AND NOT TRAILER-SEEN
             MOVE 'N' TO FILE-OK-SW
             MOVE "NO FILE TRAILER" TO FILE-REASON
           END-IF
         END-IF.
         MOVE SUSP-HEAD-LINE TO SUSP-LINE.
         WRITE SUSP-LINE.

       210-PROVE-ONE-RECORD.
         EVALUATE TRUE
           WHEN TRAILER-SEEN
             MOVE 'N' TO FILE-OK-SW
             MOVE "RECORDS AFTER THE FILE TRAILER" TO FILE-REASON
           WHEN NOT HEADER-SEEN AND CLR-REC-TYPE NOT = 'H'
             MOVE 'N' TO FILE-OK-SW
             MOVE "NO FILE HEADER" TO FILE-REASON
           WHEN CLR-REC-TYPE = 'H'
             PERFORM 220-PROVE-HEADER
           WHEN CLR-REC-TYPE = 'B'
             PERFORM 230-PROVE-BATCH-HEAD
           WHEN CLR-REC-TYPE = 'D'
             PERFORM 240-PROVE-DETAIL
           WHEN CLR-REC-TYPE = 'C'
             PERFORM 250-PROVE-CONTROL
           WHEN CLR-REC-TYPE = 'T'
             PERFORM 260-PROVE-TRAILER
           WHEN OTHER
             MOVE 'N' TO FILE-OK-SW
             MOVE "UNKNOWN RECORD TYPE" TO FILE-REASON
         END-EVALUATE.
         READ CLR-DATA
           AT END MOVE '10' TO ST-CLR
         END-READ.

       220-PROVE-HEADER.
         IF HEADER-SEEN OR CLH-FILE-DATE-X NOT NUMERIC
           MOVE 'N' TO FILE-OK-SW
           MOVE "BAD OR DUPLICATE FILE HEADER" TO FILE-REASON
         ELSE
           MOVE 'Y' TO HEADER-SEEN-SW
           MOVE CLH-ORIGIN TO SPH-ORIGIN
           MOVE CLH-FILE-DATE-X TO SPH-FILE-DATE
           MOVE CLH-FILE-SEQ-X TO SPH-FILE-SEQ
         END-IF.

       230-PROVE-BATCH-HEAD.
         IF BATCH-IS-OPEN
           MOVE 'N' TO FILE-OK-SW
           MOVE "BATCH WITHOUT CONTROL RECORD" TO FILE-REASON
         ELSE
           IF BATCH-ENTRIES > 199
             MOVE 'N' TO FILE-OK-SW
             MOVE "MORE THAN 200 BATCHES" TO FILE-REASON
           ELSE
             ADD 1 TO BATCH-ENTRIES
             ADD 1 TO FILE-BATCHES
             MOVE 'Y' TO BATCH-OPEN-SW
             MOVE ZERO TO BATCH-ITEMS BATCH-HASH-SUM BATCH-AMOUNT
             MOVE CLB-BATCH-NO-X TO BTE-BATCH-NO (BATCH-ENTRIES)
             MOVE 'G' TO BTE-STATUS (BATCH-ENTRIES)
             MOVE SPACES TO BTE-REASON (BATCH-ENTRIES)
             IF CLB-BATCH-NO-X NOT NUMERIC
                OR CLB-VALUE-DATE-X NOT NUMERIC
               MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
               MOVE "BAD BATCH HEADER" TO BTE-REASON (BATCH-ENTRIES)
             END-IF
           END-IF
         END-IF.

       240-PROVE-DETAIL.
         IF NOT BATCH-IS-OPEN
           MOVE 'N' TO FILE-OK-SW
           MOVE "ITEM OUTSIDE A BATCH" TO FILE-REASON
         ELSE
           ADD 1 TO BATCH-ITEMS
           ADD 1 TO FILE-ITEMS
           IF CLD-ACCT-NO-X NUMERIC
             ADD CLD-ACCT-NO TO BATCH-HASH-SUM
             ADD CLD-ACCT-NO TO FILE-HASH-SUM
           END-IF
           IF CLD-AMOUNT-X NUMERIC
             ADD CLD-AMOUNT TO BATCH-AMOUNT
             ADD CLD-AMOUNT TO FILE-AMOUNT
           END-IF
           IF CLD-BATCH-NO-X NOT = BTE-BATCH-NO (BATCH-ENTRIES)
             MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
             MOVE "ITEM OF ANOTHER BATCH" TO BTE-REASON (BATCH-ENTRIES)
           END-IF
         END-IF.

 *    * Hash totals compare on their low-order digits, the way
 *    * the clearing house truncates them
       250-PROVE-CONTROL.
         IF NOT BATCH-IS-OPEN
           MOVE 'N' TO FILE-OK-SW
           MOVE "CONTROL RECORD OUTSIDE A BATCH" TO FILE-REASON
         ELSE
           MOVE 'N' TO BATCH-OPEN-SW
           MOVE BATCH-HASH-SUM TO HASH-10
           EVALUATE TRUE
             WHEN BTE-STATUS (BATCH-ENTRIES) = 'B'
               CONTINUE
             WHEN CLC-BATCH-NO-X NOT = BTE-BATCH-NO (BATCH-ENTRIES)
               MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
               MOVE "CONTROL OF ANOTHER BATCH"
                 TO BTE-REASON (BATCH-ENTRIES)
             WHEN CLC-ITEM-COUNT-X NOT NUMERIC
                  OR CLC-HASH-X NOT NUMERIC
                  OR CLC-AMOUNT-X NOT NUMERIC
               MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
               MOVE "BAD CONTROL RECORD" TO BTE-REASON (BATCH-ENTRIES)
             WHEN CLC-ITEM-COUNT NOT = BATCH-ITEMS
               MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
               MOVE "ITEM COUNT DOES NOT AGREE"
                 TO BTE-REASON (BATCH-ENTRIES)
             WHEN CLC-HASH NOT = HASH-10
               MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
               MOVE "HASH TOTAL DOES NOT AGREE"
                 TO BTE-REASON (BATCH-ENTRIES)
             WHEN CLC-AMOUNT NOT = BATCH-AMOUNT
               MOVE 'B' TO BTE-STATUS (BATCH-ENTRIES)
               MOVE "AMOUNT TOTAL DOES NOT AGREE"
                 TO BTE-REASON (BATCH-ENTRIES)
           END-EVALUATE
         END-IF.

       260-PROVE-TRAILER.
         MOVE 'Y' TO TRAILER-SEEN-SW.
         MOVE FILE-HASH-SUM TO HASH-12.
         EVALUATE TRUE
           WHEN BATCH-IS-OPEN
             MOVE 'N' TO FILE-OK-SW
             MOVE "LAST BATCH HAS NO CONTROL RECORD" TO FILE-REASON
           WHEN CLT-BATCH-COUNT-X NOT NUMERIC
                OR CLT-ITEM-COUNT-X NOT NUMERIC
                OR CLT-HASH-X NOT NUMERIC
                OR CLT-AMOUNT-X NOT NUMERIC
             MOVE 'N' TO FILE-OK-SW
             MOVE "BAD FILE TRAILER" TO FILE-REASON
           WHEN CLT-BATCH-COUNT NOT = FILE-BATCHES
             MOVE 'N' TO FILE-OK-SW
             MOVE "TRAILER BATCH COUNT DOES NOT AGREE"
               TO FILE-REASON
           WHEN CLT-ITEM-COUNT NOT = FILE-ITEMS
             MOVE 'N' TO FILE-OK-SW
             MOVE "TRAILER ITEM COUNT DOES NOT AGREE" TO FILE-REASON
           WHEN CLT-HASH NOT = HASH-12
             MOVE 'N' TO FILE-OK-SW
             MOVE "TRAILER HASH TOTAL DOES NOT AGREE" TO FILE-REASON
           WHEN CLT-AMOUNT NOT = FILE-AMOUNT
             MOVE 'N' TO FILE-OK-SW
             MOVE "TRAILER AMOUNT DOES NOT AGREE" TO FILE-REASON
         END-EVALUATE.

       300-LOAD-ACCOUNTS.
         OPEN OUTPUT ACC-WRK.
         CLOSE ACC-WRK.
         OPEN I-O ACC-WRK.
         IF NOT ST-CAW-SUCCESS
           DISPLAY "CLRACC-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT
         END-READ.
         PERFORM 310-LOAD-ONE-ACCOUNT
           UNTIL ST-ACCT-EOF.
         CLOSE ACCT-DATA.

       310-LOAD-ONE-ACCOUNT.
         IF ACCT-NO-IN NUMERIC AND ACCT-NO-IN > 0
           MOVE ACCT-NO-IN TO CAW-ACCT-NO
           MOVE ACCT-TYPE-IN TO CAW-ACCT-TYPE
           MOVE CURRENCY-IN TO CAW-CURRENCY
           MOVE STATUS-IN TO CAW-STATUS
           WRITE ACC-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE ACCOUNT NUMBER : " ACCT-NO-IN
             NOT INVALID KEY
               ADD 1 TO ACCOUNTS-LOADED
           END-WRITE
         END-IF.
         READ ACCT-DATA INTO ACCT-RECORD
           AT END MOVE '10' TO ST-ACCT
         END-READ.

 *    * The register carries forward as it stands; tonight's items
 *    * number on from the highest item number still on it
       350-COPY-REGISTER.
         OPEN OUTPUT ITEM-OUT.
         IF NOT ST-ITEM-OUT-SUCCESS
           DISPLAY "CLR-ITEMS-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ITEM-IN.
         IF ST-ITEM-IN-SUCCESS
           READ ITEM-IN INTO ITEM-LINE
             AT END MOVE '10' TO ST-ITEM-IN
           END-READ
           PERFORM 355-COPY-ONE-ITEM
             UNTIL ST-ITEM-IN-EOF
           CLOSE ITEM-IN
         END-IF.

       355-COPY-ONE-ITEM.
         IF CIT-ITEM-NO-X NUMERIC
           IF CIT-ITEM-NO > NEXT-ITEM-NO
             MOVE CIT-ITEM-NO TO NEXT-ITEM-NO
           END-IF
           ADD 1 TO ITEMS-CARRIED
           WRITE ITEM-OUT-REC FROM ITEM-LINE
         END-IF.
         READ ITEM-IN INTO ITEM-LINE
           AT END MOVE '10' TO ST-ITEM-IN
         END-READ.

       360-COPY-WAREHOUSE.
         OPEN OUTPUT PEND-OUT.
         IF NOT ST-PEND-OUT-SUCCESS
           DISPLAY "TXN-PEND-CLR.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT PEND-IN.
         IF ST-PEND-IN-SUCCESS
           READ PEND-IN INTO PEND-IN-REC
             AT END MOVE '10' TO ST-PEND-IN
           END-READ
           PERFORM 365-COPY-ONE-PENDING
             UNTIL ST-PEND-IN-EOF
           CLOSE PEND-IN
         END-IF.

       365-COPY-ONE-PENDING.
         WRITE PEND-OUT-REC FROM PEND-IN-REC.
         READ PEND-IN INTO PEND-IN-REC
           AT END MOVE '10' TO ST-PEND-IN
         END-READ.

 *    * Second pass: every item of a batch that proved is either
 *    * matched to its account and warehoused for its value date,
 *    * or registered for return with its reason; the items of a
 *    * batch that did not prove go to suspense untouched
       400-TAKE-ITEMS.
         MOVE ZERO TO BATCH-IDX.
         OPEN INPUT CLR-DATA.
         IF NOT ST-CLR-SUCCESS
           DISPLAY "CLR-IN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CLR-DATA
           AT END MOVE '10' TO ST-CLR
         END-READ.
         PERFORM 410-TAKE-ONE-RECORD
           UNTIL ST-CLR-EOF.
         CLOSE CLR-DATA.

       410-TAKE-ONE-RECORD.
         EVALUATE CLR-REC-TYPE
           WHEN 'B'
             PERFORM 420-START-BATCH
           WHEN 'D'
             IF CUR-BATCH-OK
               PERFORM 430-TAKE-ITEM
             ELSE
               ADD 1 TO ITEMS-SUSPENDED
               MOVE "SUSPENSE " TO SPD-TAG
               MOVE SPACES TO ITEM-RETURN-CODE
               MOVE CUR-BATCH-REASON TO ITEM-REASON
               PERFORM 480-WRITE-SUSPENSE
             END-IF
           WHEN OTHER
             CONTINUE
         END-EVALUATE.
         READ CLR-DATA
           AT END MOVE '10' TO ST-CLR
         END-READ.

       420-START-BATCH.
         ADD 1 TO BATCH-IDX.
         MOVE 'N' TO CUR-BATCH-OK-SW.
         MOVE BTE-REASON (BATCH-IDX) TO CUR-BATCH-REASON.
         IF BTE-STATUS (BATCH-IDX) = 'G'
           MOVE 'Y' TO CUR-BATCH-OK-SW
           MOVE CLB-VALUE-DATE TO CUR-VALUE-DATE
           MOVE CLB-CCY TO CUR-CCY
         ELSE
           MOVE "BATCH HELD" TO SPN-TEXT
           MOVE SPACES TO SPN-REASON
           STRING CLB-BATCH-NO-X DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BTE-REASON (BATCH-IDX) DELIMITED BY SIZE
             INTO SPN-REASON
           END-STRING
           MOVE SUSP-NOTE-LINE TO SUSP-LINE
           WRITE SUSP-LINE
         END-IF.

 *    * Return reasons: 02 account closed, 03 no such account,
 *    * 04 account frozen, 05 account escheated, 06 invalid item,
 *    * 07 currency not the account's. Funds (01) and anything
 *    * else TXNPOST refuses come back from CLRRETURN.
       430-TAKE-ITEM.
         MOVE SPACES TO ITEM-RETURN-CODE ITEM-REASON.
         MOVE 'N' TO CAW-FOUND-SW.
         IF CLD-ACCT-NO-X NUMERIC
           MOVE CLD-ACCT-NO TO CAW-ACCT-NO
           READ ACC-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO CAW-FOUND-SW
           END-READ
         END-IF.
         EVALUATE TRUE
           WHEN NOT CAW-FOUND
             MOVE "03" TO ITEM-RETURN-CODE
             MOVE "NO SUCH ACCOUNT" TO ITEM-REASON
           WHEN CAW-STATUS = 'C'
             MOVE "02" TO ITEM-RETURN-CODE
             MOVE "ACCOUNT CLOSED" TO ITEM-REASON
           WHEN CAW-STATUS = 'F'
             MOVE "04" TO ITEM-RETURN-CODE
             MOVE "ACCOUNT FROZEN" TO ITEM-REASON
           WHEN CAW-STATUS = 'E'
             MOVE "05" TO ITEM-RETURN-CODE
             MOVE "ACCOUNT ESCHEATED" TO ITEM-REASON
           WHEN CLD-TXN-CODE NOT = 'C' AND CLD-TXN-CODE NOT = 'D'
             MOVE "06" TO ITEM-RETURN-CODE
             MOVE "UNKNOWN ITEM CODE" TO ITEM-REASON
           WHEN CLD-AMOUNT-X NOT NUMERIC
             MOVE "06" TO ITEM-RETURN-CODE
             MOVE "AMOUNT NOT NUMERIC" TO ITEM-REASON
           WHEN CLD-AMOUNT = ZERO
             MOVE "06" TO ITEM-RETURN-CODE
             MOVE "ZERO AMOUNT" TO ITEM-REASON
           WHEN CUR-CCY NOT = CAW-CURRENCY
             MOVE "07" TO ITEM-RETURN-CODE
             MOVE "CURRENCY NOT THE ACCOUNT'S" TO ITEM-REASON
         END-EVALUATE.
         ADD 1 TO NEXT-ITEM-NO.
         MOVE SPACES TO ITEM-LINE.
         MOVE NEXT-ITEM-NO TO CIT-ITEM-NO.
         MOVE CUR-VALUE-DATE TO CIT-VALUE-DATE.
         MOVE CUR-CCY TO CIT-CCY.
         MOVE RUN-DATE TO CIT-INTAKE-DATE.
         IF ITEM-RETURN-CODE = SPACES
           ADD 1 TO ITEMS-TAKEN
           MOVE 'P' TO CIT-STATUS
           MOVE CLR-DETAIL TO CIT-DETAIL
           PERFORM 440-WAREHOUSE-ITEM
         ELSE
           ADD 1 TO ITEMS-RETURNED
           MOVE 'R' TO CIT-STATUS
           MOVE ITEM-RETURN-CODE TO CLD-RETURN-CODE
           MOVE CLR-DETAIL TO CIT-DETAIL
           MOVE "RETURN   " TO SPD-TAG
           PERFORM 480-WRITE-SUSPENSE
         END-IF.
         WRITE ITEM-OUT-REC FROM ITEM-LINE.

       440-WAREHOUSE-ITEM.
         MOVE SPACES TO MOVEMENT-IMAGE.
         IF CLD-TXN-CODE = 'C'
           MOVE 'D' TO MVI-ACTION
         ELSE
           MOVE 'W' TO MVI-ACTION
         END-IF.
         MOVE '#' TO MVI-HASH.
         MOVE CLD-ACCT-NO TO MVI-ACCT-NO.
         MOVE 'C' TO MVI-TAG.
         MOVE NEXT-ITEM-NO TO MVI-ITEM-NO.
         MOVE CAW-ACCT-TYPE TO MVI-ACCT-TYPE.
         MOVE CAW-CURRENCY TO MVI-CURRENCY.
         MOVE CLD-AMOUNT TO MVI-AMOUNT.
         MOVE CUR-VALUE-DATE TO MVI-DATE.
         WRITE PEND-OUT-REC FROM MOVEMENT-IMAGE.

       480-WRITE-SUSPENSE.
         MOVE CLD-BATCH-NO-X TO SPD-BATCH-NO.
         MOVE CLD-TRACE TO SPD-TRACE.
         MOVE CLD-ACCT-NO-X TO SPD-ACCT-NO.
         MOVE CLD-TXN-CODE TO SPD-TXN-CODE.
         MOVE CLD-AMOUNT-X TO SPD-AMOUNT.
         MOVE ITEM-RETURN-CODE TO SPD-CODE.
         MOVE ITEM-REASON TO SPD-REASON.
         MOVE SUSP-DETAIL-LINE TO SUSP-LINE.
         WRITE SUSP-LINE.

       END PROGRAM CLRINTAKE.
