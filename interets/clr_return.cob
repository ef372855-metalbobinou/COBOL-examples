       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRETURN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT ITEM-IN        ASSIGN TO DISK "CLR-ITEMS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ITEM-IN.
         SELECT ITEM-OUT       ASSIGN TO DISK "CLR-ITEMS-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ITEM-OUT.
         SELECT JRNL-DATA      ASSIGN TO DISK "ACCT-TXN-JRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT RET-DATA       ASSIGN TO DISK "CLR-RETURN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RET.
         SELECT SUSP-DATA      ASSIGN TO DISK "CLR-SUSPENSE.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SUSP.
         SELECT ITM-WRK        ASSIGN TO DISK "CLRITM-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CRW-ITEM-NO
                FILE STATUS IS ST-CRW.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Clearing item register as CLRINTAKE left it
       FD  ITEM-IN.
       01  ITEM-IN-REC             PIC X(107).
       FD  ITEM-OUT.
       01  ITEM-OUT-REC            PIC X(107).
 *    * Tonight's TXNPOST journal; a clearing item's movement
 *    * carries #nnnnnnnn Cnnnnnnnnn in its owner zone
       FD  JRNL-DATA.
       01  JRNL-REC.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  JRN-OWNER-NAME.
               10  JRN-HASH        PIC X.
               10  JRN-OWNER-ACCT  PIC X(8).
               10  FILLER          PIC X.
               10  JRN-TAG         PIC X.
               10  JRN-ITEM-NO-X   PIC X(9).
               10  JRN-ITEM-NO REDEFINES JRN-ITEM-NO-X
                                   PIC 9(9).
           05  FILLER              PIC X.
           05  JRN-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  JRN-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  JRN-AMOUNT          PIC 9(7).
           05  FILLER              PIC X.
           05  JRN-OLD-SAVING      PIC 9(7).
           05  FILLER              PIC X.
           05  JRN-NEW-SAVING      PIC 9(7).
           05  FILLER              PIC X.
           05  JRN-STATUS          PIC X(8).
           05  FILLER              PIC X.
           05  JRN-REASON          PIC X(25).
           05  FILLER              PIC X.
           05  JRN-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  JRN-OLD-SIGN        PIC X.
           05  FILLER              PIC X.
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
 *    * Outbound return file in the clearing house's own format,
 *    * one return batch per currency run of items
       FD  RET-DATA.
       01  RET-REC                 PIC X(80).
 *    * Back-office suspense listing, added to after CLRINTAKE's
       FD  SUSP-DATA.
       01  SUSP-LINE               PIC X(100).
 *    * The register on a keyed scratch file for the run
       FD  ITM-WRK.
       01  ITM-WRK-RECORD.
           05  CRW-ITEM-NO         PIC 9(9).
           05  CRW-LINE            PIC X(107).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-ITEM-IN              PIC X(02)    VALUE SPACES.
           88  ST-ITEM-IN-SUCCESS               VALUE '00'.
           88  ST-ITEM-IN-EOF                   VALUE '10'.
       01  ST-ITEM-OUT             PIC X(02)    VALUE SPACES.
           88  ST-ITEM-OUT-SUCCESS              VALUE '00'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
           88  ST-JRNL-EOF                      VALUE '10'.
       01  ST-RET                  PIC X(02)    VALUE SPACES.
           88  ST-RET-SUCCESS                   VALUE '00'.
       01  ST-SUSP                 PIC X(02)    VALUE SPACES.
           88  ST-SUSP-SUCCESS                  VALUE '00'.
       01  ST-CRW                  PIC X(02)    VALUE SPACES.
           88  ST-CRW-SUCCESS                   VALUE '00'.
           88  ST-CRW-EOF                       VALUE '10'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RETURN-ORIGIN           PIC X(8)     VALUE "INTERETS".

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
           05  CIT-DETAIL.
               10  FILLER          PIC X.
               10  FILLER          PIC X.
               10  CID-BATCH-NO    PIC X(4).
               10  FILLER          PIC X.
               10  CID-TRACE       PIC X(15).
               10  FILLER          PIC X.
               10  CID-ACCT-NO-X   PIC X(8).
               10  CID-ACCT-NO REDEFINES CID-ACCT-NO-X
                                   PIC 9(8).
               10  FILLER          PIC X.
               10  CID-TXN-CODE    PIC X.
               10  FILLER          PIC X.
               10  CID-AMOUNT-X    PIC X(7).
               10  CID-AMOUNT REDEFINES CID-AMOUNT-X
                                   PIC 9(7).
               10  FILLER          PIC X.
               10  CID-NAME        PIC X(20).
               10  FILLER          PIC X.
               10  CID-RETURN-CODE PIC X(2).
               10  FILLER          PIC X(8).

 *    * Outbound clearing records, laid out as CLRINTAKE reads them
       01  RET-HEADER.
           05  FILLER              PIC X        VALUE 'H'.
           05  FILLER              PIC X        VALUE SPACE.
           05  RTH-ORIGIN          PIC X(8).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTH-FILE-DATE       PIC 9(8).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTH-FILE-SEQ        PIC 9(4)     VALUE 1.
       01  RET-BATCH.
           05  FILLER              PIC X        VALUE 'B'.
           05  FILLER              PIC X        VALUE SPACE.
           05  RTB-BATCH-NO        PIC 9(4).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTB-CLASS           PIC X(3)     VALUE "RTN".
           05  FILLER              PIC X        VALUE SPACE.
           05  RTB-COMPANY         PIC X(20)
               VALUE "RETURNED ITEMS".
           05  FILLER              PIC X        VALUE SPACE.
           05  RTB-VALUE-DATE      PIC 9(8).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTB-CCY             PIC X(3).
       01  RET-CONTROL.
           05  FILLER              PIC X        VALUE 'C'.
           05  FILLER              PIC X        VALUE SPACE.
           05  RTC-BATCH-NO        PIC 9(4).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTC-ITEM-COUNT      PIC 9(6).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTC-HASH            PIC 9(10).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTC-AMOUNT          PIC 9(12).
       01  RET-TRAILER.
           05  FILLER              PIC X        VALUE 'T'.
           05  FILLER              PIC X        VALUE SPACE.
           05  RTT-BATCH-COUNT     PIC 9(4).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTT-ITEM-COUNT      PIC 9(7).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTT-HASH            PIC 9(12).
           05  FILLER              PIC X        VALUE SPACE.
           05  RTT-AMOUNT          PIC 9(13).

       77  BATCH-OPEN-SW           PIC X        VALUE 'N'.
           88  BATCH-IS-OPEN                    VALUE 'Y'.
       77  RET-BATCHES             PIC 9(4)     VALUE ZERO.
       77  BATCH-ITEMS             PIC 9(6)     VALUE ZERO.
       77  BATCH-HASH-SUM          PIC 9(15)    VALUE ZERO.
       77  BATCH-AMOUNT            PIC 9(12)    VALUE ZERO.
       77  FILE-ITEMS              PIC 9(7)     VALUE ZERO.
       77  FILE-HASH-SUM           PIC 9(15)    VALUE ZERO.
       77  FILE-AMOUNT             PIC 9(13)    VALUE ZERO.

       77  ITEMS-LOADED            PIC 9(7)     VALUE ZERO.
       77  ITEMS-SETTLED           PIC 9(7)     VALUE ZERO.
       77  ITEMS-REFUSED           PIC 9(7)     VALUE ZERO.
       77  ITEMS-UNMATCHED         PIC 9(7)     VALUE ZERO.
       77  ITEMS-OVERDUE           PIC 9(7)     VALUE ZERO.
       77  ITEMS-KEPT              PIC 9(7)     VALUE ZERO.
       77  ITEM-REASON             PIC X(30)    VALUE SPACES.

       01  SUSP-HEAD-LINE.
           05  FILLER              PIC X(30)
               VALUE "CLEARING RETURNS LIST         ".
           05  FILLER              PIC X(9)  VALUE "RUN DATE ".
           05  SPH-RUN-DATE        PIC 9(8).
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
         PERFORM 200-LOAD-REGISTER.
         PERFORM 300-READ-JOURNAL.
         PERFORM 400-SETTLE-REGISTER.
         CLOSE ITM-WRK.
         DISPLAY "REGISTER ITEMS          : " ITEMS-LOADED.
         DISPLAY "ITEMS POSTED AND CLEARED: " ITEMS-SETTLED.
         DISPLAY "ITEMS REFUSED AT POSTING: " ITEMS-REFUSED.
         DISPLAY "ITEMS RETURNED          : " FILE-ITEMS.
         DISPLAY "ITEMS STILL PENDING     : " ITEMS-KEPT.
         IF ITEMS-UNMATCHED > 0
           DISPLAY "JOURNAL LINES NOT ON REGISTER: " ITEMS-UNMATCHED
         END-IF.
         IF ITEMS-OVERDUE > 0
           DISPLAY "ITEMS DUE BUT NOT POSTED     : " ITEMS-OVERDUE
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
         MOVE RUN-DATE TO SPH-RUN-DATE.

       200-LOAD-REGISTER.
         OPEN OUTPUT ITM-WRK.
         CLOSE ITM-WRK.
         OPEN I-O ITM-WRK.
         IF NOT ST-CRW-SUCCESS
           DISPLAY "CLRITM-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT ITEM-IN.
         IF ST-ITEM-IN-SUCCESS
           READ ITEM-IN INTO ITEM-LINE
             AT END MOVE '10' TO ST-ITEM-IN
           END-READ
           PERFORM 210-LOAD-ONE-ITEM
             UNTIL ST-ITEM-IN-EOF
           CLOSE ITEM-IN
         END-IF.

       210-LOAD-ONE-ITEM.
         IF CIT-ITEM-NO-X NUMERIC
           MOVE CIT-ITEM-NO TO CRW-ITEM-NO
           MOVE ITEM-LINE TO CRW-LINE
           WRITE ITM-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE CLEARING ITEM : " CIT-ITEM-NO
             NOT INVALID KEY
               ADD 1 TO ITEMS-LOADED
           END-WRITE
         END-IF.
         READ ITEM-IN INTO ITEM-LINE
           AT END MOVE '10' TO ST-ITEM-IN
         END-READ.

 *    * A clearing item TXNPOST applied is settled and leaves the
 *    * register; one it refused is due back to the clearing house
 *    * with the reason mapped to the clearing code. Reversal
 *    * lines carry the original's owner zone and are passed by.
       300-READ-JOURNAL.
         OPEN INPUT JRNL-DATA.
         IF NOT ST-JRNL-SUCCESS
           DISPLAY "ACCT-TXN-JRNL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ JRNL-DATA
           AT END MOVE '10' TO ST-JRNL
         END-READ.
         PERFORM 310-READ-ONE-LINE
           UNTIL ST-JRNL-EOF.
         CLOSE JRNL-DATA.

       310-READ-ONE-LINE.
         IF JRN-HASH = '#' AND JRN-TAG = 'C'
            AND JRN-ITEM-NO-X NUMERIC
            AND JRN-LINK-TAG NOT = 'R'
           MOVE JRN-ITEM-NO TO CRW-ITEM-NO
           READ ITM-WRK
             INVALID KEY
               ADD 1 TO ITEMS-UNMATCHED
               DISPLAY "CLEARING ITEM NOT ON REGISTER : "
                       JRN-ITEM-NO
             NOT INVALID KEY
               PERFORM 320-RECORD-OUTCOME
           END-READ
         END-IF.
         READ JRNL-DATA
           AT END MOVE '10' TO ST-JRNL
         END-READ.

       320-RECORD-OUTCOME.
         MOVE CRW-LINE TO ITEM-LINE.
         IF CIT-STATUS = 'P'
           IF JRN-STATUS = "APPLIED "
             ADD 1 TO ITEMS-SETTLED
             DELETE ITM-WRK
               INVALID KEY CONTINUE
             END-DELETE
           ELSE
             ADD 1 TO ITEMS-REFUSED
             MOVE 'R' TO CIT-STATUS
             EVALUATE JRN-REASON
               WHEN "INSUFFICIENT FUNDS"
               WHEN "OVER OVERDRAFT LIMIT"
               WHEN "HELD FUNDS"
               WHEN "TERM DEPOSIT NOT MATURED"
                 MOVE "01" TO CID-RETURN-CODE
               WHEN "ACCOUNT CLOSED"
                 MOVE "02" TO CID-RETURN-CODE
               WHEN "ACCOUNT NOT ON FILE"
                 MOVE "03" TO CID-RETURN-CODE
               WHEN "ACCOUNT FROZEN"
                 MOVE "04" TO CID-RETURN-CODE
               WHEN "ACCOUNT ESCHEATED"
                 MOVE "05" TO CID-RETURN-CODE
               WHEN OTHER
                 MOVE "09" TO CID-RETURN-CODE
             END-EVALUATE
             MOVE ITEM-LINE TO CRW-LINE
             REWRITE ITM-WRK-RECORD
               INVALID KEY CONTINUE
             END-REWRITE
           END-IF
         END-IF.

 *    * One sweep of the register in item order: every item due
 *    * back goes on the return file and the listing, every item
 *    * still pending carries forward, and a pending item whose
 *    * value date has come without a journal line is listed for
 *    * the back office to chase
       400-SETTLE-REGISTER.
         OPEN OUTPUT ITEM-OUT
                     RET-DATA.
         IF NOT ST-ITEM-OUT-SUCCESS OR NOT ST-RET-SUCCESS
           DISPLAY "CLR-ITEMS-NEW.DAT OR CLR-RETURN.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND SUSP-DATA.
         IF NOT ST-SUSP-SUCCESS
           OPEN OUTPUT SUSP-DATA
         END-IF.
         MOVE SUSP-HEAD-LINE TO SUSP-LINE.
         WRITE SUSP-LINE.
         MOVE RETURN-ORIGIN TO RTH-ORIGIN.
         MOVE RUN-DATE TO RTH-FILE-DATE.
         WRITE RET-REC FROM RET-HEADER.
         MOVE ZERO TO CRW-ITEM-NO.
         START ITM-WRK KEY IS NOT LESS THAN CRW-ITEM-NO
           INVALID KEY MOVE '10' TO ST-CRW
         END-START.
         IF NOT ST-CRW-EOF
           READ ITM-WRK NEXT RECORD
             AT END MOVE '10' TO ST-CRW
           END-READ
         END-IF.
         PERFORM 410-SETTLE-ONE-ITEM
           UNTIL ST-CRW-EOF.
         IF BATCH-IS-OPEN
           PERFORM 430-CLOSE-RETURN-BATCH
         END-IF.
         MOVE RET-BATCHES TO RTT-BATCH-COUNT.
         MOVE FILE-ITEMS TO RTT-ITEM-COUNT.
         MOVE FILE-HASH-SUM TO RTT-HASH.
         MOVE FILE-AMOUNT TO RTT-AMOUNT.
         WRITE RET-REC FROM RET-TRAILER.
         CLOSE ITEM-OUT
               RET-DATA
               SUSP-DATA.

       410-SETTLE-ONE-ITEM.
         MOVE CRW-LINE TO ITEM-LINE.
         IF CIT-STATUS = 'R'
           IF BATCH-IS-OPEN AND CIT-CCY NOT = RTB-CCY
             PERFORM 430-CLOSE-RETURN-BATCH
           END-IF
           IF NOT BATCH-IS-OPEN
             PERFORM 420-OPEN-RETURN-BATCH
           END-IF
           PERFORM 440-RETURN-ITEM
         ELSE
           ADD 1 TO ITEMS-KEPT
           WRITE ITEM-OUT-REC FROM ITEM-LINE
           IF CIT-VALUE-DATE NOT > RUN-DATE
             ADD 1 TO ITEMS-OVERDUE
             MOVE "NOT POSTD" TO SPD-TAG
             MOVE "DUE BUT NOT ON THE JOURNAL" TO ITEM-REASON
             PERFORM 480-WRITE-SUSPENSE
           END-IF
         END-IF.
         READ ITM-WRK NEXT RECORD
           AT END MOVE '10' TO ST-CRW
         END-READ.

       420-OPEN-RETURN-BATCH.
         ADD 1 TO RET-BATCHES.
         MOVE 'Y' TO BATCH-OPEN-SW.
         MOVE ZERO TO BATCH-ITEMS BATCH-HASH-SUM BATCH-AMOUNT.
         MOVE RET-BATCHES TO RTB-BATCH-NO.
         MOVE RUN-DATE TO RTB-VALUE-DATE.
         MOVE CIT-CCY TO RTB-CCY.
         WRITE RET-REC FROM RET-BATCH.

       430-CLOSE-RETURN-BATCH.
         MOVE 'N' TO BATCH-OPEN-SW.
         MOVE RET-BATCHES TO RTC-BATCH-NO.
         MOVE BATCH-ITEMS TO RTC-ITEM-COUNT.
         MOVE BATCH-HASH-SUM TO RTC-HASH.
         MOVE BATCH-AMOUNT TO RTC-AMOUNT.
         WRITE RET-REC FROM RET-CONTROL.

 *    * The returned item goes back as it came, renumbered into
 *    * its return batch and carrying the reason code
       440-RETURN-ITEM.
         ADD 1 TO BATCH-ITEMS.
         ADD 1 TO FILE-ITEMS.
         IF CID-ACCT-NO-X NUMERIC
           ADD CID-ACCT-NO TO BATCH-HASH-SUM
           ADD CID-ACCT-NO TO FILE-HASH-SUM
         END-IF.
         IF CID-AMOUNT-X NUMERIC
           ADD CID-AMOUNT TO BATCH-AMOUNT
           ADD CID-AMOUNT TO FILE-AMOUNT
         END-IF.
         MOVE "RETURNED " TO SPD-TAG.
         EVALUATE CID-RETURN-CODE
           WHEN "01"
             MOVE "INSUFFICIENT FUNDS" TO ITEM-REASON
           WHEN "02"
             MOVE "ACCOUNT CLOSED" TO ITEM-REASON
           WHEN "03"
             MOVE "NO SUCH ACCOUNT" TO ITEM-REASON
           WHEN "04"
             MOVE "ACCOUNT FROZEN" TO ITEM-REASON
           WHEN "05"
             MOVE "ACCOUNT ESCHEATED" TO ITEM-REASON
           WHEN "06"
             MOVE "INVALID ITEM" TO ITEM-REASON
           WHEN "07"
             MOVE "CURRENCY NOT THE ACCOUNT'S" TO ITEM-REASON
           WHEN OTHER
             MOVE "REFUSED AT POSTING" TO ITEM-REASON
         END-EVALUATE.
         PERFORM 480-WRITE-SUSPENSE.
         MOVE RET-BATCHES TO CID-BATCH-NO.
         WRITE RET-REC FROM CIT-DETAIL.

       480-WRITE-SUSPENSE.
         MOVE CID-BATCH-NO TO SPD-BATCH-NO.
         MOVE CID-TRACE TO SPD-TRACE.
         MOVE CID-ACCT-NO-X TO SPD-ACCT-NO.
         MOVE CID-TXN-CODE TO SPD-TXN-CODE.
         MOVE CID-AMOUNT-X TO SPD-AMOUNT.
         MOVE CID-RETURN-CODE TO SPD-CODE.
         MOVE ITEM-REASON TO SPD-REASON.
         MOVE SUSP-DETAIL-LINE TO SUSP-LINE.
         WRITE SUSP-LINE.

       END PROGRAM CLRRETURN.
