       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMAINT.

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
         SELECT HOLD-DATA      ASSIGN TO DISK "ACCT-HOLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD-IN.
         SELECT HOLD-NEW       ASSIGN TO DISK "ACCT-HOLD-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD-OUT.
         SELECT HOLD-CTL       ASSIGN TO DISK "HOLD-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT TXN-DATA       ASSIGN TO DISK "HOLD-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT TXN-REJECT     ASSIGN TO DISK "HOLD-REJ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN-REJ.
         SELECT CHG-JRNL       ASSIGN TO DISK "HOLD-JRNL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-JRNL.
         SELECT HIST-DATA      ASSIGN TO DISK "HOLD-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST.
         SELECT ACCT-WRK       ASSIGN TO DISK "HOLD-ACT-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AWK-ACCT-NO
                FILE STATUS IS ST-AWK.
         SELECT HOLD-WRK       ASSIGN TO DISK "HOLD-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY WRK-REF
                FILE STATUS IS ST-WRK.

       DATA DIVISION.
       FILE SECTION.
 *    * Business-date card cut by the batch at window start, so
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Account master, read for the number and status a hold must
 *    * name: a closed or escheated account takes no new hold
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
 *    * Court orders and garnishments blocking part of a balance
 *    * without freezing the account; an expired hold no longer
 *    * binds. The reference, placing date and placing officer
 *    * joined the record with hold maintenance; they append at the
 *    * end, so TXNPOST and INQUIRY read the record unchanged, and
 *    * a hold keyed before they existed takes a reference here.
       FD  HOLD-DATA.
       01  HOLD-RECORD.
           05  HLD-ACCT-NO-X       PIC X(8).
           05  HLD-ACCT-NO-IN REDEFINES HLD-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-AMOUNT-X        PIC X(7).
           05  HLD-AMOUNT-IN REDEFINES HLD-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  HLD-REASON-IN       PIC X(20).
           05  FILLER              PIC X.
           05  HLD-EXPIRY-X        PIC X(8).
           05  HLD-EXPIRY-IN REDEFINES HLD-EXPIRY-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-REF-X           PIC X(8).
           05  HLD-REF-IN REDEFINES HLD-REF-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-PLACED-IN       PIC X(8).
           05  FILLER              PIC X.
           05  HLD-PLACED-BY-IN    PIC X(8).
 *    * Holds still binding after tonight's requests and purge;
 *    * becomes ACCT-HOLD.DAT ahead of TXNPOST
       FD  HOLD-NEW.
       01  HOLD-NEW-RECORD.
           05  HLD-ACCT-NO-NEW     PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-AMOUNT-NEW      PIC 9(7).
           05  FILLER              PIC X.
           05  HLD-REASON-NEW      PIC X(20).
           05  FILLER              PIC X.
           05  HLD-EXPIRY-NEW      PIC X(8).
           05  FILLER              PIC X.
           05  HLD-REF-NEW         PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-PLACED-NEW      PIC X(8).
           05  FILLER              PIC X.
           05  HLD-PLACED-BY-NEW   PIC X(8).
 *    * Last hold reference handed out, carried across runs: holds
 *    * leave the file on release and expiry, so the highest one
 *    * still on file cannot be trusted to seed the next
       FD  HOLD-CTL.
       01  HOLD-CTL-REC            PIC X(8).
 *    * One hold request per record: P place, A amend amount and
 *    * reason, R release, E extend the expiry. Place names the
 *    * account; every other action names the hold's reference.
 *    * A blank expiry on a place is a hold until released.
       FD  TXN-DATA.
       01  TXN-RECORD.
           05  TXN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  TXN-REF             PIC X(8).
           05  TXN-REF-NUM REDEFINES TXN-REF
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TXN-ACCT-NO         PIC X(8).
           05  TXN-ACCT-NO-NUM REDEFINES TXN-ACCT-NO
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TXN-AMOUNT          PIC X(7).
           05  TXN-AMOUNT-NUM REDEFINES TXN-AMOUNT
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  TXN-REASON-IN       PIC X(20).
           05  FILLER              PIC X.
           05  TXN-EXPIRY          PIC X(8).
           05  TXN-EXPIRY-NUM REDEFINES TXN-EXPIRY
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  TXN-OFFICER         PIC X(8).
 *    * One line per applied request and per expired hold purged:
 *    * the action, the hold, the officer asking, and the before-
 *    * and after-image of the hold, with date and time, appended
 *    * across runs the way ACCT-MAINT-JRNL.DAT is. X marks a purge.
       FD  CHG-JRNL.
       01  CHG-JRNL-REC.
           05  JRN-DATE            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-TIME            PIC X(8).
           05  FILLER              PIC X.
           05  JRN-ACTION          PIC X.
           05  FILLER              PIC X.
           05  JRN-REF             PIC 9(8).
           05  FILLER              PIC X.
           05  JRN-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  JRN-OFFICER         PIC X(8).
           05  FILLER              PIC X.
           05  JRN-BEFORE.
               10  JRB-AMOUNT      PIC 9(7).
               10  FILLER          PIC X.
               10  JRB-REASON      PIC X(20).
               10  FILLER          PIC X.
               10  JRB-EXPIRY      PIC X(8).
           05  FILLER              PIC X(3).
           05  JRN-AFTER.
               10  JRA-AMOUNT      PIC 9(7).
               10  FILLER          PIC X.
               10  JRA-REASON      PIC X(20).
               10  FILLER          PIC X.
               10  JRA-EXPIRY      PIC X(8).
 *    * Requests that failed validation, with the reason
       FD  TXN-REJECT.
       01  TXN-REJECT-REC.
           05  REJ-ACTION          PIC X.
           05  FILLER              PIC X.
           05  REJ-REF             PIC X(8).
           05  FILLER              PIC X.
           05  REJ-ACCT-NO         PIC X(8).
           05  FILLER              PIC X.
           05  REJ-REASON          PIC X(29).
 *    * Holds that have stopped binding, appended across runs: the
 *    * hold as it last stood, the date it ended, and whether it
 *    * was RELEASED by request or EXPIRED and purged
       FD  HIST-DATA.
       01  HIST-REC.
           05  HIS-REF             PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-AMOUNT          PIC 9(7).
           05  FILLER              PIC X.
           05  HIS-REASON          PIC X(20).
           05  FILLER              PIC X.
           05  HIS-EXPIRY          PIC X(8).
           05  FILLER              PIC X.
           05  HIS-PLACED          PIC X(8).
           05  FILLER              PIC X.
           05  HIS-PLACED-BY       PIC X(8).
           05  FILLER              PIC X.
           05  HIS-ENDED           PIC X(8).
           05  FILLER              PIC X.
           05  HIS-DISPOSITION     PIC X(8).
           05  FILLER              PIC X.
           05  HIS-ENDED-BY        PIC X(8).
 *    * Account numbers and statuses on a keyed scratch file for
 *    * the run, so the account count is bounded by disk
       FD  ACCT-WRK.
       01  ACCT-WRK-RECORD.
           05  AWK-ACCT-NO         PIC 9(8).
           05  AWK-STATUS          PIC X.
 *    * Holds on a keyed scratch file by reference for the run,
 *    * rebuilt from ACCT-HOLD.DAT every night
       FD  HOLD-WRK.
       01  HOLD-WRK-RECORD.
           05  WRK-REF             PIC 9(8).
           05  WRK-ACCT-NO         PIC 9(8).
           05  WRK-AMOUNT          PIC 9(7).
           05  WRK-REASON          PIC X(20).
           05  WRK-EXPIRY          PIC X(8).
           05  WRK-EXPIRY-N REDEFINES WRK-EXPIRY
                                   PIC 9(8).
           05  WRK-PLACED          PIC X(8).
           05  WRK-PLACED-BY       PIC X(8).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-HOLD-IN              PIC X(02)    VALUE SPACES.
           88  ST-HOLD-IN-SUCCESS               VALUE '00'.
           88  ST-HOLD-IN-EOF                   VALUE '10'.
       01  ST-HOLD-OUT             PIC X(02)    VALUE SPACES.
           88  ST-HOLD-OUT-SUCCESS              VALUE '00'.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-TXN                  PIC X(02)    VALUE SPACES.
           88  ST-TXN-SUCCESS                   VALUE '00'.
           88  ST-TXN-EOF                       VALUE '10'.
       01  ST-TXN-REJ              PIC X(02)    VALUE SPACES.
           88  ST-TXN-REJ-SUCCESS               VALUE '00'.
       01  ST-JRNL                 PIC X(02)    VALUE SPACES.
           88  ST-JRNL-SUCCESS                  VALUE '00'.
       01  ST-HIST                 PIC X(02)    VALUE SPACES.
           88  ST-HIST-SUCCESS                  VALUE '00'.
       01  ST-AWK                  PIC X(02)    VALUE SPACES.
           88  ST-AWK-SUCCESS                   VALUE '00'.
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
       77  ACCT-FOUND-SW           PIC X        VALUE 'N'.
           88  ACCT-FOUND                       VALUE 'Y'.
       77  ACCT-STATUS             PIC X        VALUE SPACE.
       77  TXN-FILE-SW             PIC X        VALUE 'N'.
           88  TXN-FILE-PRESENT                 VALUE 'Y'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RUN-TIME                PIC 9(8)     VALUE ZERO.
       77  LAST-REF                PIC 9(8)     VALUE ZERO.
       77  ACCTS-LOADED            PIC 9(7)     VALUE ZERO.
       77  HOLDS-LOADED            PIC 9(7)     VALUE ZERO.
       77  HOLDS-NUMBERED          PIC 9(5)     VALUE ZERO.
       77  HOLDS-PURGED            PIC 9(5)     VALUE ZERO.
       77  HOLDS-WRITTEN           PIC 9(7)     VALUE ZERO.
       77  TXN-READ                PIC 9(5)     VALUE ZERO.
       77  TXN-APPLIED             PIC 9(5)     VALUE ZERO.
       77  TXN-REJECTED            PIC 9(5)     VALUE ZERO.

 *    * Work image of the one hold the request in hand names,
 *    * fetched off the scratch file and stored back after apply
       01  MST-WORK.
           05  MST-REF             PIC 9(8).
           05  MST-ACCT-NO         PIC 9(8).
           05  MST-AMOUNT          PIC 9(7).
           05  MST-REASON          PIC X(20).
           05  MST-EXPIRY          PIC X(8).
           05  MST-EXPIRY-N REDEFINES MST-EXPIRY
                                   PIC 9(8).
           05  MST-PLACED          PIC X(8).
           05  MST-PLACED-BY       PIC X(8).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         ACCEPT RUN-TIME FROM TIME.
         PERFORM 130-GET-LAST-REF.
         PERFORM 200-LOAD-ACCOUNTS.
         PERFORM 220-LOAD-HOLDS.
         OPEN EXTEND CHG-JRNL.
         IF NOT ST-JRNL-SUCCESS
           OPEN OUTPUT CHG-JRNL
         END-IF.
         IF NOT ST-JRNL-SUCCESS
           DISPLAY "HOLD-JRNL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN EXTEND HIST-DATA.
         IF NOT ST-HIST-SUCCESS
           OPEN OUTPUT HIST-DATA
         END-IF.
         IF NOT ST-HIST-SUCCESS
           DISPLAY "HOLD-HIST.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE SPACES TO HIST-REC.
         PERFORM 300-PROCESS-TXN.
         PERFORM 400-WRITE-HOLDS.
         CLOSE CHG-JRNL
               HIST-DATA.
         PERFORM 500-WRITE-LAST-REF.
         DISPLAY "HOLDS LOADED               : " HOLDS-LOADED.
         DISPLAY "OLD HOLDS GIVEN A REFERENCE: " HOLDS-NUMBERED.
         DISPLAY "REQUESTS READ              : " TXN-READ.
         DISPLAY "REQUESTS APPLIED            : " TXN-APPLIED.
         DISPLAY "REQUESTS REJECTED           : " TXN-REJECTED.
         DISPLAY "EXPIRED HOLDS PURGED        : " HOLDS-PURGED.
         DISPLAY "HOLDS STILL ON FILE         : " HOLDS-WRITTEN.
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

 *    * No control card yet means references start from one
       130-GET-LAST-REF.
         OPEN INPUT HOLD-CTL.
         IF ST-CTL-SUCCESS
           READ HOLD-CTL INTO HOLD-CTL-REC
             AT END MOVE SPACES TO HOLD-CTL-REC
           END-READ
           IF HOLD-CTL-REC NUMERIC
             MOVE HOLD-CTL-REC TO LAST-REF
           END-IF
           CLOSE HOLD-CTL
         END-IF.

       200-LOAD-ACCOUNTS.
         OPEN OUTPUT ACCT-WRK.
         CLOSE ACCT-WRK.
         OPEN I-O ACCT-WRK.
         IF NOT ST-AWK-SUCCESS
           DISPLAY "HOLD-ACT-WRK.KEY OPEN FAILED"
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

 *    * Rebuild the keyed hold file by reference; a hold keyed by
 *    * hand before references existed takes the next one now, so
 *    * it can be released like any other. No hold file yet is an
 *    * empty one.
       220-LOAD-HOLDS.
         OPEN OUTPUT HOLD-WRK.
         CLOSE HOLD-WRK.
         OPEN I-O HOLD-WRK.
         IF NOT ST-WRK-SUCCESS
           DISPLAY "HOLD-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT HOLD-DATA.
         IF ST-HOLD-IN-SUCCESS
           READ HOLD-DATA INTO HOLD-RECORD
             AT END MOVE '10' TO ST-HOLD-IN
           END-READ
           PERFORM 230-LOAD-ONE-HOLD
             UNTIL ST-HOLD-IN-EOF
           CLOSE HOLD-DATA
         END-IF.

       230-LOAD-ONE-HOLD.
         IF HLD-ACCT-NO-X NUMERIC AND HLD-AMOUNT-X NUMERIC
           MOVE SPACES TO HOLD-WRK-RECORD
           IF HLD-REF-X NUMERIC AND HLD-REF-IN > ZERO
             MOVE HLD-REF-IN TO WRK-REF
             IF HLD-REF-IN > LAST-REF
               MOVE HLD-REF-IN TO LAST-REF
             END-IF
           ELSE
             ADD 1 TO LAST-REF
             ADD 1 TO HOLDS-NUMBERED
             MOVE LAST-REF TO WRK-REF
           END-IF
           MOVE HLD-ACCT-NO-IN   TO WRK-ACCT-NO
           MOVE HLD-AMOUNT-IN    TO WRK-AMOUNT
           MOVE HLD-REASON-IN    TO WRK-REASON
           MOVE HLD-EXPIRY-X     TO WRK-EXPIRY
           MOVE HLD-PLACED-IN    TO WRK-PLACED
           MOVE HLD-PLACED-BY-IN TO WRK-PLACED-BY
           WRITE HOLD-WRK-RECORD
             INVALID KEY
               DISPLAY "DUPLICATE HOLD REFERENCE ON ACCT-HOLD.DAT : "
                       WRK-REF
               DISPLAY "MAINTENANCE ABANDONED"
               PERFORM 110-ERROR-EXIT
             NOT INVALID KEY
               ADD 1 TO HOLDS-LOADED
           END-WRITE
         END-IF.
         READ HOLD-DATA INTO HOLD-RECORD
           AT END MOVE '10' TO ST-HOLD-IN
         END-READ.

 *    * Apply every place (P), amend (A), release (R) and extend (E)
 *    * request; with no request file tonight only the purge runs
       300-PROCESS-TXN.
         OPEN INPUT TXN-DATA.
         IF ST-TXN-SUCCESS
           MOVE 'Y' TO TXN-FILE-SW
         END-IF.
         OPEN OUTPUT TXN-REJECT.
         IF NOT ST-TXN-REJ-SUCCESS
           DISPLAY "HOLD-REJ.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         IF TXN-FILE-PRESENT
           READ TXN-DATA INTO TXN-RECORD
             AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
           END-READ
           PERFORM 310-APPLY-TXN
             UNTIL ARE-THERE-MORE-TXN = 'NO '
           CLOSE TXN-DATA
         END-IF.
         CLOSE TXN-REJECT.

       310-APPLY-TXN.
         ADD 1 TO TXN-READ.
         PERFORM 320-VALIDATE-TXN.
         IF TXN-IS-VALID
           ADD 1 TO TXN-APPLIED
           MOVE SPACES TO CHG-JRNL-REC
           IF TXN-ACTION NOT = 'P'
             PERFORM 370-CAPTURE-BEFORE
           END-IF
           EVALUATE TXN-ACTION
             WHEN 'P'
               PERFORM 330-PLACE-HOLD
             WHEN 'A'
               PERFORM 340-AMEND-HOLD
             WHEN 'R'
               PERFORM 345-RELEASE-HOLD
             WHEN 'E'
               PERFORM 350-EXTEND-HOLD
           END-EVALUATE
           IF TXN-ACTION = 'A' OR TXN-ACTION = 'E'
             PERFORM 347-STORE-HOLD
           END-IF
           IF TXN-ACTION NOT = 'R'
             PERFORM 375-CAPTURE-AFTER
           END-IF
           MOVE TXN-ACTION TO JRN-ACTION
           MOVE TXN-OFFICER TO JRN-OFFICER
           PERFORM 380-WRITE-JOURNAL
         ELSE
           PERFORM 360-REJECT-TXN
         END-IF.
         READ TXN-DATA INTO TXN-RECORD
           AT END MOVE 'NO ' TO ARE-THERE-MORE-TXN
         END-READ.

 *    * A place names an account that exists and is neither closed
 *    * nor escheated; every other action names a hold on file, and
 *    * amend and extend also find its account still able to carry
 *    * it. Every action names the officer, so the journal can say
 *    * who placed, amended, extended or released the hold.
       320-VALIDATE-TXN.
         MOVE 'Y' TO TXN-VALID-SW.
         MOVE SPACES TO TXN-REASON.
         PERFORM 325-FIND-HOLD.
         IF TXN-ACTION = 'P'
           IF TXN-ACCT-NO NUMERIC
             MOVE TXN-ACCT-NO-NUM TO AWK-ACCT-NO
             PERFORM 326-FIND-ACCOUNT
           ELSE
             MOVE 'N' TO ACCT-FOUND-SW
           END-IF
         ELSE
           IF TXN-FOUND
             MOVE MST-ACCT-NO TO AWK-ACCT-NO
             PERFORM 326-FIND-ACCOUNT
           END-IF
         END-IF.
         EVALUATE TRUE
           WHEN TXN-ACTION NOT = 'P' AND TXN-ACTION NOT = 'A'
                AND TXN-ACTION NOT = 'R' AND TXN-ACTION NOT = 'E'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "UNKNOWN ACTION CODE" TO TXN-REASON
           WHEN TXN-OFFICER = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "OFFICER MISSING" TO TXN-REASON
           WHEN TXN-ACTION = 'P'
             PERFORM 322-VALIDATE-PLACE
           WHEN NOT TXN-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "HOLD REFERENCE NOT ON FILE" TO TXN-REASON
           WHEN TXN-ACTION = 'R'
             CONTINUE
           WHEN NOT ACCT-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NOT ON FILE" TO TXN-REASON
           WHEN ACCT-STATUS = 'C' OR ACCT-STATUS = 'E'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT CLOSED OR ESCHEATED" TO TXN-REASON
           WHEN TXN-ACTION = 'A'
             PERFORM 323-VALIDATE-AMEND
           WHEN TXN-ACTION = 'E'
             PERFORM 324-VALIDATE-EXTEND
         END-EVALUATE.

       322-VALIDATE-PLACE.
         EVALUATE TRUE
           WHEN NOT ACCT-FOUND
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT NOT ON FILE" TO TXN-REASON
           WHEN ACCT-STATUS = 'C' OR ACCT-STATUS = 'E'
             MOVE 'N' TO TXN-VALID-SW
             MOVE "ACCOUNT CLOSED OR ESCHEATED" TO TXN-REASON
           WHEN TXN-AMOUNT NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "AMOUNT NOT NUMERIC" TO TXN-REASON
           WHEN TXN-AMOUNT-NUM = ZERO
             MOVE 'N' TO TXN-VALID-SW
             MOVE "AMOUNT IS ZERO" TO TXN-REASON
           WHEN TXN-REASON-IN = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "HOLD REASON MISSING" TO TXN-REASON
           WHEN TXN-EXPIRY NOT = SPACES
                AND TXN-EXPIRY NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "EXPIRY NOT NUMERIC" TO TXN-REASON
           WHEN TXN-EXPIRY NUMERIC
                AND TXN-EXPIRY-NUM < RUN-DATE
             MOVE 'N' TO TXN-VALID-SW
             MOVE "EXPIRY ALREADY PAST" TO TXN-REASON
         END-EVALUATE.

 *    * An amend changes the amount, the reason or both; a blank
 *    * column leaves the field alone
       323-VALIDATE-AMEND.
         EVALUATE TRUE
           WHEN TXN-AMOUNT = SPACES AND TXN-REASON-IN = SPACES
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NOTHING TO AMEND" TO TXN-REASON
           WHEN TXN-AMOUNT NOT = SPACES
                AND TXN-AMOUNT NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "AMOUNT NOT NUMERIC" TO TXN-REASON
           WHEN TXN-AMOUNT NUMERIC
                AND TXN-AMOUNT-NUM = ZERO
             MOVE 'N' TO TXN-VALID-SW
             MOVE "AMOUNT IS ZERO - USE RELEASE" TO TXN-REASON
         END-EVALUATE.

 *    * An extend moves a dated expiry later; a hold with no expiry
 *    * already binds until released
       324-VALIDATE-EXTEND.
         EVALUATE TRUE
           WHEN TXN-EXPIRY NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "EXPIRY NOT NUMERIC" TO TXN-REASON
           WHEN MST-EXPIRY NOT NUMERIC
             MOVE 'N' TO TXN-VALID-SW
             MOVE "HOLD HAS NO EXPIRY" TO TXN-REASON
           WHEN TXN-EXPIRY-NUM NOT > MST-EXPIRY-N
             MOVE 'N' TO TXN-VALID-SW
             MOVE "NEW EXPIRY NOT LATER" TO TXN-REASON
         END-EVALUATE.

 *    * Keyed read off the scratch file for the hold the request
 *    * names
       325-FIND-HOLD.
         MOVE 'N' TO TXN-FOUND-SW.
         IF TXN-REF NUMERIC
           MOVE TXN-REF-NUM TO WRK-REF
           READ HOLD-WRK
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO TXN-FOUND-SW
               PERFORM 328-FETCH-HOLD
           END-READ
         END-IF.

       326-FIND-ACCOUNT.
         MOVE 'N' TO ACCT-FOUND-SW.
         MOVE SPACE TO ACCT-STATUS.
         READ ACCT-WRK
           INVALID KEY CONTINUE
           NOT INVALID KEY
             MOVE 'Y' TO ACCT-FOUND-SW
             MOVE AWK-STATUS TO ACCT-STATUS
         END-READ.

 *    * Bring the record just read off the scratch file into the
 *    * work image
       328-FETCH-HOLD.
         MOVE WRK-REF       TO MST-REF.
         MOVE WRK-ACCT-NO   TO MST-ACCT-NO.
         MOVE WRK-AMOUNT    TO MST-AMOUNT.
         MOVE WRK-REASON    TO MST-REASON.
         MOVE WRK-EXPIRY    TO MST-EXPIRY.
         MOVE WRK-PLACED    TO MST-PLACED.
         MOVE WRK-PLACED-BY TO MST-PLACED-BY.

 *    * A new hold takes the next reference, placed as of the run
 *    * date by the officer on the request
       330-PLACE-HOLD.
         ADD 1 TO LAST-REF.
         MOVE LAST-REF        TO MST-REF.
         MOVE TXN-ACCT-NO-NUM TO MST-ACCT-NO.
         MOVE TXN-AMOUNT-NUM  TO MST-AMOUNT.
         MOVE TXN-REASON-IN   TO MST-REASON.
         MOVE TXN-EXPIRY      TO MST-EXPIRY.
         MOVE RUN-DATE        TO MST-PLACED.
         MOVE TXN-OFFICER     TO MST-PLACED-BY.
         PERFORM 346-BUILD-WRK-RECORD.
         WRITE HOLD-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH HOLD WRITE FAILED : " WRK-REF
             PERFORM 110-ERROR-EXIT
         END-WRITE.
         MOVE SPACES TO JRN-BEFORE.

       340-AMEND-HOLD.
         IF TXN-AMOUNT NUMERIC
           MOVE TXN-AMOUNT-NUM TO MST-AMOUNT
         END-IF.
         IF TXN-REASON-IN NOT = SPACES
           MOVE TXN-REASON-IN TO MST-REASON
         END-IF.

 *    * A released hold leaves the file for the history
       345-RELEASE-HOLD.
         MOVE MST-REF TO WRK-REF.
         DELETE HOLD-WRK
           INVALID KEY
             DISPLAY "SCRATCH HOLD DELETE FAILED : " WRK-REF
             PERFORM 110-ERROR-EXIT
         END-DELETE.
         MOVE "RELEASED" TO HIS-DISPOSITION.
         MOVE TXN-OFFICER TO HIS-ENDED-BY.
         PERFORM 390-WRITE-HISTORY.
         MOVE SPACES TO JRN-AFTER.

       350-EXTEND-HOLD.
         MOVE TXN-EXPIRY TO MST-EXPIRY.

       346-BUILD-WRK-RECORD.
         MOVE SPACES TO HOLD-WRK-RECORD.
         MOVE MST-REF       TO WRK-REF.
         MOVE MST-ACCT-NO   TO WRK-ACCT-NO.
         MOVE MST-AMOUNT    TO WRK-AMOUNT.
         MOVE MST-REASON    TO WRK-REASON.
         MOVE MST-EXPIRY    TO WRK-EXPIRY.
         MOVE MST-PLACED    TO WRK-PLACED.
         MOVE MST-PLACED-BY TO WRK-PLACED-BY.

 *    * Put the work image back on the scratch file
       347-STORE-HOLD.
         PERFORM 346-BUILD-WRK-RECORD.
         REWRITE HOLD-WRK-RECORD
           INVALID KEY
             DISPLAY "SCRATCH HOLD REWRITE FAILED : " WRK-REF
             PERFORM 110-ERROR-EXIT
         END-REWRITE.

       370-CAPTURE-BEFORE.
         MOVE MST-AMOUNT TO JRB-AMOUNT.
         MOVE MST-REASON TO JRB-REASON.
         MOVE MST-EXPIRY TO JRB-EXPIRY.

       375-CAPTURE-AFTER.
         MOVE MST-AMOUNT TO JRA-AMOUNT.
         MOVE MST-REASON TO JRA-REASON.
         MOVE MST-EXPIRY TO JRA-EXPIRY.

       380-WRITE-JOURNAL.
         MOVE RUN-DATE TO JRN-DATE.
         MOVE RUN-TIME TO JRN-TIME.
         MOVE MST-REF TO JRN-REF.
         MOVE MST-ACCT-NO TO JRN-ACCT-NO.
         WRITE CHG-JRNL-REC.

 *    * The hold as it last stood, closed off as of the run date;
 *    * the caller has set the disposition and who ended it
       390-WRITE-HISTORY.
         MOVE MST-REF       TO HIS-REF.
         MOVE MST-ACCT-NO   TO HIS-ACCT-NO.
         MOVE MST-AMOUNT    TO HIS-AMOUNT.
         MOVE MST-REASON    TO HIS-REASON.
         MOVE MST-EXPIRY    TO HIS-EXPIRY.
         MOVE MST-PLACED    TO HIS-PLACED.
         MOVE MST-PLACED-BY TO HIS-PLACED-BY.
         MOVE RUN-DATE      TO HIS-ENDED.
         WRITE HIST-REC.
         MOVE SPACES TO HIST-REC.

       360-REJECT-TXN.
         ADD 1 TO TXN-REJECTED.
         MOVE SPACES TO TXN-REJECT-REC.
         MOVE TXN-ACTION  TO REJ-ACTION.
         MOVE TXN-REF     TO REJ-REF.
         MOVE TXN-ACCT-NO TO REJ-ACCT-NO.
         MOVE TXN-REASON  TO REJ-REASON.
         WRITE TXN-REJECT-REC.

 *    * Rewrite the hold file in reference order; a hold whose
 *    * expiry is behind the run date no longer binds TXNPOST, so
 *    * it is purged to the history and journalled as an X
       400-WRITE-HOLDS.
         OPEN OUTPUT HOLD-NEW.
         IF NOT ST-HOLD-OUT-SUCCESS
           DISPLAY "ACCT-HOLD-NEW.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE SPACES TO HIST-REC.
         MOVE ZERO TO WRK-REF.
         START HOLD-WRK KEY NOT < WRK-REF
           INVALID KEY MOVE '10' TO ST-WRK
         END-START.
         IF NOT ST-WRK-EOF
           READ HOLD-WRK NEXT RECORD
             AT END MOVE '10' TO ST-WRK
           END-READ
         END-IF.
         PERFORM 410-WRITE-ONE
           UNTIL ST-WRK-EOF.
         CLOSE HOLD-NEW
               HOLD-WRK
               ACCT-WRK.

       410-WRITE-ONE.
         IF WRK-EXPIRY NUMERIC AND WRK-EXPIRY-N < RUN-DATE
           PERFORM 420-PURGE-ONE
         ELSE
           MOVE SPACES TO HOLD-NEW-RECORD
           MOVE WRK-ACCT-NO   TO HLD-ACCT-NO-NEW
           MOVE WRK-AMOUNT    TO HLD-AMOUNT-NEW
           MOVE WRK-REASON    TO HLD-REASON-NEW
           MOVE WRK-EXPIRY    TO HLD-EXPIRY-NEW
           MOVE WRK-REF       TO HLD-REF-NEW
           MOVE WRK-PLACED    TO HLD-PLACED-NEW
           MOVE WRK-PLACED-BY TO HLD-PLACED-BY-NEW
           WRITE HOLD-NEW-RECORD
           ADD 1 TO HOLDS-WRITTEN
         END-IF.
         READ HOLD-WRK NEXT RECORD
           AT END MOVE '10' TO ST-WRK
         END-READ.

       420-PURGE-ONE.
         ADD 1 TO HOLDS-PURGED.
         PERFORM 328-FETCH-HOLD.
         MOVE "EXPIRED " TO HIS-DISPOSITION.
         MOVE SPACES TO HIS-ENDED-BY.
         PERFORM 390-WRITE-HISTORY.
         MOVE SPACES TO CHG-JRNL-REC.
         PERFORM 370-CAPTURE-BEFORE.
         MOVE SPACES TO JRN-AFTER.
         MOVE 'X' TO JRN-ACTION.
         PERFORM 380-WRITE-JOURNAL.

 *    * Carry the last reference to the next run
       500-WRITE-LAST-REF.
         OPEN OUTPUT HOLD-CTL.
         IF NOT ST-CTL-SUCCESS
           DISPLAY "HOLD-CTL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE LAST-REF TO HOLD-CTL-REC.
         WRITE HOLD-CTL-REC.
         CLOSE HOLD-CTL.

       END PROGRAM HOLDMAINT.
