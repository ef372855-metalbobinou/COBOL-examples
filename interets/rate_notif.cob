           05  JRN-AFTER.
               10  JRA-RATE        PIC X(6).
               10  FILLER          PIC X(96).
           05  FILLER              PIC X(45).
 *    * Account master: every account on a changed type and
 *    * currency gets a notice
       FD  ACCT-DATA.
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
 *    * Legacy name-keyed addresses, the fallback join
       FD  ADDR-DATA.
       01  ADDR-RECORD.
 *    * always a first (and only) notice
           05  FILLER              PIC X.
           05  EXT-NOTICE-STATUS   PIC X(9).
 *    * Notices for owners with no address on file, or whose mail
 *    * came back undeliverable
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
 *    * Keyed scratch files, rebuilt every run the way TXNPOST
 *    * rebuilds ACCT-WRK.KEY, so the customer and address volumes
 *    * are bounded by disk and not by working-storage tables
           05  CWK-LINE1           PIC X(30).
           05  CWK-LINE2           PIC X(30).
           05  CWK-LINE3           PIC X(30).
           05  CWK-ADDR-FLAG       PIC X.
               88  CWK-ADDR-RETURNED            VALUE 'R'.
       FD  ADR-WRK.
       01  ADR-WRK-RECORD.
           05  AWK-OWNER           PIC X(20).
       77  RUN-DATE                PIC X(8)     VALUE SPACES.
       77  NOTICES-WRITTEN         PIC 9(5)     VALUE ZERO.
       77  NOTICES-NOADDR          PIC 9(5)     VALUE ZERO.
       77  NOTICES-RETURNED        PIC 9(5)     VALUE ZERO.
       77  CHG-FOUND-IDX           PIC 99       VALUE ZERO.
       77  CUS-FOUND-SW            PIC X        VALUE 'N'.
           88  CUS-FOUND                        VALUE 'Y'.
         PERFORM 300-NOTIFY-ACCOUNTS.
         DISPLAY "RATE-CHANGE NOTICES WRITTEN : " NOTICES-WRITTEN.
         DISPLAY "NOTICES WITH NO ADDRESS     : " NOTICES-NOADDR.
         DISPLAY "NOTICES WITH RETURNED MAIL  : " NOTICES-RETURNED.
         STOP RUN.

       110-ERROR-EXIT.
           MOVE CUS-LINE1 TO CWK-LINE1
           MOVE CUS-LINE2 TO CWK-LINE2
           MOVE CUS-LINE3 TO CWK-LINE3
           MOVE CUS-ADDR-FLAG TO CWK-ADDR-FLAG
           WRITE CUS-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE

 *    * One notice per affected account, in the extract layout the
 *    * mail merge already consumes, with the old rate, new rate
 *    * and effective date in the rate-change columns; a customer
 *    * whose mail came back goes to the follow-up list instead
       330-WRITE-NOTICE.
         PERFORM 340-FIND-CUSTOMER.
         IF CUS-FOUND AND CWK-ADDR-RETURNED
           PERFORM 335-WRITE-RETURNED
         ELSE
           PERFORM 332-WRITE-BY-ADDRESS
         END-IF.

       332-WRITE-BY-ADDRESS.
         IF NOT CUS-FOUND
           PERFORM 350-FIND-ADDRESS
         END-IF.
           MOVE OWNER-NAME-IN TO NOA-OWNER-NAME
           MOVE "RATE CHANGE NOTICE" TO NOA-EVENT
           MOVE ACCT-TYPE-IN TO NOA-ACCT-TYPE
           IF CUST-NO-X NUMERIC
             MOVE CUST-NO-IN TO NOA-CUST-NO
           ELSE
             MOVE ZERO TO NOA-CUST-NO
           END-IF
           MOVE "NO ADDRESS" TO NOA-REASON
           WRITE NOADDR-REC
         END-IF.

       335-WRITE-RETURNED.
         ADD 1 TO NOTICES-RETURNED.
         MOVE SPACES TO NOADDR-REC.
         MOVE CWK-NAME TO NOA-OWNER-NAME.
         MOVE "RATE CHANGE NOTICE" TO NOA-EVENT.
         MOVE ACCT-TYPE-IN TO NOA-ACCT-TYPE.
         MOVE CUST-NO-IN TO NOA-CUST-NO.
         MOVE "RETURNED MAIL" TO NOA-REASON.
         WRITE NOADDR-REC.

       340-FIND-CUSTOMER.
         MOVE 'N' TO CUS-FOUND-SW.
         MOVE 'N' TO ADR-FOUND-SW.
