                ACCESS DYNAMIC
                RECORD KEY ACW-KEY
                FILE STATUS IS ST-ACW.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST.
         SELECT REL-WRK        ASSIGN TO DISK "TAXREL-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY RLW-KEY
                FILE STATUS IS ST-RLW.
         SELECT CUS-WRK        ASSIGN TO DISK "TAXCUS-WRK.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CWK-CUST-NO
                FILE STATUS IS ST-CWK.

       DATA DIVISION.
       FILE SECTION.
           05  ACW-GROSS           PIC 9(9)V99.
           05  ACW-TAX             PIC 9(9)V99.
           05  ACW-NET             PIC 9(9)V99.
           05  ACW-SHARE           PIC 9(3)V99.
 *    * Account relationships RELMAINT keeps: the owners of a joint
 *    * account (roles P and J) and the percent each holds
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
 *    * Customer master, for the legal name a joint holder's
 *    * certificate carries
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  CUS-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X(170).
 *    * The owners of each account on a keyed scratch file, key
 *    * led by the account so one account's holders read together
       FD  REL-WRK.
       01  REL-WRK-RECORD.
           05  RLW-KEY.
               10  RLW-ACCT-NO     PIC 9(8).
               10  RLW-CUST-NO     PIC 9(6).
           05  RLW-SHARE           PIC 9(3)V99.
       FD  CUS-WRK.
       01  CUS-WRK-RECORD.
           05  CWK-CUST-NO         PIC 9(6).
           05  CWK-NAME            PIC X(20).

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
       01  ST-ACW                  PIC X(02)    VALUE SPACES.
           88  ST-ACW-SUCCESS                   VALUE '00'.
           88  ST-ACW-EOF                       VALUE '10'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-CUST                 PIC X(02)    VALUE SPACES.
           88  ST-CUST-SUCCESS                  VALUE '00'.
           88  ST-CUST-EOF                      VALUE '10'.
       01  ST-RLW                  PIC X(02)    VALUE SPACES.
           88  ST-RLW-SUCCESS                   VALUE '00'.
           88  ST-RLW-EOF                       VALUE '10'.
       01  ST-CWK                  PIC X(02)    VALUE SPACES.
           88  ST-CWK-SUCCESS                   VALUE '00'.

       01  RUN-DATE                PIC 9(8)     VALUE ZERO.
       01  RUN-DATE-X REDEFINES RUN-DATE.
       77  ACC-FOUND-SW            PIC X        VALUE 'N'.
           88  ACC-FOUND                        VALUE 'Y'.
       77  GROSS-WORK              PIC 9(7)V99  VALUE ZERO.
       77  LINES-SPLIT             PIC 9(7)     VALUE ZERO.

 *    * The amounts one history line puts on one holder: the whole
 *    * line for a sole owner, a share of it for each owner of a
 *    * joint account
       77  ACCUM-NAME              PIC X(20)    VALUE SPACES.
       77  ACCUM-CUST              PIC 9(6)     VALUE ZERO.
       77  ACCUM-GROSS             PIC 9(7)V99  VALUE ZERO.
       77  ACCUM-TAX               PIC 9(7)V99  VALUE ZERO.
       77  ACCUM-NET               PIC 9(7)V99  VALUE ZERO.
       77  ACCUM-SHARE             PIC 9(3)V99  VALUE ZERO.

 *    * Joint split work: the account's owners with a share, their
 *    * share total, and what the earlier holders already took, so
 *    * the last holder takes the remainder and the split foots
       77  HOLDER-COUNT            PIC 9(3)     VALUE ZERO.
       77  HOLDER-ITER             PIC 9(3)     VALUE ZERO.
       77  HOLDER-SHARES           PIC 9(5)V99  VALUE ZERO.
       77  TAX-TAKEN               PIC 9(7)V99  VALUE ZERO.
       77  NET-TAKEN               PIC 9(7)V99  VALUE ZERO.

       01  HEAD-LINE-1.
           05  FILLER              PIC X(30)
               VALUE "TAX WITHHELD ".
           05  FILLER              PIC X(14)
               VALUE "NET CREDITED".
           05  FILLER              PIC X(6)
               VALUE "SHARE%".
       01  DETAIL-LINE.
           05  DTL-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  DTL-TAX             PIC Z(8)9.99.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  DTL-NET             PIC Z(8)9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-SHARE           PIC ZZ9.99.
       01  TOTAL-LINE.
           05  FILLER              PIC X(18)
               VALUE "TOTAL             ".
         PERFORM 300-PRINT-CERTIFICATES.
         DISPLAY "HISTORY LINES READ        : " LINES-READ.
         DISPLAY "LINES IN CERTIFICATE YEAR : " LINES-TAKEN.
         DISPLAY "LINES SPLIT JOINTLY       : " LINES-SPLIT.
         DISPLAY "CERTIFICATES PRINTED      : " CERTS-PRINTED.
         STOP RUN.

           DISPLAY "TAXACC-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         PERFORM 170-LOAD-CUSTOMERS.
         PERFORM 180-LOAD-OWNERS.

 *    * Legal names by customer number, for the joint holders a
 *    * history line does not name
       170-LOAD-CUSTOMERS.
         OPEN OUTPUT CUS-WRK.
         CLOSE CUS-WRK.
         OPEN I-O CUS-WRK.
         IF NOT ST-CWK-SUCCESS
           DISPLAY "TAXCUS-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT CUST-DATA.
         IF ST-CUST-SUCCESS
           READ CUST-DATA INTO CUST-RECORD
             AT END MOVE '10' TO ST-CUST
           END-READ
           PERFORM 175-LOAD-ONE-CUSTOMER
             UNTIL ST-CUST-EOF
           CLOSE CUST-DATA
         END-IF.

       175-LOAD-ONE-CUSTOMER.
         IF CUS-CUST-NO-X NUMERIC
           MOVE CUS-CUST-NO TO CWK-CUST-NO
           MOVE CUS-LEGAL-NAME TO CWK-NAME
           WRITE CUS-WRK-RECORD
             INVALID KEY CONTINUE
           END-WRITE
         END-IF.
         READ CUST-DATA INTO CUST-RECORD
           AT END MOVE '10' TO ST-CUST
         END-READ.

 *    * The owners (P and J) of each account with a share on file;
 *    * no relationship file means every account has a sole owner
       180-LOAD-OWNERS.
         OPEN OUTPUT REL-WRK.
         CLOSE REL-WRK.
         OPEN I-O REL-WRK.
         IF NOT ST-RLW-SUCCESS
           DISPLAY "TAXREL-WRK.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN INPUT REL-DATA.
         IF ST-REL-SUCCESS
           READ REL-DATA INTO REL-RECORD
             AT END MOVE '10' TO ST-REL
           END-READ
           PERFORM 185-LOAD-ONE-OWNER
             UNTIL ST-REL-EOF
           CLOSE REL-DATA
         END-IF.

       185-LOAD-ONE-OWNER.
         IF REL-ACCT-NO-X NUMERIC AND REL-CUST-NO-X NUMERIC
            AND (REL-ROLE = 'P' OR REL-ROLE = 'J')
            AND REL-SHARE-X (1:3) NUMERIC
            AND REL-SHARE-X (5:2) NUMERIC
           MOVE REL-ACCT-NO TO RLW-ACCT-NO
           MOVE REL-CUST-NO TO RLW-CUST-NO
           MOVE REL-SHARE TO RLW-SHARE
           IF RLW-SHARE > ZERO
             WRITE REL-WRK-RECORD
               INVALID KEY CONTINUE
             END-WRITE
           END-IF
         END-IF.
         READ REL-DATA INTO REL-RECORD
           AT END MOVE '10' TO ST-REL
         END-READ.

       200-SWEEP-HISTORY.
         OPEN INPUT HIST-DATA.
         END-READ.

 *    * The history credits net interest; the gross the authority
 *    * wants is the net plus the tax withheld from it. An account
 *    * with more than one owner on the relationship file is split
 *    * across them by share; any other goes whole to its owner.
       220-ACCUM-LINE.
         COMPUTE GROSS-WORK = HIS-INTEREST + HIS-TAX.
         PERFORM 250-COUNT-OWNERS.
         IF HOLDER-COUNT > 1
           ADD 1 TO LINES-SPLIT
           PERFORM 260-SPLIT-LINE
         ELSE
           IF HIS-CUST-NO-X NUMERIC AND HIS-CUST-NO > 0
             MOVE SPACES TO OWNER-KEY
             STRING "C" DELIMITED BY SIZE
                    HIS-CUST-NO-X DELIMITED BY SIZE
               INTO OWNER-KEY
             END-STRING
           ELSE
             MOVE HIS-OWNER-NAME TO OWNER-KEY
           END-IF
           MOVE HIS-OWNER-NAME TO ACCUM-NAME
           IF HIS-CUST-NO-X NUMERIC
             MOVE HIS-CUST-NO TO ACCUM-CUST
           ELSE
             MOVE ZERO TO ACCUM-CUST
           END-IF
           MOVE GROSS-WORK TO ACCUM-GROSS
           MOVE HIS-TAX TO ACCUM-TAX
           MOVE HIS-INTEREST TO ACCUM-NET
           MOVE ZERO TO ACCUM-SHARE
           PERFORM 230-ACCUM-OWNER
           PERFORM 240-ACCUM-ACCOUNT
         END-IF.

       230-ACCUM-OWNER.
         MOVE 'N' TO OWN-FOUND-SW.
         END-READ.
         IF NOT OWN-FOUND
           MOVE OWNER-KEY TO OWK-KEY
           MOVE ACCUM-NAME TO OWK-NAME
           MOVE ACCUM-CUST TO OWK-CUST
           MOVE ZERO TO OWK-GROSS
           MOVE ZERO TO OWK-TAX
           MOVE ZERO TO OWK-NET
         END-IF.
         ADD ACCUM-GROSS TO OWK-GROSS.
         ADD ACCUM-TAX TO OWK-TAX.
         ADD ACCUM-NET TO OWK-NET.
         IF OWN-FOUND
           REWRITE OWN-WRK-RECORD
             INVALID KEY
           MOVE ZERO TO ACW-TAX
           MOVE ZERO TO ACW-NET
         END-IF.
         MOVE ACCUM-SHARE TO ACW-SHARE.
         ADD ACCUM-GROSS TO ACW-GROSS.
         ADD ACCUM-TAX TO ACW-TAX.
         ADD ACCUM-NET TO ACW-NET.
         IF ACC-FOUND
           REWRITE ACC-WRK-RECORD
             INVALID KEY
           END-WRITE
         END-IF.

 *    * Count the account's owners with a share and total their
 *    * shares; the relationship key leads with the account
       250-COUNT-OWNERS.
         MOVE ZERO TO HOLDER-COUNT HOLDER-SHARES.
         PERFORM 255-POSITION-OWNERS.
         PERFORM 256-COUNT-ONE-OWNER
           UNTIL ST-RLW-EOF OR RLW-ACCT-NO NOT = HIS-ACCT-NO.

       255-POSITION-OWNERS.
         MOVE '00' TO ST-RLW.
         MOVE HIS-ACCT-NO TO RLW-ACCT-NO.
         MOVE ZERO TO RLW-CUST-NO.
         START REL-WRK KEY NOT < RLW-KEY
           INVALID KEY MOVE '10' TO ST-RLW
         END-START.
         IF NOT ST-RLW-EOF
           READ REL-WRK NEXT RECORD
             AT END MOVE '10' TO ST-RLW
           END-READ
         END-IF.

       256-COUNT-ONE-OWNER.
         ADD 1 TO HOLDER-COUNT.
         ADD RLW-SHARE TO HOLDER-SHARES.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-RLW
         END-READ.

 *    * Each owner takes the line's tax and net in proportion to
 *    * the share held, cut to the cent; the last owner takes
 *    * what remains, so the owners' parts add to the line
       260-SPLIT-LINE.
         MOVE ZERO TO HOLDER-ITER TAX-TAKEN NET-TAKEN.
         PERFORM 255-POSITION-OWNERS.
         PERFORM 265-SPLIT-ONE-OWNER
           UNTIL ST-RLW-EOF OR RLW-ACCT-NO NOT = HIS-ACCT-NO.

       265-SPLIT-ONE-OWNER.
         ADD 1 TO HOLDER-ITER.
         IF HOLDER-ITER = HOLDER-COUNT
           COMPUTE ACCUM-TAX = HIS-TAX - TAX-TAKEN
           COMPUTE ACCUM-NET = HIS-INTEREST - NET-TAKEN
         ELSE
           COMPUTE ACCUM-TAX =
               HIS-TAX * RLW-SHARE / HOLDER-SHARES
           COMPUTE ACCUM-NET =
               HIS-INTEREST * RLW-SHARE / HOLDER-SHARES
           ADD ACCUM-TAX TO TAX-TAKEN
           ADD ACCUM-NET TO NET-TAKEN
         END-IF.
         COMPUTE ACCUM-GROSS = ACCUM-TAX + ACCUM-NET.
         MOVE RLW-SHARE TO ACCUM-SHARE.
         MOVE RLW-CUST-NO TO ACCUM-CUST.
         MOVE SPACES TO OWNER-KEY.
         STRING "C" DELIMITED BY SIZE
                RLW-CUST-NO DELIMITED BY SIZE
           INTO OWNER-KEY
         END-STRING.
         MOVE RLW-CUST-NO TO CWK-CUST-NO.
         READ CUS-WRK
           INVALID KEY MOVE HIS-OWNER-NAME TO ACCUM-NAME
           NOT INVALID KEY MOVE CWK-NAME TO ACCUM-NAME
         END-READ.
         PERFORM 230-ACCUM-OWNER.
         PERFORM 240-ACCUM-ACCOUNT.
         READ REL-WRK NEXT RECORD
           AT END MOVE '10' TO ST-RLW
         END-READ.

 *    * One certificate page per customer and one summary line for
 *    * the authority's file
       300-PRINT-CERTIFICATES.
         CLOSE CERT-DATA
               SUM-DATA
               OWN-WRK
               ACC-WRK
               REL-WRK
               CUS-WRK.

       310-ONE-CERTIFICATE.
         ADD 1 TO CERTS-PRINTED.
         MOVE ACW-GROSS TO DTL-GROSS.
         MOVE ACW-TAX TO DTL-TAX.
         MOVE ACW-NET TO DTL-NET.
         IF ACW-SHARE > ZERO
           MOVE ACW-SHARE TO DTL-SHARE
         END-IF.
         MOVE DETAIL-LINE TO CERT-LINE.
         WRITE CERT-LINE.
         READ ACC-WRK NEXT RECORD
