       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-I686.
       OBJECT-COMPUTER. PC-I686.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
         SELECT CTL-DATA       ASSIGN TO DISK "MASK-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CTL.
         SELECT CUST-DATA      ASSIGN TO DISK "CUST-MSTR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST.
         SELECT CUST-OUT       ASSIGN TO DISK "CUST-MSTR-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CUST-OUT.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
         SELECT ACCT-OUT       ASSIGN TO DISK "ACCT-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-OUT.
         SELECT ADDR-DATA      ASSIGN TO DISK "CUST-ADDR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ADDR.
         SELECT ADDR-OUT       ASSIGN TO DISK "CUST-ADDR-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ADDR-OUT.
         SELECT REL-DATA       ASSIGN TO DISK "ACCT-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL.
         SELECT REL-OUT        ASSIGN TO DISK "ACCT-REL-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REL-OUT.
         SELECT HOLD-DATA      ASSIGN TO DISK "ACCT-HOLD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD.
         SELECT HOLD-OUT       ASSIGN TO DISK "ACCT-HOLD-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HOLD-OUT.
         SELECT PEND-DATA      ASSIGN TO DISK "TXN-PEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND.
         SELECT PEND-OUT       ASSIGN TO DISK "TXN-PEND-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-PEND-OUT.
         SELECT STAND-DATA     ASSIGN TO DISK "TXN-STAND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STAND.
         SELECT STAND-OUT      ASSIGN TO DISK "TXN-STAND-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-STAND-OUT.
         SELECT HIST-DATA      ASSIGN TO DISK "BAL-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST.
         SELECT HIST-OUT       ASSIGN TO DISK "BAL-HIST-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-HIST-OUT.
         SELECT NHIST-DATA     ASSIGN TO DISK "NOTIFY-HIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-NHIST.
         SELECT NHIST-OUT      ASSIGN TO DISK "NOTIFY-HIST-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-NHIST-OUT.
         SELECT SCTL-DATA      ASSIGN TO DISK "STMT-CTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SCTL.
         SELECT SCTL-OUT       ASSIGN TO DISK "STMT-CTL-MSK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-SCTL-OUT.
         SELECT ACC-MAP        ASSIGN TO DISK "MASK-ACC.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY AMK-OLD
                FILE STATUS IS ST-AMK.
         SELECT CUS-MAP        ASSIGN TO DISK "MASK-CUS.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY CMK-OLD
                FILE STATUS IS ST-CMK.
         SELECT NAM-MAP        ASSIGN TO DISK "MASK-NAM.KEY"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY NMK-OLD
                FILE STATUS IS ST-NMK.

       DATA DIVISION.
       FILE SECTION.
 *    * The scaling factor applied to every amount: three whole
 *    * digits and six decimals, kept off every listing
       FD  CTL-DATA.
       01  CTL-REC.
           05  CTL-FACTOR-X        PIC X(9).
           05  CTL-FACTOR REDEFINES CTL-FACTOR-X
                                   PIC 9(3)V9(6).
 *    * Customer master: number, legal name, three address lines,
 *    * tax status, the address-quality flag, and the statement
 *    * delivery with its e-mail address
       FD  CUST-DATA.
       01  CUST-RECORD.
           05  CUS-CUST-NO-X       PIC X(6).
           05  CUS-CUST-NO REDEFINES CUS-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  CUS-LEGAL-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  CUS-LINE1           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-LINE2           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-LINE3           PIC X(30).
           05  FILLER              PIC X.
           05  CUS-TAX-STATUS      PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-FLAG       PIC X.
           05  FILLER              PIC X.
           05  CUS-ADDR-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  CUS-DELIVERY        PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL           PIC X(50).
           05  FILLER              PIC X.
           05  CUS-EMAIL-FLAG      PIC X.
           05  FILLER              PIC X.
           05  CUS-EMAIL-DATE      PIC X(8).
       FD  CUST-OUT.
       01  CUST-OUT-RECORD         PIC X(197).
 *    * Account master
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
           05  OD-LIMIT-IN REDEFINES OD-LIMIT-X
                                   PIC 9(7).
           05  FILLER              PIC X.
           05  BAL-SIGN-IN         PIC X.
           05  FILLER              PIC X.
           05  CUST-NO-X           PIC X(6).
           05  CUST-NO-IN REDEFINES CUST-NO-X
                                   PIC 9(6).
       FD  ACCT-OUT.
       01  ACCT-OUT-RECORD         PIC X(113).
 *    * Mailing addresses still held by owner name
       FD  ADDR-DATA.
       01  ADDR-RECORD.
           05  ADR-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  ADR-LINE1           PIC X(30).
           05  FILLER              PIC X.
           05  ADR-LINE2           PIC X(30).
           05  FILLER              PIC X.
           05  ADR-LINE3           PIC X(30).
       FD  ADDR-OUT.
       01  ADDR-OUT-RECORD         PIC X(113).
 *    * Account relationships
       FD  REL-DATA.
       01  REL-RECORD.
           05  REL-ACCT-NO-X       PIC X(8).
           05  REL-ACCT-NO REDEFINES REL-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  REL-CUST-NO-X       PIC X(6).
           05  REL-CUST-NO REDEFINES REL-CUST-NO-X
                                   PIC 9(6).
           05  FILLER              PIC X(20).
       FD  REL-OUT.
       01  REL-OUT-RECORD          PIC X(35).
 *    * Holds on account balances
       FD  HOLD-DATA.
       01  HOLD-RECORD.
           05  HLD-ACCT-NO-X       PIC X(8).
           05  HLD-ACCT-NO-IN REDEFINES HLD-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HLD-AMOUNT-X        PIC X(7).
           05  HLD-AMOUNT-IN REDEFINES HLD-AMOUNT-X
                                   PIC 9(7).
           05  FILLER              PIC X(57).
       FD  HOLD-OUT.
       01  HOLD-OUT-RECORD         PIC X(73).
 *    * Movements warehoused for a later value date
       FD  PEND-DATA.
       01  PEND-REC                PIC X(48).
       FD  PEND-OUT.
       01  PEND-OUT-REC            PIC X(48).
 *    * Standing orders, each carrying the movement it raises
       FD  STAND-DATA.
       01  STAND-REC.
           05  FILLER              PIC X(11).
           05  STD-IMAGE           PIC X(48).
           05  FILLER              PIC X(2).
       FD  STAND-OUT.
       01  STAND-OUT-REC           PIC X(61).
 *    * Nightly balance history
       FD  HIST-DATA.
       01  HIST-RECORD.
           05  HIS-RUN-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  HIS-ACCT-NO-X       PIC X(8).
           05  HIS-ACCT-NO REDEFINES HIS-ACCT-NO-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-OWNER-NAME      PIC X(20).
           05  FILLER              PIC X.
           05  HIS-ACCT-TYPE       PIC X(4).
           05  FILLER              PIC X.
           05  HIS-CURRENCY        PIC X(3).
           05  FILLER              PIC X.
           05  HIS-CLOSING-X       PIC X(8).
           05  HIS-CLOSING REDEFINES HIS-CLOSING-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  HIS-INTEREST-X      PIC X(9).
           05  HIS-INTEREST REDEFINES HIS-INTEREST-X
                                   PIC 9(7)V99.
           05  FILLER              PIC X.
           05  HIS-TAX-X           PIC X(9).
           05  HIS-TAX REDEFINES HIS-TAX-X
                                   PIC 9(7)V99.
           05  FILLER              PIC X.
           05  HIS-CUST-NO-X       PIC X(6).
           05  HIS-CUST-NO REDEFINES HIS-CUST-NO-X
                                   PIC 9(6).
       FD  HIST-OUT.
       01  HIST-OUT-RECORD         PIC X(83).
 *    * Notice history and statement-cycle control, both keyed by
 *    * C plus the customer number, or by owner name for an owner
 *    * with no customer number
       FD  NHIST-DATA.
       01  NHIST-RECORD.
           05  NHS-KEY             PIC X(20).
           05  FILLER              PIC X(43).
       FD  NHIST-OUT.
       01  NHIST-OUT-RECORD        PIC X(63).
       FD  SCTL-DATA.
       01  SCTL-RECORD.
           05  SCT-KEY             PIC X(20).
           05  FILLER              PIC X(18).
       FD  SCTL-OUT.
       01  SCTL-OUT-RECORD         PIC X(38).
 *    * Number and name maps for the run: each original value is
 *    * given its masked value the first time it is seen, and every
 *    * later file takes the same one
       FD  ACC-MAP.
       01  ACC-MAP-RECORD.
           05  AMK-OLD             PIC 9(8).
           05  AMK-NEW             PIC 9(8).
       FD  CUS-MAP.
       01  CUS-MAP-RECORD.
           05  CMK-OLD             PIC 9(6).
           05  CMK-NEW             PIC 9(6).
       FD  NAM-MAP.
       01  NAM-MAP-RECORD.
           05  NMK-OLD             PIC X(20).
           05  NMK-NEW             PIC X(20).
           05  NMK-SEQ             PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ST-CTL                  PIC X(02)    VALUE SPACES.
           88  ST-CTL-SUCCESS                   VALUE '00'.
       01  ST-CUST                 PIC X(02)    VALUE SPACES.
           88  ST-CUST-SUCCESS                  VALUE '00'.
           88  ST-CUST-EOF                      VALUE '10'.
       01  ST-CUST-OUT             PIC X(02)    VALUE SPACES.
           88  ST-CUST-OUT-SUCCESS              VALUE '00'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
           88  ST-ACCT-IN-EOF                   VALUE '10'.
       01  ST-ACCT-OUT             PIC X(02)    VALUE SPACES.
           88  ST-ACCT-OUT-SUCCESS              VALUE '00'.
       01  ST-ADDR                 PIC X(02)    VALUE SPACES.
           88  ST-ADDR-SUCCESS                  VALUE '00'.
           88  ST-ADDR-EOF                      VALUE '10'.
       01  ST-ADDR-OUT             PIC X(02)    VALUE SPACES.
           88  ST-ADDR-OUT-SUCCESS              VALUE '00'.
       01  ST-REL                  PIC X(02)    VALUE SPACES.
           88  ST-REL-SUCCESS                   VALUE '00'.
           88  ST-REL-EOF                       VALUE '10'.
       01  ST-REL-OUT              PIC X(02)    VALUE SPACES.
           88  ST-REL-OUT-SUCCESS               VALUE '00'.
       01  ST-HOLD                 PIC X(02)    VALUE SPACES.
           88  ST-HOLD-SUCCESS                  VALUE '00'.
           88  ST-HOLD-EOF                      VALUE '10'.
       01  ST-HOLD-OUT             PIC X(02)    VALUE SPACES.
           88  ST-HOLD-OUT-SUCCESS              VALUE '00'.
       01  ST-PEND                 PIC X(02)    VALUE SPACES.
           88  ST-PEND-SUCCESS                  VALUE '00'.
           88  ST-PEND-EOF                      VALUE '10'.
       01  ST-PEND-OUT             PIC X(02)    VALUE SPACES.
           88  ST-PEND-OUT-SUCCESS              VALUE '00'.
       01  ST-STAND                PIC X(02)    VALUE SPACES.
           88  ST-STAND-SUCCESS                 VALUE '00'.
           88  ST-STAND-EOF                     VALUE '10'.
       01  ST-STAND-OUT            PIC X(02)    VALUE SPACES.
           88  ST-STAND-OUT-SUCCESS             VALUE '00'.
       01  ST-HIST                 PIC X(02)    VALUE SPACES.
           88  ST-HIST-SUCCESS                  VALUE '00'.
           88  ST-HIST-EOF                      VALUE '10'.
       01  ST-HIST-OUT             PIC X(02)    VALUE SPACES.
           88  ST-HIST-OUT-SUCCESS              VALUE '00'.
       01  ST-NHIST                PIC X(02)    VALUE SPACES.
           88  ST-NHIST-SUCCESS                 VALUE '00'.
           88  ST-NHIST-EOF                     VALUE '10'.
       01  ST-NHIST-OUT            PIC X(02)    VALUE SPACES.
           88  ST-NHIST-OUT-SUCCESS             VALUE '00'.
       01  ST-SCTL                 PIC X(02)    VALUE SPACES.
           88  ST-SCTL-SUCCESS                  VALUE '00'.
           88  ST-SCTL-EOF                      VALUE '10'.
       01  ST-SCTL-OUT             PIC X(02)    VALUE SPACES.
           88  ST-SCTL-OUT-SUCCESS              VALUE '00'.
       01  ST-AMK                  PIC X(02)    VALUE SPACES.
           88  ST-AMK-SUCCESS                   VALUE '00'.
       01  ST-CMK                  PIC X(02)    VALUE SPACES.
           88  ST-CMK-SUCCESS                   VALUE '00'.
       01  ST-NMK                  PIC X(02)    VALUE SPACES.
           88  ST-NMK-SUCCESS                   VALUE '00'.

       77  MASK-FACTOR             PIC 9(3)V9(6) VALUE ZERO.
       77  NEXT-ACCT-NO            PIC 9(8)     VALUE 10000000.
       77  NEXT-CUST-NO            PIC 9(6)     VALUE 100000.
       77  NEXT-NAME-SEQ           PIC 9(6)     VALUE ZERO.
       77  MAP-ACCT-NO             PIC 9(8)     VALUE ZERO.
       77  MAP-CUST-NO             PIC 9(6)     VALUE ZERO.
       77  MAP-NAME                PIC X(20)    VALUE SPACES.
       77  MAP-NAME-SEQ            PIC 9(6)     VALUE ZERO.
       77  MAP-KEY                 PIC X(20)    VALUE SPACES.
       77  SCALE-IN                PIC 9(11)V99 VALUE ZERO.
       77  SCALE-CAPPED            PIC 9(7)     VALUE ZERO.
       77  PICK-IDX                PIC 99       VALUE ZERO.
       77  PICK-QUOT               PIC 9(6)     VALUE ZERO.
       77  CUSTOMERS-MASKED        PIC 9(7)     VALUE ZERO.
       77  ACCOUNTS-MASKED         PIC 9(7)     VALUE ZERO.
       77  ADDRESSES-MASKED        PIC 9(7)     VALUE ZERO.
       77  RELATIONS-MASKED        PIC 9(7)     VALUE ZERO.
       77  HOLDS-MASKED            PIC 9(7)     VALUE ZERO.
       77  PENDING-MASKED          PIC 9(7)     VALUE ZERO.
       77  STANDING-MASKED         PIC 9(7)     VALUE ZERO.
       77  HISTORY-MASKED          PIC 9(7)     VALUE ZERO.
       77  NOTICES-MASKED          PIC 9(7)     VALUE ZERO.
       77  CYCLES-MASKED           PIC 9(7)     VALUE ZERO.

 *    * The movement image on the pending and standing files: a
 *    * deposit, withdrawal or fee names its account by owner,
 *    * type and currency, or by number as #NNNNNNNN in the owner
 *    * column; a transfer names both accounts by number; a
 *    * reversal names a journal entry and is left as it stands
       01  MOVE-IMAGE.
           05  MOV-ACTION          PIC X.
           05  FILLER              PIC X.
           05  MOV-BODY.
               10  MOV-OWNER-NAME  PIC X(20).
               10  MOV-BY-NUMBER REDEFINES MOV-OWNER-NAME.
                   15  MOV-HASH    PIC X.
                   15  MOV-NUMBER-X
                                   PIC X(8).
                   15  MOV-NUMBER REDEFINES MOV-NUMBER-X
                                   PIC 9(8).
                   15  FILLER      PIC X(11).
               10  FILLER          PIC X.
               10  MOV-ACCT-TYPE   PIC X(4).
               10  FILLER          PIC X.
               10  MOV-CURRENCY    PIC X(3).
               10  FILLER          PIC X.
               10  MOV-AMOUNT-X    PIC X(7).
               10  MOV-AMOUNT REDEFINES MOV-AMOUNT-X
                                   PIC 9(7).
               10  FILLER          PIC X.
               10  MOV-DATE        PIC X(8).
           05  MOV-TRF-BODY REDEFINES MOV-BODY.
               10  MOV-FROM-ACCT   PIC X(8).
               10  MOV-FROM-NUM REDEFINES MOV-FROM-ACCT
                                   PIC 9(8).
               10  FILLER          PIC X.
               10  MOV-TO-ACCT     PIC X(8).
               10  MOV-TO-NUM REDEFINES MOV-TO-ACCT
                                   PIC 9(8).
               10  FILLER          PIC X.
               10  MOV-TRF-AMOUNT-X
                                   PIC X(7).
               10  MOV-TRF-AMOUNT REDEFINES MOV-TRF-AMOUNT-X
                                   PIC 9(7).
               10  FILLER          PIC X(21).

 *    * A C-plus-customer-number key as NOTIFY and STMTGEN build it
       01  CUST-KEY.
           05  CKY-TAG             PIC X.
           05  CKY-CUST-NO-X       PIC X(6).
           05  CKY-CUST-NO REDEFINES CKY-CUST-NO-X
                                   PIC 9(6).
           05  CKY-REST            PIC X(13).

 *    * Stock the masked names and addresses are drawn from; the
 *    * name sequence number keeps each generated name unique
       01  SURNAME-VALUES.
           05  FILLER              PIC X(10) VALUE
               "MARTIN".
           05  FILLER              PIC X(10) VALUE
               "BERNARD".
           05  FILLER              PIC X(10) VALUE
               "DUBOIS".
           05  FILLER              PIC X(10) VALUE
               "THOMAS".
           05  FILLER              PIC X(10) VALUE
               "ROBERT".
           05  FILLER              PIC X(10) VALUE
               "RICHARD".
           05  FILLER              PIC X(10) VALUE
               "PETIT".
           05  FILLER              PIC X(10) VALUE
               "DURAND".
           05  FILLER              PIC X(10) VALUE
               "LEROY".
           05  FILLER              PIC X(10) VALUE
               "MOREAU".
           05  FILLER              PIC X(10) VALUE
               "SIMON".
           05  FILLER              PIC X(10) VALUE
               "LAURENT".
           05  FILLER              PIC X(10) VALUE
               "LEFEBVRE".
           05  FILLER              PIC X(10) VALUE
               "MICHEL".
           05  FILLER              PIC X(10) VALUE
               "GARCIA".
           05  FILLER              PIC X(10) VALUE
               "DAVID".
           05  FILLER              PIC X(10) VALUE
               "BERTRAND".
           05  FILLER              PIC X(10) VALUE
               "ROUX".
           05  FILLER              PIC X(10) VALUE
               "VINCENT".
           05  FILLER              PIC X(10) VALUE
               "FOURNIER".
       01  SURNAME-TABLE REDEFINES SURNAME-VALUES.
           05  SURNAME             PIC X(10)    OCCURS 20 TIMES.
       01  STREET-VALUES.
           05  FILLER              PIC X(20) VALUE
               "RUE DES ECOLES".
           05  FILLER              PIC X(20) VALUE
               "AVENUE DU PARC".
           05  FILLER              PIC X(20) VALUE
               "RUE DU MOULIN".
           05  FILLER              PIC X(20) VALUE
               "CHEMIN DES VIGNES".
           05  FILLER              PIC X(20) VALUE
               "BOULEVARD DU LAC".
           05  FILLER              PIC X(20) VALUE
               "RUE DE LA GARE".
           05  FILLER              PIC X(20) VALUE
               "PLACE DU MARCHE".
           05  FILLER              PIC X(20) VALUE
               "RUE DES LILAS".
           05  FILLER              PIC X(20) VALUE
               "ALLEE DES PINS".
           05  FILLER              PIC X(20) VALUE
               "RUE DU PONT".
       01  STREET-TABLE REDEFINES STREET-VALUES.
           05  STREET              PIC X(20)    OCCURS 10 TIMES.
       01  CITY-VALUES.
           05  FILLER              PIC X(20) VALUE
               "10000 TESTVILLE".
           05  FILLER              PIC X(20) VALUE
               "20000 ESSAIBOURG".
           05  FILLER              PIC X(20) VALUE
               "30000 MODELE".
           05  FILLER              PIC X(20) VALUE
               "40000 ECHANTILLON".
           05  FILLER              PIC X(20) VALUE
               "50000 EXEMPLEVILLE".
           05  FILLER              PIC X(20) VALUE
               "60000 PROTOTYPE".
           05  FILLER              PIC X(20) VALUE
               "70000 MAQUETTE".
           05  FILLER              PIC X(20) VALUE
               "80000 GABARIT".
           05  FILLER              PIC X(20) VALUE
               "90000 PATRON".
           05  FILLER              PIC X(20) VALUE
               "95000 BROUILLON".
       01  CITY-TABLE REDEFINES CITY-VALUES.
           05  CITY                PIC X(20)    OCCURS 10 TIMES.

       PROCEDURE DIVISION.
 *    * A test set off the live files, in their own layouts, with
 *    * every person taken out: names and addresses generated,
 *    * account and customer numbers renumbered the same way in
 *    * every file so the joins hold, amounts scaled by the factor
 *    * on MASK-CTL.DAT. Statuses, types, currencies, dates and
 *    * signs are left as they stand, so the chain runs on the
 *    * result. Each masked file is written beside the live one
 *    * under the live name with -MSK before the extension.
       100-MAIN-MODULE.
         PERFORM 150-GET-FACTOR.
         PERFORM 160-OPEN-MAPS.
         PERFORM 200-MASK-CUSTOMERS.
         PERFORM 250-MASK-ACCOUNTS.
         PERFORM 300-MASK-ADDRESSES.
         PERFORM 320-MASK-RELATIONS.
         PERFORM 340-MASK-HOLDS.
         PERFORM 360-MASK-PENDING.
         PERFORM 380-MASK-STANDING.
         PERFORM 400-MASK-HISTORY.
         PERFORM 420-MASK-NOTICES.
         PERFORM 440-MASK-CYCLES.
         CLOSE ACC-MAP
               CUS-MAP
               NAM-MAP.
         DISPLAY "CUSTOMERS MASKED           : " CUSTOMERS-MASKED.
         DISPLAY "ACCOUNTS MASKED            : " ACCOUNTS-MASKED.
         DISPLAY "ADDRESSES MASKED           : " ADDRESSES-MASKED.
         DISPLAY "RELATIONSHIPS MASKED       : " RELATIONS-MASKED.
         DISPLAY "HOLDS MASKED               : " HOLDS-MASKED.
         DISPLAY "PENDING MOVEMENTS MASKED   : " PENDING-MASKED.
         DISPLAY "STANDING ORDERS MASKED     : " STANDING-MASKED.
         DISPLAY "HISTORY LINES MASKED       : " HISTORY-MASKED.
         DISPLAY "NOTICE HISTORY MASKED      : " NOTICES-MASKED.
         DISPLAY "STATEMENT CYCLES MASKED    : " CYCLES-MASKED.
         DISPLAY "NAMES GENERATED            : " NEXT-NAME-SEQ.
         STOP RUN.

       110-ERROR-EXIT.
         EXIT.
         STOP RUN RETURNING 16.

 *    * No factor, no extract: an unscaled copy of live balances is
 *    * exactly what the extract is there to avoid
       150-GET-FACTOR.
         OPEN INPUT CTL-DATA.
         IF NOT ST-CTL-SUCCESS
           DISPLAY "MASK-CTL.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ CTL-DATA
           AT END MOVE SPACES TO CTL-REC
         END-READ.
         CLOSE CTL-DATA.
         IF CTL-FACTOR-X NOT NUMERIC OR CTL-FACTOR = ZERO
           DISPLAY "MASK-CTL.DAT FACTOR NOT NUMERIC"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE CTL-FACTOR TO MASK-FACTOR.

       160-OPEN-MAPS.
         OPEN OUTPUT ACC-MAP.
         CLOSE ACC-MAP.
         OPEN I-O ACC-MAP.
         IF NOT ST-AMK-SUCCESS
           DISPLAY "MASK-ACC.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT CUS-MAP.
         CLOSE CUS-MAP.
         OPEN I-O CUS-MAP.
         IF NOT ST-CMK-SUCCESS
           DISPLAY "MASK-CUS.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT NAM-MAP.
         CLOSE NAM-MAP.
         OPEN I-O NAM-MAP.
         IF NOT ST-NMK-SUCCESS
           DISPLAY "MASK-NAM.KEY OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.

 *    * The customer master goes first, so customer numbers are
 *    * handed out in master order as CUSTMAINT would have
       200-MASK-CUSTOMERS.
         OPEN INPUT CUST-DATA.
         IF ST-CUST-SUCCESS
           OPEN OUTPUT CUST-OUT
           IF NOT ST-CUST-OUT-SUCCESS
             DISPLAY "CUST-MSTR-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ CUST-DATA
             AT END MOVE '10' TO ST-CUST
           END-READ
           PERFORM 210-MASK-ONE-CUSTOMER
             UNTIL ST-CUST-EOF
           CLOSE CUST-DATA
                 CUST-OUT
         END-IF.

       210-MASK-ONE-CUSTOMER.
         IF CUS-CUST-NO-X NUMERIC
           MOVE CUS-CUST-NO TO MAP-CUST-NO
           PERFORM 610-MAP-CUSTOMER
           MOVE MAP-CUST-NO TO CUS-CUST-NO
         END-IF.
         MOVE CUS-LEGAL-NAME TO MAP-NAME.
         PERFORM 620-MAP-NAME.
         MOVE MAP-NAME TO CUS-LEGAL-NAME.
         IF CUS-LINE1 NOT = SPACES
           PERFORM 630-PICK-STREET
           MOVE SPACES TO CUS-LINE1
           STRING MAP-NAME-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STREET (PICK-IDX) DELIMITED BY SIZE
             INTO CUS-LINE1
           END-STRING
         END-IF.
         IF CUS-LINE2 NOT = SPACES
           PERFORM 640-PICK-CITY
           MOVE CITY (PICK-IDX) TO CUS-LINE2
         END-IF.
         IF CUS-LINE3 NOT = SPACES
           MOVE SPACES TO CUS-LINE3
           STRING "BP " DELIMITED BY SIZE
                  MAP-NAME-SEQ DELIMITED BY SIZE
             INTO CUS-LINE3
           END-STRING
         END-IF.
         IF CUS-EMAIL NOT = SPACES
           MOVE SPACES TO CUS-EMAIL
           STRING "CUST" DELIMITED BY SIZE
                  MAP-NAME-SEQ DELIMITED BY SIZE
                  "@EXAMPLE.INVALID" DELIMITED BY SIZE
             INTO CUS-EMAIL
           END-STRING
         END-IF.
         WRITE CUST-OUT-RECORD FROM CUST-RECORD.
         ADD 1 TO CUSTOMERS-MASKED.
         READ CUST-DATA
           AT END MOVE '10' TO ST-CUST
         END-READ.

 *    * Then the account master, numbered in its own order
       250-MASK-ACCOUNTS.
         OPEN INPUT ACCT-DATA.
         IF NOT ST-ACCT-IN-SUCCESS
           DISPLAY "ACCT.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         OPEN OUTPUT ACCT-OUT.
         IF NOT ST-ACCT-OUT-SUCCESS
           DISPLAY "ACCT-MSK.DAT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.
         PERFORM 260-MASK-ONE-ACCOUNT
           UNTIL ST-ACCT-IN-EOF.
         CLOSE ACCT-DATA
               ACCT-OUT.

       260-MASK-ONE-ACCOUNT.
         MOVE ACCT-NO-IN TO MAP-ACCT-NO.
         PERFORM 600-MAP-ACCOUNT.
         MOVE MAP-ACCT-NO TO ACCT-NO-IN.
         MOVE OWNER-NAME-IN TO MAP-NAME.
         PERFORM 620-MAP-NAME.
         MOVE MAP-NAME TO OWNER-NAME-IN.
         MOVE SAVING-IN TO SCALE-IN.
         PERFORM 650-SCALE-AMOUNT.
         MOVE SCALE-CAPPED TO SAVING-IN.
         IF OD-LIMIT-X NUMERIC
           MOVE OD-LIMIT-IN TO SCALE-IN
           PERFORM 650-SCALE-AMOUNT
           MOVE SCALE-CAPPED TO OD-LIMIT-IN
         END-IF.
         IF CUST-NO-X NUMERIC
           MOVE CUST-NO-IN TO MAP-CUST-NO
           PERFORM 610-MAP-CUSTOMER
           MOVE MAP-CUST-NO TO CUST-NO-IN
         END-IF.
         WRITE ACCT-OUT-RECORD FROM ACCT-RECORD.
         ADD 1 TO ACCOUNTS-MASKED.
         READ ACCT-DATA
           AT END MOVE '10' TO ST-ACCT-IN
         END-READ.

 *    * The owner-name address file gets the same generated
 *    * address as the customer of the same name
       300-MASK-ADDRESSES.
         OPEN INPUT ADDR-DATA.
         IF ST-ADDR-SUCCESS
           OPEN OUTPUT ADDR-OUT
           IF NOT ST-ADDR-OUT-SUCCESS
             DISPLAY "CUST-ADDR-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ ADDR-DATA
             AT END MOVE '10' TO ST-ADDR
           END-READ
           PERFORM 310-MASK-ONE-ADDRESS
             UNTIL ST-ADDR-EOF
           CLOSE ADDR-DATA
                 ADDR-OUT
         END-IF.

       310-MASK-ONE-ADDRESS.
         MOVE ADR-OWNER-NAME TO MAP-NAME.
         PERFORM 620-MAP-NAME.
         MOVE MAP-NAME TO ADR-OWNER-NAME.
         IF ADR-LINE1 NOT = SPACES
           PERFORM 630-PICK-STREET
           MOVE SPACES TO ADR-LINE1
           STRING MAP-NAME-SEQ DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STREET (PICK-IDX) DELIMITED BY SIZE
             INTO ADR-LINE1
           END-STRING
         END-IF.
         IF ADR-LINE2 NOT = SPACES
           PERFORM 640-PICK-CITY
           MOVE CITY (PICK-IDX) TO ADR-LINE2
         END-IF.
         IF ADR-LINE3 NOT = SPACES
           MOVE SPACES TO ADR-LINE3
           STRING "BP " DELIMITED BY SIZE
                  MAP-NAME-SEQ DELIMITED BY SIZE
             INTO ADR-LINE3
           END-STRING
         END-IF.
         WRITE ADDR-OUT-RECORD FROM ADDR-RECORD.
         ADD 1 TO ADDRESSES-MASKED.
         READ ADDR-DATA
           AT END MOVE '10' TO ST-ADDR
         END-READ.

       320-MASK-RELATIONS.
         OPEN INPUT REL-DATA.
         IF ST-REL-SUCCESS
           OPEN OUTPUT REL-OUT
           IF NOT ST-REL-OUT-SUCCESS
             DISPLAY "ACCT-REL-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ REL-DATA
             AT END MOVE '10' TO ST-REL
           END-READ
           PERFORM 330-MASK-ONE-RELATION
             UNTIL ST-REL-EOF
           CLOSE REL-DATA
                 REL-OUT
         END-IF.

       330-MASK-ONE-RELATION.
         IF REL-ACCT-NO-X NUMERIC
           MOVE REL-ACCT-NO TO MAP-ACCT-NO
           PERFORM 600-MAP-ACCOUNT
           MOVE MAP-ACCT-NO TO REL-ACCT-NO
         END-IF.
         IF REL-CUST-NO-X NUMERIC
           MOVE REL-CUST-NO TO MAP-CUST-NO
           PERFORM 610-MAP-CUSTOMER
           MOVE MAP-CUST-NO TO REL-CUST-NO
         END-IF.
         WRITE REL-OUT-RECORD FROM REL-RECORD.
         ADD 1 TO RELATIONS-MASKED.
         READ REL-DATA
           AT END MOVE '10' TO ST-REL
         END-READ.

       340-MASK-HOLDS.
         OPEN INPUT HOLD-DATA.
         IF ST-HOLD-SUCCESS
           OPEN OUTPUT HOLD-OUT
           IF NOT ST-HOLD-OUT-SUCCESS
             DISPLAY "ACCT-HOLD-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ HOLD-DATA
             AT END MOVE '10' TO ST-HOLD
           END-READ
           PERFORM 350-MASK-ONE-HOLD
             UNTIL ST-HOLD-EOF
           CLOSE HOLD-DATA
                 HOLD-OUT
         END-IF.

       350-MASK-ONE-HOLD.
         IF HLD-ACCT-NO-X NUMERIC
           MOVE HLD-ACCT-NO-IN TO MAP-ACCT-NO
           PERFORM 600-MAP-ACCOUNT
           MOVE MAP-ACCT-NO TO HLD-ACCT-NO-IN
         END-IF.
         IF HLD-AMOUNT-X NUMERIC
           MOVE HLD-AMOUNT-IN TO SCALE-IN
           PERFORM 650-SCALE-AMOUNT
           MOVE SCALE-CAPPED TO HLD-AMOUNT-IN
         END-IF.
         WRITE HOLD-OUT-RECORD FROM HOLD-RECORD.
         ADD 1 TO HOLDS-MASKED.
         READ HOLD-DATA
           AT END MOVE '10' TO ST-HOLD
         END-READ.

       360-MASK-PENDING.
         OPEN INPUT PEND-DATA.
         IF ST-PEND-SUCCESS
           OPEN OUTPUT PEND-OUT
           IF NOT ST-PEND-OUT-SUCCESS
             DISPLAY "TXN-PEND-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ PEND-DATA
             AT END MOVE '10' TO ST-PEND
           END-READ
           PERFORM 370-MASK-ONE-PENDING
             UNTIL ST-PEND-EOF
           CLOSE PEND-DATA
                 PEND-OUT
         END-IF.

       370-MASK-ONE-PENDING.
         MOVE PEND-REC TO MOVE-IMAGE.
         PERFORM 660-MASK-IMAGE.
         WRITE PEND-OUT-REC FROM MOVE-IMAGE.
         ADD 1 TO PENDING-MASKED.
         READ PEND-DATA
           AT END MOVE '10' TO ST-PEND
         END-READ.

       380-MASK-STANDING.
         OPEN INPUT STAND-DATA.
         IF ST-STAND-SUCCESS
           OPEN OUTPUT STAND-OUT
           IF NOT ST-STAND-OUT-SUCCESS
             DISPLAY "TXN-STAND-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ STAND-DATA
             AT END MOVE '10' TO ST-STAND
           END-READ
           PERFORM 390-MASK-ONE-STANDING
             UNTIL ST-STAND-EOF
           CLOSE STAND-DATA
                 STAND-OUT
         END-IF.

       390-MASK-ONE-STANDING.
         MOVE STD-IMAGE TO MOVE-IMAGE.
         PERFORM 660-MASK-IMAGE.
         MOVE MOVE-IMAGE TO STD-IMAGE.
         WRITE STAND-OUT-REC FROM STAND-REC.
         ADD 1 TO STANDING-MASKED.
         READ STAND-DATA
           AT END MOVE '10' TO ST-STAND
         END-READ.

       400-MASK-HISTORY.
         OPEN INPUT HIST-DATA.
         IF ST-HIST-SUCCESS
           OPEN OUTPUT HIST-OUT
           IF NOT ST-HIST-OUT-SUCCESS
             DISPLAY "BAL-HIST-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ HIST-DATA
             AT END MOVE '10' TO ST-HIST
           END-READ
           PERFORM 410-MASK-ONE-HISTORY
             UNTIL ST-HIST-EOF
           CLOSE HIST-DATA
                 HIST-OUT
         END-IF.

       410-MASK-ONE-HISTORY.
         IF HIS-ACCT-NO-X NUMERIC
           MOVE HIS-ACCT-NO TO MAP-ACCT-NO
           PERFORM 600-MAP-ACCOUNT
           MOVE MAP-ACCT-NO TO HIS-ACCT-NO
         END-IF.
         MOVE HIS-OWNER-NAME TO MAP-NAME.
         PERFORM 620-MAP-NAME.
         MOVE MAP-NAME TO HIS-OWNER-NAME.
         IF HIS-CLOSING-X NUMERIC
           COMPUTE HIS-CLOSING ROUNDED = HIS-CLOSING * MASK-FACTOR
             ON SIZE ERROR MOVE 99999999 TO HIS-CLOSING
           END-COMPUTE
         END-IF.
         IF HIS-INTEREST-X NUMERIC
           COMPUTE HIS-INTEREST ROUNDED = HIS-INTEREST * MASK-FACTOR
             ON SIZE ERROR MOVE 9999999.99 TO HIS-INTEREST
           END-COMPUTE
         END-IF.
         IF HIS-TAX-X NUMERIC
           COMPUTE HIS-TAX ROUNDED = HIS-TAX * MASK-FACTOR
             ON SIZE ERROR MOVE 9999999.99 TO HIS-TAX
           END-COMPUTE
         END-IF.
         IF HIS-CUST-NO-X NUMERIC AND HIS-CUST-NO > ZERO
           MOVE HIS-CUST-NO TO MAP-CUST-NO
           PERFORM 610-MAP-CUSTOMER
           MOVE MAP-CUST-NO TO HIS-CUST-NO
         END-IF.
         WRITE HIST-OUT-RECORD FROM HIST-RECORD.
         ADD 1 TO HISTORY-MASKED.
         READ HIST-DATA
           AT END MOVE '10' TO ST-HIST
         END-READ.

       420-MASK-NOTICES.
         OPEN INPUT NHIST-DATA.
         IF ST-NHIST-SUCCESS
           OPEN OUTPUT NHIST-OUT
           IF NOT ST-NHIST-OUT-SUCCESS
             DISPLAY "NOTIFY-HIST-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ NHIST-DATA
             AT END MOVE '10' TO ST-NHIST
           END-READ
           PERFORM 430-MASK-ONE-NOTICE
             UNTIL ST-NHIST-EOF
           CLOSE NHIST-DATA
                 NHIST-OUT
         END-IF.

       430-MASK-ONE-NOTICE.
         MOVE NHS-KEY TO MAP-KEY.
         PERFORM 670-MAP-OWNER-KEY.
         MOVE MAP-KEY TO NHS-KEY.
         WRITE NHIST-OUT-RECORD FROM NHIST-RECORD.
         ADD 1 TO NOTICES-MASKED.
         READ NHIST-DATA
           AT END MOVE '10' TO ST-NHIST
         END-READ.

       440-MASK-CYCLES.
         OPEN INPUT SCTL-DATA.
         IF ST-SCTL-SUCCESS
           OPEN OUTPUT SCTL-OUT
           IF NOT ST-SCTL-OUT-SUCCESS
             DISPLAY "STMT-CTL-MSK.DAT OPEN FAILED"
             PERFORM 110-ERROR-EXIT
           END-IF
           READ SCTL-DATA
             AT END MOVE '10' TO ST-SCTL
           END-READ
           PERFORM 450-MASK-ONE-CYCLE
             UNTIL ST-SCTL-EOF
           CLOSE SCTL-DATA
                 SCTL-OUT
         END-IF.

       450-MASK-ONE-CYCLE.
         MOVE SCT-KEY TO MAP-KEY.
         PERFORM 670-MAP-OWNER-KEY.
         MOVE MAP-KEY TO SCT-KEY.
         WRITE SCTL-OUT-RECORD FROM SCTL-RECORD.
         ADD 1 TO CYCLES-MASKED.
         READ SCTL-DATA
           AT END MOVE '10' TO ST-SCTL
         END-READ.

 *    * MAP-ACCT-NO to its masked number, handing out the next one
 *    * the first time a number is seen; zero stays zero
       600-MAP-ACCOUNT.
         IF MAP-ACCT-NO > ZERO
           MOVE MAP-ACCT-NO TO AMK-OLD
           READ ACC-MAP
             INVALID KEY
               ADD 1 TO NEXT-ACCT-NO
               MOVE NEXT-ACCT-NO TO AMK-NEW
               WRITE ACC-MAP-RECORD
                 INVALID KEY
                   DISPLAY "ACCOUNT MAP WRITE FAILED"
                   PERFORM 110-ERROR-EXIT
               END-WRITE
           END-READ
           MOVE AMK-NEW TO MAP-ACCT-NO
         END-IF.

 *    * MAP-CUST-NO likewise
       610-MAP-CUSTOMER.
         IF MAP-CUST-NO > ZERO
           MOVE MAP-CUST-NO TO CMK-OLD
           READ CUS-MAP
             INVALID KEY
               ADD 1 TO NEXT-CUST-NO
               MOVE NEXT-CUST-NO TO CMK-NEW
               WRITE CUS-MAP-RECORD
                 INVALID KEY
                   DISPLAY "CUSTOMER MAP WRITE FAILED"
                   PERFORM 110-ERROR-EXIT
               END-WRITE
           END-READ
           MOVE CMK-NEW TO MAP-CUST-NO
         END-IF.

 *    * MAP-NAME to its generated name, a surname and the name's
 *    * sequence number; MAP-NAME-SEQ comes back for the address.
 *    * Blank names and the batch's own #-prefixed owners are left
 *    * as they stand.
       620-MAP-NAME.
         MOVE ZERO TO MAP-NAME-SEQ.
         IF MAP-NAME NOT = SPACES AND MAP-NAME (1:1) NOT = '#'
           MOVE MAP-NAME TO NMK-OLD
           READ NAM-MAP
             INVALID KEY
               ADD 1 TO NEXT-NAME-SEQ
               MOVE NEXT-NAME-SEQ TO NMK-SEQ
               DIVIDE NEXT-NAME-SEQ BY 20 GIVING PICK-QUOT
                 REMAINDER PICK-IDX
               ADD 1 TO PICK-IDX
               MOVE SPACES TO NMK-NEW
               STRING SURNAME (PICK-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NEXT-NAME-SEQ DELIMITED BY SIZE
                 INTO NMK-NEW
               END-STRING
               WRITE NAM-MAP-RECORD
                 INVALID KEY
                   DISPLAY "NAME MAP WRITE FAILED"
                   PERFORM 110-ERROR-EXIT
               END-WRITE
           END-READ
           MOVE NMK-NEW TO MAP-NAME
           MOVE NMK-SEQ TO MAP-NAME-SEQ
         END-IF.

       630-PICK-STREET.
         DIVIDE MAP-NAME-SEQ BY 10 GIVING PICK-QUOT
           REMAINDER PICK-IDX.
         ADD 1 TO PICK-IDX.

       640-PICK-CITY.
         DIVIDE MAP-NAME-SEQ BY 10 GIVING PICK-QUOT.
         DIVIDE PICK-QUOT BY 10 GIVING PICK-QUOT
           REMAINDER PICK-IDX.
         ADD 1 TO PICK-IDX.

 *    * SCALE-IN times the factor, rounded to the unit and held
 *    * to the seven digits an amount field carries
       650-SCALE-AMOUNT.
         COMPUTE SCALE-CAPPED ROUNDED = SCALE-IN * MASK-FACTOR
           ON SIZE ERROR MOVE 9999999 TO SCALE-CAPPED
         END-COMPUTE.

 *    * A pending or standing movement: account numbers and owner
 *    * through the maps, amount through the factor
       660-MASK-IMAGE.
         EVALUATE MOV-ACTION
           WHEN 'R'
             CONTINUE
           WHEN 'T'
             IF MOV-FROM-ACCT NUMERIC
               MOVE MOV-FROM-NUM TO MAP-ACCT-NO
               PERFORM 600-MAP-ACCOUNT
               MOVE MAP-ACCT-NO TO MOV-FROM-NUM
             END-IF
             IF MOV-TO-ACCT NUMERIC
               MOVE MOV-TO-NUM TO MAP-ACCT-NO
               PERFORM 600-MAP-ACCOUNT
               MOVE MAP-ACCT-NO TO MOV-TO-NUM
             END-IF
             IF MOV-TRF-AMOUNT-X NUMERIC
               MOVE MOV-TRF-AMOUNT TO SCALE-IN
               PERFORM 650-SCALE-AMOUNT
               MOVE SCALE-CAPPED TO MOV-TRF-AMOUNT
             END-IF
           WHEN OTHER
             IF MOV-HASH = '#' AND MOV-NUMBER-X NUMERIC
               MOVE MOV-NUMBER TO MAP-ACCT-NO
               PERFORM 600-MAP-ACCOUNT
               MOVE MAP-ACCT-NO TO MOV-NUMBER
             ELSE
               MOVE MOV-OWNER-NAME TO MAP-NAME
               PERFORM 620-MAP-NAME
               MOVE MAP-NAME TO MOV-OWNER-NAME
             END-IF
             IF MOV-AMOUNT-X NUMERIC
               MOVE MOV-AMOUNT TO SCALE-IN
               PERFORM 650-SCALE-AMOUNT
               MOVE SCALE-CAPPED TO MOV-AMOUNT
             END-IF
         END-EVALUATE.

 *    * A notice or statement-cycle key: C and a customer number
 *    * through the customer map, an owner name through the names
       670-MAP-OWNER-KEY.
         MOVE MAP-KEY TO CUST-KEY.
         IF CKY-TAG = 'C' AND CKY-CUST-NO-X NUMERIC
            AND CKY-REST = SPACES
           MOVE CKY-CUST-NO TO MAP-CUST-NO
           PERFORM 610-MAP-CUSTOMER
           MOVE MAP-CUST-NO TO CKY-CUST-NO
           MOVE CUST-KEY TO MAP-KEY
         ELSE
           MOVE MAP-KEY TO MAP-NAME
           PERFORM 620-MAP-NAME
           MOVE MAP-NAME TO MAP-KEY
         END-IF.

       END PROGRAM MASKDATA.
