         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CAL-DATA       ASSIGN TO DISK "BUS-CAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CAL.
         SELECT TXN-DATA       ASSIGN TO DISK "ACCT-TXN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-TXN.
         SELECT RPT-DATA       ASSIGN TO DISK "TXN-REL-RPT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RPT.
         SELECT REFER-IN       ASSIGN TO DISK "TXN-REFER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REFER-IN.
         SELECT REFER-OUT      ASSIGN TO DISK "TXN-REFER-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-REFER-OUT.
         SELECT RELCARD-DATA   ASSIGN TO DISK "TXN-REFER-REL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-RELCARD.
         SELECT OPER-DATA      ASSIGN TO DISK "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-OPER.

       DATA DIVISION.
       FILE SECTION.
 *    * one window carries one date however long it runs
       FD  BUSDATE-DATA.
       01  BUSDATE-REC             PIC X(8).
 *    * Non-business dates per currency area; area *** closes
 *    * every area (the bank's own holidays). Saturdays and Sundays
 *    * are closed without being listed.
       FD  CAL-DATA.
       01  CAL-RECORD.
           05  CAL-AREA            PIC X(3).
           05  FILLER              PIC X.
           05  CAL-DATE-X          PIC X(8).
           05  CAL-DATE REDEFINES CAL-DATE-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  CAL-DESC            PIC X(30).
 *    * Movements keyed by the branches, any value date
       FD  TXN-DATA.
       01  TXN-REC                 PIC X(48).
       FD  PEND-OUT.
       01  PEND-OUT-REC            PIC X(48).
 *    * Standing orders: frequency (W weekly, M monthly, Q
 *    * quarterly), the next date the order falls due, the
 *    * movement image injected each time it does, and how a due
 *    * date on a closed day rolls (P to the preceding business
 *    * day, anything else to the following one). The due date
 *    * stays on the order's own schedule; only the release rolls.
       FD  STAND-DATA.
       01  STAND-REC.
           05  STD-FREQ            PIC X.
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  STD-IMAGE           PIC X(48).
           05  FILLER              PIC X.
           05  STD-ROLL            PIC X.
 *    * Standing orders rewritten with advanced due dates
       FD  STAND-OUT.
       01  STAND-OUT-REC.
           05  STO-NEXT-DUE        PIC 9(8).
           05  FILLER              PIC X.
           05  STO-IMAGE           PIC X(48).
           05  FILLER              PIC X.
           05  STO-ROLL            PIC X.
 *    * Tonight's released movements, handed to TXNPOST
       FD  REL-DATA.
       01  REL-REC                 PIC X(48).
 *    * What was injected and what is still pending
       FD  RPT-DATA.
       01  RPT-LINE                PIC X(80).
 *    * Movements TXNPOST referred for being over their referral
 *    * amount, under the posting date and sequence of the REFERRED
 *    * journal line, with the account they draw on
       FD  REFER-IN.
       01  REFER-IN-REC.
           05  RFR-POST-DATE       PIC 9(8).
           05  FILLER              PIC X.
           05  RFR-SEQ             PIC 9(6).
           05  FILLER              PIC X.
           05  RFR-ACCT-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  RFR-IMAGE           PIC X(48).
 *    * Referrals still without a supervisor's decision
       FD  REFER-OUT.
       01  REFER-OUT-REC           PIC X(73).
 *    * One card per referral a supervisor has decided: the posting
 *    * date and sequence of its journal line, the supervisor's
 *    * operator ID, and A to release it or R to decline it
       FD  RELCARD-DATA.
       01  RELCARD-REC.
           05  RRC-POST-DATE-X     PIC X(8).
           05  RRC-POST-DATE REDEFINES RRC-POST-DATE-X
                                   PIC 9(8).
           05  FILLER              PIC X.
           05  RRC-SEQ-X           PIC X(6).
           05  RRC-SEQ REDEFINES RRC-SEQ-X
                                   PIC 9(6).
           05  FILLER              PIC X.
           05  RRC-SUPERVISOR      PIC X(8).
           05  FILLER              PIC X.
           05  RRC-DECISION        PIC X.
 *    * Operators, as INQUIRY signs them on; an active operator at
 *    * level 3 or above is a supervisor
       FD  OPER-DATA.
       01  OPER-RECORD.
           05  OPR-ID              PIC X(8).
           05  FILLER              PIC X.
           05  OPR-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  OPR-BRANCH          PIC X(4).
           05  FILLER              PIC X.
           05  OPR-LEVEL-X         PIC X.
           05  OPR-LEVEL REDEFINES OPR-LEVEL-X
                                   PIC 9.
           05  FILLER              PIC X.
           05  OPR-CUST-NO-X       PIC X(6).
           05  FILLER              PIC X.
           05  OPR-STATUS          PIC X.

       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CAL                  PIC X(02)    VALUE SPACES.
           88  ST-CAL-SUCCESS                   VALUE '00'.
           88  ST-CAL-EOF                       VALUE '10'.
       01  ST-TXN                  PIC X(02)    VALUE SPACES.
           88  ST-TXN-SUCCESS                   VALUE '00'.
           88  ST-TXN-EOF                       VALUE '10'.
           88  ST-REL-SUCCESS                   VALUE '00'.
       01  ST-RPT                  PIC X(02)    VALUE SPACES.
           88  ST-RPT-SUCCESS                   VALUE '00'.
       01  ST-REFER-IN             PIC X(02)    VALUE SPACES.
           88  ST-REFER-IN-SUCCESS              VALUE '00'.
           88  ST-REFER-IN-EOF                  VALUE '10'.
       01  ST-REFER-OUT            PIC X(02)    VALUE SPACES.
           88  ST-REFER-OUT-SUCCESS             VALUE '00'.
       01  ST-RELCARD              PIC X(02)    VALUE SPACES.
           88  ST-RELCARD-SUCCESS               VALUE '00'.
           88  ST-RELCARD-EOF                   VALUE '10'.
       01  ST-OPER                 PIC X(02)    VALUE SPACES.
           88  ST-OPER-SUCCESS                  VALUE '00'.
           88  ST-OPER-EOF                      VALUE '10'.

       77  RUN-DATE                PIC 9(8)     VALUE ZERO.
       77  RELEASED-KEYED          PIC 9(5)     VALUE ZERO.
       77  RELEASED-STAND          PIC 9(5)     VALUE ZERO.
       77  HELD-COUNT              PIC 9(5)     VALUE ZERO.
       77  STAND-ORDERS            PIC 9(5)     VALUE ZERO.
       77  REFER-RELEASED          PIC 9(5)     VALUE ZERO.
       77  REFER-DECLINED          PIC 9(5)     VALUE ZERO.
       77  REFER-WAITING           PIC 9(5)     VALUE ZERO.
       77  CARDS-REFUSED           PIC 9(5)     VALUE ZERO.

 *    * Tonight's supervisors and release cards; a card is spent by
 *    * the referral it names, and a second card for the same
 *    * referral is refused rather than allowed to overrule the first
       77  SUP-ENTRIES             PIC 9(3)     VALUE ZERO.
       77  SUP-ITER                PIC 9(3)     VALUE ZERO.
       77  SUP-FOUND-SW            PIC X        VALUE 'N'.
           88  SUP-FOUND                        VALUE 'Y'.
       01  SUP-TABLE.
           05  SUP-ID              PIC X(8)     OCCURS 200 TIMES.
       77  REL-ENTRIES             PIC 9(3)     VALUE ZERO.
       77  REL-ITER                PIC 9(3)     VALUE ZERO.
       77  REL-IDX                 PIC 9(3)     VALUE ZERO.
       77  CARD-REASON             PIC X(25)    VALUE SPACES.
       77  CARD-IMAGE              PIC X(26)    VALUE SPACES.
       77  MATCH-POST-DATE         PIC 9(8)     VALUE ZERO.
       77  MATCH-SEQ               PIC 9(6)     VALUE ZERO.
       01  REL-TABLE.
           05  REL-ENTRY           OCCURS 500 TIMES.
               10  RLT-CARD.
                   15  RLT-POST-DATE
                                   PIC 9(8).
                   15  FILLER      PIC X.
                   15  RLT-SEQ     PIC 9(6).
                   15  FILLER      PIC X.
                   15  RLT-SUPERVISOR
                                   PIC X(8).
                   15  FILLER      PIC X.
                   15  RLT-DECISION
                                   PIC X.
               10  RLT-USED-SW     PIC X.
                   88  RLT-USED                 VALUE 'Y'.

 *    * A released referral goes back to TXNPOST by account number,
 *    * tagged S with the releasing supervisor's ID so it is not
 *    * referred a second time: at owner column 11 for a deposit or
 *    * withdrawal, after the value date for a transfer
       01  REFER-IMAGE.
           05  RFI-ACTION          PIC X.
           05  FILLER              PIC X.
           05  RFI-OWNER.
               10  RFI-HASH        PIC X.
               10  RFI-ACCT-NO     PIC 9(8).
               10  FILLER          PIC X.
               10  RFI-TAG         PIC X.
               10  RFI-RELEASED-BY PIC X(8).
               10  FILLER          PIC X.
           05  FILLER              PIC X(26).
       01  REFER-TRF-IMAGE REDEFINES REFER-IMAGE.
           05  FILLER              PIC X(36).
           05  RFT-TAG             PIC X.
           05  RFT-RELEASED-BY     PIC X(8).
           05  FILLER              PIC X(3).

 *    * The movement image and its two possible value-date zones:
 *    * a D/W record dates at columns 41-48, a transfer at 29-36
               10  IMW-TRF-DATE-X  PIC X(8).
               10  IMW-TRF-DATE REDEFINES IMW-TRF-DATE-X
                                   PIC 9(8).
           05  IMW-DW-CCY-ZONE REDEFINES IMW-TRF-DATE-ZONE.
               10  IMW-DW-CCY      PIC X(3).
               10  FILLER          PIC X(5).
           05  FILLER              PIC X(4).
           05  IMW-DW-DATE-ZONE.
               10  IMW-DW-DATE-X   PIC X(8).
       77  LEAP-QUOT               PIC 9(4)     VALUE ZERO.
       77  ADD-MONTHS-N            PIC 99       VALUE ZERO.

 *    * The business-day calendar and the roll work fields
       77  CAL-ENTRIES             PIC 9(3)     VALUE ZERO.
       77  CAL-ITER                PIC 9(3)     VALUE ZERO.
       01  CAL-TABLE.
           05  CAL-ENTRY           OCCURS 500 TIMES.
               10  CLT-AREA        PIC X(3).
               10  CLT-DATE        PIC 9(8).
       77  ROLL-DATE               PIC 9(8)     VALUE ZERO.
       77  ROLL-AREA               PIC X(3)     VALUE SPACES.
       77  ROLL-CONVENTION         PIC X        VALUE SPACE.
       77  ROLLED-DUE              PIC 9(8)     VALUE ZERO.
       77  WEEK-QUOT               PIC 9(7)     VALUE ZERO.
       77  WEEK-REM                PIC 9        VALUE ZERO.
       77  BUSINESS-DAY-SW         PIC X        VALUE 'Y'.
           88  IS-BUSINESS-DAY                  VALUE 'Y'.

       01  RPT-HEAD-LINE.
           05  FILLER              PIC X(29)
               VALUE "TRANSACTION WAREHOUSE RELEASE".
           05  RPD-TAG             PIC X(9).
           05  FILLER              PIC X.
           05  RPD-IMAGE           PIC X(48).
       01  RPT-CARD-LINE.
           05  RPC-TAG             PIC X(9).
           05  FILLER              PIC X.
           05  RPC-CARD            PIC X(26).
           05  FILLER              PIC X.
           05  RPC-REASON          PIC X(25).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
         PERFORM 120-GET-BUSINESS-DATE.
         PERFORM 150-LOAD-CALENDAR.
         PERFORM 170-LOAD-SUPERVISORS.
         OPEN OUTPUT REL-DATA
              OUTPUT PEND-OUT
              OUTPUT RPT-DATA
              OUTPUT REFER-OUT.
         IF NOT ST-REL-SUCCESS OR NOT ST-PEND-OUT-SUCCESS
            OR NOT ST-RPT-SUCCESS OR NOT ST-REFER-OUT-SUCCESS
           DISPLAY "TXNWHSE OUTPUT OPEN FAILED"
           PERFORM 110-ERROR-EXIT
         END-IF.
         MOVE RUN-DATE TO RPH-RUN-DATE.
         MOVE RPT-HEAD-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         PERFORM 180-LOAD-RELEASES.
         PERFORM 200-RELEASE-PENDING.
         PERFORM 250-RELEASE-REFERRED.
         PERFORM 300-RELEASE-KEYED.
         PERFORM 400-EXPAND-STANDING.
         PERFORM 280-UNUSED-RELEASE
           VARYING REL-ITER FROM 1 BY 1
           UNTIL REL-ITER > REL-ENTRIES.
         CLOSE REL-DATA
               PEND-OUT
               RPT-DATA
               REFER-OUT.
         DISPLAY "RELEASED FROM TONIGHT'S FILE : " RELEASED-KEYED.
         DISPLAY "RELEASED FROM THE WAREHOUSE  : " RELEASED-WHSE.
         DISPLAY "STANDING ORDERS INJECTED     : " RELEASED-STAND.
         DISPLAY "MOVEMENTS STILL PENDING      : " HELD-COUNT.
         DISPLAY "REFERRALS RELEASED           : " REFER-RELEASED.
         DISPLAY "REFERRALS DECLINED           : " REFER-DECLINED.
         DISPLAY "REFERRALS STILL WAITING      : " REFER-WAITING.
         DISPLAY "RELEASE CARDS REFUSED        : " CARDS-REFUSED.
         STOP RUN.

       110-ERROR-EXIT.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
         END-IF.

 *    * No calendar on file means only weekends are closed
       150-LOAD-CALENDAR.
         OPEN INPUT CAL-DATA.
         IF ST-CAL-SUCCESS
           READ CAL-DATA INTO CAL-RECORD
             AT END MOVE '10' TO ST-CAL
           END-READ
           PERFORM 160-LOAD-ONE-HOLIDAY
             UNTIL ST-CAL-EOF
           CLOSE CAL-DATA
         END-IF.

       160-LOAD-ONE-HOLIDAY.
         IF CAL-DATE-X NUMERIC
           IF CAL-ENTRIES < 500
             ADD 1 TO CAL-ENTRIES
             MOVE CAL-AREA TO CLT-AREA (CAL-ENTRIES)
             MOVE CAL-DATE TO CLT-DATE (CAL-ENTRIES)
           ELSE
             DISPLAY "BUS-CAL.DAT FULL - DATE IGNORED : " CAL-DATE
           END-IF
         END-IF.
         READ CAL-DATA INTO CAL-RECORD
           AT END MOVE '10' TO ST-CAL
         END-READ.

 *    * Supervisors are the active operators at level 3 and up; no
 *    * operator file means nobody can release a referral
       170-LOAD-SUPERVISORS.
         OPEN INPUT OPER-DATA.
         IF ST-OPER-SUCCESS
           READ OPER-DATA INTO OPER-RECORD
             AT END MOVE '10' TO ST-OPER
           END-READ
           PERFORM 175-LOAD-ONE-OPERATOR
             UNTIL ST-OPER-EOF
           CLOSE OPER-DATA
         END-IF.

       175-LOAD-ONE-OPERATOR.
         IF OPR-STATUS = 'A' AND OPR-ID NOT = SPACES
            AND OPR-LEVEL-X NUMERIC AND OPR-LEVEL > 2
           IF SUP-ENTRIES < 200
             ADD 1 TO SUP-ENTRIES
             MOVE OPR-ID TO SUP-ID (SUP-ENTRIES)
           ELSE
             DISPLAY "MORE THAN 200 SUPERVISORS - IGNORED : " OPR-ID
           END-IF
         END-IF.
         READ OPER-DATA INTO OPER-RECORD
           AT END MOVE '10' TO ST-OPER
         END-READ.

 *    * Load tonight's release cards; with no card file every
 *    * referral waits. A card that cannot be honoured is listed
 *    * with the reason and releases nothing.
       180-LOAD-RELEASES.
         OPEN INPUT RELCARD-DATA.
         IF ST-RELCARD-SUCCESS
           READ RELCARD-DATA INTO RELCARD-REC
             AT END MOVE '10' TO ST-RELCARD
           END-READ
           PERFORM 185-LOAD-ONE-RELEASE
             UNTIL ST-RELCARD-EOF
           CLOSE RELCARD-DATA
         END-IF.

       185-LOAD-ONE-RELEASE.
         MOVE 'N' TO SUP-FOUND-SW.
         PERFORM 190-MATCH-SUPERVISOR
           VARYING SUP-ITER FROM 1 BY 1
           UNTIL SUP-ITER > SUP-ENTRIES OR SUP-FOUND.
         MOVE ZERO TO REL-IDX.
         IF RRC-POST-DATE-X NUMERIC AND RRC-SEQ-X NUMERIC
           MOVE RRC-POST-DATE TO MATCH-POST-DATE
           MOVE RRC-SEQ TO MATCH-SEQ
           PERFORM 195-MATCH-CARD
             VARYING REL-ITER FROM 1 BY 1
             UNTIL REL-ITER > REL-ENTRIES OR REL-IDX > 0
         END-IF.
         MOVE SPACES TO CARD-REASON.
         EVALUATE TRUE
           WHEN RRC-POST-DATE-X NOT NUMERIC
                OR RRC-SEQ-X NOT NUMERIC
             MOVE "NO JOURNAL DATE/SEQUENCE" TO CARD-REASON
           WHEN RRC-DECISION NOT = 'A' AND RRC-DECISION NOT = 'R'
             MOVE "DECISION NOT A OR R" TO CARD-REASON
           WHEN NOT SUP-FOUND
             MOVE "NOT AN ACTIVE SUPERVISOR" TO CARD-REASON
           WHEN REL-IDX > 0
             MOVE "DUPLICATE RELEASE CARD" TO CARD-REASON
           WHEN REL-ENTRIES > 499
             DISPLAY "MORE THAN 500 RELEASE CARDS TONIGHT"
             PERFORM 110-ERROR-EXIT
           WHEN OTHER
             ADD 1 TO REL-ENTRIES
             MOVE RELCARD-REC TO RLT-CARD (REL-ENTRIES)
             MOVE 'N' TO RLT-USED-SW (REL-ENTRIES)
         END-EVALUATE.
         IF CARD-REASON NOT = SPACES
           ADD 1 TO CARDS-REFUSED
           MOVE RELCARD-REC TO CARD-IMAGE
           MOVE "REFUSED  " TO RPC-TAG
           PERFORM 290-WRITE-CARD-LINE
         END-IF.
         READ RELCARD-DATA INTO RELCARD-REC
           AT END MOVE '10' TO ST-RELCARD
         END-READ.

       190-MATCH-SUPERVISOR.
         IF SUP-ID (SUP-ITER) = RRC-SUPERVISOR
           MOVE 'Y' TO SUP-FOUND-SW
         END-IF.

       195-MATCH-CARD.
         IF RLT-POST-DATE (REL-ITER) = MATCH-POST-DATE
            AND RLT-SEQ (REL-ITER) = MATCH-SEQ
           MOVE REL-ITER TO REL-IDX
         END-IF.

 *    * Warehouse first, so held movements post in the order they
 *    * were keyed; absence of the file is an empty warehouse
       200-RELEASE-PENDING.
           AT END MOVE '10' TO ST-PEND-IN
         END-READ.

 *    * Referred movements wait here for a supervisor: a released
 *    * one goes to TXNPOST tonight whatever its value date, tagged
 *    * so it is not referred again; a declined one is dropped; the
 *    * rest carry to the next night
       250-RELEASE-REFERRED.
         OPEN INPUT REFER-IN.
         IF ST-REFER-IN-SUCCESS
           READ REFER-IN INTO REFER-IN-REC
             AT END MOVE '10' TO ST-REFER-IN
           END-READ
           PERFORM 260-ONE-REFERRED
             UNTIL ST-REFER-IN-EOF
           CLOSE REFER-IN
         END-IF.

       260-ONE-REFERRED.
         MOVE ZERO TO REL-IDX.
         MOVE RFR-POST-DATE TO MATCH-POST-DATE.
         MOVE RFR-SEQ TO MATCH-SEQ.
         PERFORM 195-MATCH-CARD
           VARYING REL-ITER FROM 1 BY 1
           UNTIL REL-ITER > REL-ENTRIES OR REL-IDX > 0.
         MOVE RFR-IMAGE TO REFER-IMAGE.
         EVALUATE TRUE
           WHEN REL-IDX = 0
             ADD 1 TO REFER-WAITING
             MOVE "REFERRED " TO RPD-TAG
             WRITE REFER-OUT-REC FROM REFER-IN-REC
           WHEN RLT-DECISION (REL-IDX) = 'A'
             ADD 1 TO REFER-RELEASED
             MOVE 'Y' TO RLT-USED-SW (REL-IDX)
             PERFORM 270-TAG-RELEASE
             MOVE "SUPV REL " TO RPD-TAG
             WRITE REL-REC FROM REFER-IMAGE
           WHEN OTHER
             ADD 1 TO REFER-DECLINED
             MOVE 'Y' TO RLT-USED-SW (REL-IDX)
             MOVE "DECLINED " TO RPD-TAG
         END-EVALUATE.
         MOVE REFER-IMAGE TO RPD-IMAGE.
         MOVE RPT-DETAIL-LINE TO RPT-LINE.
         WRITE RPT-LINE.
         READ REFER-IN INTO REFER-IN-REC
           AT END MOVE '10' TO ST-REFER-IN
         END-READ.

       270-TAG-RELEASE.
         IF RFI-ACTION = 'T'
           MOVE 'S' TO RFT-TAG
           MOVE RLT-SUPERVISOR (REL-IDX) TO RFT-RELEASED-BY
         ELSE
           MOVE SPACES TO RFI-OWNER
           MOVE '#' TO RFI-HASH
           MOVE RFR-ACCT-NO TO RFI-ACCT-NO
           MOVE 'S' TO RFI-TAG
           MOVE RLT-SUPERVISOR (REL-IDX) TO RFI-RELEASED-BY
         END-IF.

 *    * A card naming no referral in the warehouse is listed so the
 *    * supervisor can see it did nothing
       280-UNUSED-RELEASE.
         IF NOT RLT-USED (REL-ITER)
           ADD 1 TO CARDS-REFUSED
           MOVE RLT-CARD (REL-ITER) TO CARD-IMAGE
           MOVE "NO REFERRAL WAITING" TO CARD-REASON
           MOVE "NO MATCH " TO RPC-TAG
           PERFORM 290-WRITE-CARD-LINE
         END-IF.

       290-WRITE-CARD-LINE.
         MOVE CARD-IMAGE TO RPC-CARD.
         MOVE CARD-REASON TO RPC-REASON.
         MOVE RPT-CARD-LINE TO RPT-LINE.
         WRITE RPT-LINE.

 *    * Tonight's keyed file: anything dated past the run date goes
 *    * to the warehouse instead of posting early
       300-RELEASE-KEYED.

 *    * Expand every standing order due tonight into the release
 *    * file, one movement per missed period, then advance the due
 *    * date until its rolled release date is past the run date
       400-EXPAND-STANDING.
         OPEN INPUT STAND-DATA.
         IF NOT ST-STAND-SUCCESS
       410-ONE-STANDING.
         ADD 1 TO STAND-ORDERS.
         IF STD-NEXT-DUE-X NUMERIC AND STD-NEXT-DUE > ZERO
           PERFORM 415-ROLL-NEXT-DUE
           PERFORM 420-EXPAND-DUE-DATES
             UNTIL ROLLED-DUE > RUN-DATE
           MOVE SPACES TO STAND-OUT-REC
           MOVE STD-FREQ TO STO-FREQ
           MOVE STD-NEXT-DUE TO STO-NEXT-DUE
           MOVE STD-IMAGE TO STO-IMAGE
           MOVE STD-ROLL TO STO-ROLL
           WRITE STAND-OUT-REC
         ELSE
           DISPLAY "BAD STANDING-ORDER DUE DATE IGNORED"
           AT END MOVE '10' TO ST-STAND
         END-READ.

 *    * The release date is the due date rolled off a closed day
 *    * in the movement's currency area; a transfer carries no
 *    * currency, so only the bank-wide closures apply to it
       415-ROLL-NEXT-DUE.
         MOVE STD-IMAGE TO IMAGE-WORK.
         IF IMW-ACTION = 'T'
           MOVE "***" TO ROLL-AREA
         ELSE
           MOVE IMW-DW-CCY TO ROLL-AREA
         END-IF.
         MOVE STD-ROLL TO ROLL-CONVENTION.
         MOVE STD-NEXT-DUE TO ROLL-DATE.
         PERFORM 710-ROLL-DATE.
         MOVE ROLL-DATE TO ROLLED-DUE.

       420-EXPAND-DUE-DATES.
         ADD 1 TO RELEASED-STAND.
         MOVE STD-IMAGE TO IMAGE-WORK.
         MOVE ROLLED-DUE TO IMAGE-DUE-DATE.
         PERFORM 530-SET-IMAGE-DATE.
         MOVE "STANDING " TO RPD-TAG.
         MOVE IMAGE-WORK TO RPD-IMAGE.
         MOVE IMAGE-WORK TO REL-REC.
         WRITE REL-REC.
         PERFORM 430-ADVANCE-DUE-DATE.
         PERFORM 415-ROLL-NEXT-DUE.

       430-ADVANCE-DUE-DATE.
         EVALUATE STD-FREQ
           END-IF
         END-IF.

 *    * A closed day is a Saturday or Sunday (day number modulo 7
 *    * gives 5 and 6) or a calendar date for the area or for ***
       700-CHECK-BUSINESS-DAY.
         MOVE 'Y' TO BUSINESS-DAY-SW.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         DIVIDE CVD-DAYNO BY 7 GIVING WEEK-QUOT
           REMAINDER WEEK-REM.
         IF WEEK-REM > 4
           MOVE 'N' TO BUSINESS-DAY-SW
         END-IF.
         PERFORM 705-SCAN-CALENDAR
           VARYING CAL-ITER FROM 1 BY 1
           UNTIL CAL-ITER > CAL-ENTRIES OR NOT IS-BUSINESS-DAY.

       705-SCAN-CALENDAR.
         IF CLT-DATE (CAL-ITER) = ROLL-DATE
            AND (CLT-AREA (CAL-ITER) = "***"
                 OR CLT-AREA (CAL-ITER) = ROLL-AREA)
           MOVE 'N' TO BUSINESS-DAY-SW
         END-IF.

 *    * Move ROLL-DATE off closed days, back for the preceding
 *    * convention and forward for the following one
       710-ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.
         PERFORM 720-STEP-ONE-DAY
           UNTIL IS-BUSINESS-DAY.

       720-STEP-ONE-DAY.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         IF ROLL-CONVENTION = 'P'
           SUBTRACT 1 FROM CVD-DAYNO
         ELSE
           ADD 1 TO CVD-DAYNO
         END-IF.
         PERFORM 610-DAYNO-TO-DATE.
         MOVE CVD-DATE-X TO ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.

       END PROGRAM TXNWHSE.
