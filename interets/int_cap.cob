         SELECT BUSDATE-DATA   ASSIGN TO DISK "BUSDATE.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-BUSDATE.
         SELECT CAL-DATA       ASSIGN TO DISK "BUS-CAL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-CAL.
         SELECT ACCT-DATA      ASSIGN TO DISK "ACCT.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ST-ACCT-IN.
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
 *    * Account master as it stands after the run being capitalized
       FD  ACCT-DATA.
       01  ACCT-RECORD.
       WORKING-STORAGE SECTION.
       01  ST-BUSDATE              PIC X(02)    VALUE SPACES.
           88  ST-BUSDATE-SUCCESS               VALUE '00'.
       01  ST-CAL                  PIC X(02)    VALUE SPACES.
           88  ST-CAL-SUCCESS                   VALUE '00'.
           88  ST-CAL-EOF                       VALUE '10'.
       01  ST-ACCT-IN              PIC X(02)    VALUE SPACES.
           88  ST-ACCT-IN-SUCCESS               VALUE '00'.
       01  ST-ACCT-OUT             PIC X(02)    VALUE SPACES.
           88  IS-QUARTER-END                   VALUE 'Y'.
       77  YEAR-END-SW             PIC X        VALUE 'N'.
           88  IS-YEAR-END                      VALUE 'Y'.
 *    * The business-day calendar and the roll work fields; the
 *    * month-end is the last business day of the month on the
 *    * bank-wide calendar, the calendar month-end rolled back, so
 *    * a month ending on a closed day still has its month-end
       77  CAL-ENTRIES             PIC 9(3)     VALUE ZERO.
       77  CAL-ITER                PIC 9(3)     VALUE ZERO.
       01  CAL-TABLE.
           05  CAL-ENTRY           OCCURS 500 TIMES.
               10  CLT-AREA        PIC X(3).
               10  CLT-DATE        PIC 9(8).
       01  ROLL-DATE               PIC 9(8)     VALUE ZERO.
       01  ROLL-DATE-X REDEFINES ROLL-DATE.
           05  ROLL-PERIOD         PIC 9(6).
           05  ROLL-DAY            PIC 9(2).
       77  ROLL-AREA               PIC X(3)     VALUE "***".
       77  WEEK-QUOT               PIC 9(7)     VALUE ZERO.
       77  WEEK-REM                PIC 9        VALUE ZERO.
       77  BUSINESS-DAY-SW         PIC X        VALUE 'Y'.
           88  IS-BUSINESS-DAY                  VALUE 'Y'.
 *    * Work fields for the serial day-number conversions; the
 *    * products run to eight digits for dates a century out
       01  CVD-DATE-X.
           05  CVD-YEAR            PIC 9(4).
           05  CVD-MONTH           PIC 9(2).
           05  CVD-DAY             PIC 9(2).
       77  CVD-DAYNO               PIC 9(7)     VALUE ZERO.
       77  CVD-A                   PIC 9(7)     VALUE ZERO.
       77  CVD-B                   PIC 9(7)     VALUE ZERO.
       77  CVD-C                   PIC 9(7)     VALUE ZERO.
       77  CVD-D                   PIC 9(7)     VALUE ZERO.
       77  CVD-E                   PIC 9(7)     VALUE ZERO.
       77  CVD-M                   PIC 9(7)     VALUE ZERO.
       77  CVD-Y                   PIC 9(7)     VALUE ZERO.
       77  CVD-T1                  PIC 9(8)     VALUE ZERO.
       77  CVD-T2                  PIC 9(8)     VALUE ZERO.
       77  CVD-T3                  PIC 9(8)     VALUE ZERO.
       77  CVD-T4                  PIC 9(8)     VALUE ZERO.

 *    * Trailer parse area and verification holders: a produced
 *    * interface file ends with a *TRL record carrying its count
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
         END-IF.

 *    * No calendar on file means only weekends are closed
       140-LOAD-CALENDAR.
         OPEN INPUT CAL-DATA.
         IF ST-CAL-SUCCESS
           READ CAL-DATA INTO CAL-RECORD
             AT END MOVE '10' TO ST-CAL
           END-READ
           PERFORM 145-LOAD-ONE-HOLIDAY
             UNTIL ST-CAL-EOF
           CLOSE CAL-DATA
         END-IF.

       145-LOAD-ONE-HOLIDAY.
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

 *    * The capitalization date is the run date of the interest run
 *    * being posted, from the last INTERETS-AUDIT.DAT line
       150-GET-RUN-DATE.
           AT END MOVE '10' TO ST-AUDIT
         END-READ.

 *    * Monthly accounts capitalize at month-end, quarterly ones at
 *    * the month-ends of March, June, September and December,
 *    * annual ones at the December month-end. Month-end is the last
 *    * business day of the month: the calendar last day rolled
 *    * back off weekends and bank-wide holidays, so a month ending
 *    * on a closed day capitalizes on the business day before it.
       160-SET-CAP-FLAGS.
         PERFORM 140-LOAD-CALENDAR.
         MOVE RUN-DATE TO RUN-DATE-X.
         EVALUATE RUN-MONTH
           WHEN 01 MOVE 31 TO MONTH-LAST-DAY
           WHEN 11 MOVE 30 TO MONTH-LAST-DAY
           WHEN 02 PERFORM 165-FEBRUARY-LENGTH
         END-EVALUATE.
         MOVE RUN-DATE-X TO ROLL-DATE.
         MOVE MONTH-LAST-DAY TO ROLL-DAY.
         PERFORM 710-ROLL-DATE.
         IF RUN-DATE-X = ROLL-DATE-X
           MOVE 'Y' TO MONTH-END-SW
         END-IF.
         IF IS-MONTH-END
           MOVE TRP-HASH TO VER-EXP-HASH
         END-IF.

 *    * Serial day number from a YYYYMMDD civil date; every division
 *    * must truncate, hence the stepwise DIVIDEs
       600-DATE-TO-DAYNO.
         COMPUTE CVD-A = (14 - CVD-MONTH) / 12.
         COMPUTE CVD-Y = CVD-YEAR + 4800 - CVD-A.
         COMPUTE CVD-M = CVD-MONTH + 12 * CVD-A - 3.
         COMPUTE CVD-T1 = 153 * CVD-M + 2.
         DIVIDE CVD-T1 BY 5 GIVING CVD-T1.
         DIVIDE CVD-Y BY 4 GIVING CVD-T2.
         DIVIDE CVD-Y BY 100 GIVING CVD-T3.
         DIVIDE CVD-Y BY 400 GIVING CVD-T4.
         COMPUTE CVD-DAYNO = CVD-DAY + CVD-T1 + 365 * CVD-Y
             + CVD-T2 - CVD-T3 + CVD-T4 - 32045.

 *    * The inverse: civil date back from the serial day number
       610-DAYNO-TO-DATE.
         COMPUTE CVD-A = CVD-DAYNO + 32044.
         COMPUTE CVD-B = (4 * CVD-A + 3) / 146097.
         COMPUTE CVD-T1 = 146097 * CVD-B.
         DIVIDE CVD-T1 BY 4 GIVING CVD-T1.
         COMPUTE CVD-C = CVD-A - CVD-T1.
         COMPUTE CVD-D = (4 * CVD-C + 3) / 1461.
         COMPUTE CVD-T2 = 1461 * CVD-D.
         DIVIDE CVD-T2 BY 4 GIVING CVD-T2.
         COMPUTE CVD-E = CVD-C - CVD-T2.
         COMPUTE CVD-M = (5 * CVD-E + 2) / 153.
         COMPUTE CVD-T3 = 153 * CVD-M + 2.
         DIVIDE CVD-T3 BY 5 GIVING CVD-T3.
         COMPUTE CVD-DAY = CVD-E - CVD-T3 + 1.
         DIVIDE CVD-M BY 10 GIVING CVD-T4.
         COMPUTE CVD-MONTH = CVD-M + 3 - 12 * CVD-T4.
         COMPUTE CVD-YEAR = 100 * CVD-B + CVD-D - 4800 + CVD-T4.

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

 *    * Move ROLL-DATE back off closed days
       710-ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.
         PERFORM 720-STEP-ONE-DAY
           UNTIL IS-BUSINESS-DAY.

       720-STEP-ONE-DAY.
         MOVE ROLL-DATE TO CVD-DATE-X.
         PERFORM 600-DATE-TO-DAYNO.
         SUBTRACT 1 FROM CVD-DAYNO.
         PERFORM 610-DAYNO-TO-DATE.
         MOVE CVD-DATE-X TO ROLL-DATE.
         PERFORM 700-CHECK-BUSINESS-DAY.

       END PROGRAM INTCAP.
