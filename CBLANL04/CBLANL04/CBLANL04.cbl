      *               THE CSV EXPORT AND THE GL FEED MOVED TO       *
      *               CBLRNT03.  A FAILURE IN ONE PIECE NOW         *
      *               RESTARTS FROM ITS OWN CBLDRV00 CHECKPOINT.    *
      * 10/15/26  AL  NO MORE FIXED TABLE LIMITS ON THE BILLING     *
      *               PASS: MONBILLS, THE TENANT MASTER, THE METER  *
      *               READINGS AND THE EXPECTED-UNITS MASTER ARE    *
      *               SORTED BY BUILDING/UNIT AND MATCH-MERGED, SO  *
      *               ANY NUMBER OF UNITS BILLS.  MONBILLS KEEPS    *
      *               ITS ORDER WITHIN A UNIT (W AND M AHEAD OF     *
      *               THE BILLING RECORD) AND BUILDINGS NOW PRINT   *
      *               IN CODE ORDER.  VACANT UNITS GO TO A WORK     *
      *               FILE FOR THE VACANCY SECTION.  WORK ORDERS    *
      *               ARE HELD ONE UNIT AT A TIME.  THE BUILDING-   *
      *               KEYED TABLES ARE WIDER, A FULL RATE TABLE     *
      *               REPORTS THE CARD SKIPPED, AND A DEPOSIT       *
      *               LEDGER TOO BIG FOR ITS TABLE IS NOT           *
      *               REWRITTEN SHORT.                              *
      * 10/15/26  AL  EACH BUILDING STARTS A NEW PAGE UNDER A       *
      *               BUILDING: LINE CARRYING ITS CODE, AND THE     *
      *               CLOSING SECTIONS START ON THEIR OWN PAGE, SO  *
      *               CBLBRS00 CAN BURST THE REPORT BY BUILDING.    *
      ***************************************************************


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BILLS-IN
               ASSIGN TO MONBILLS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RENT-MASTER
               ASSIGN TO RENTBSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILL-SORT-WORK
               ASSIGN TO "SRTWK40".

           SELECT PRTOUT
               ASSIGN TO RENTRPT
               ORGANIZATION IS RECORD SEQUENTIAL.
               ASSIGN TO RENTERR
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL TENANT-IN
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENANT-STATUS.

           SELECT TENANT-MASTER
               ASSIGN TO RENTTSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENANT-SORT-WORK
               ASSIGN TO "SRTWK41".

           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO DEPLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEP-STATUS.

           SELECT OPTIONAL EXP-IN
               ASSIGN TO EXPUNITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-EXP-STATUS.

           SELECT EXPECTED-UNITS
               ASSIGN TO RENTESRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXP-SORT-WORK
               ASSIGN TO "SRTWK42".

           SELECT VACANT-WORK
               ASSIGN TO RENTVAC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-CARD
               ASSIGN TO RATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO RENTBILL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL METER-IN
               ASSIGN TO RENTMTRS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-METER-STATUS.

           SELECT METER-FILE
               ASSIGN TO RENTMSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT METER-SORT-WORK
               ASSIGN TO "SRTWK43".

           SELECT OPTIONAL UTIL-RATE-FILE
               ASSIGN TO UTILRATE
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD BILLS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS BILLS-IN-REC.

       01  BILLS-IN-REC             PIC X(27).

      *    MONBILLS IN BUILDING/UNIT ORDER.  A UNIT'S RECORDS KEEP
      *    THEIR ORDER, SO A W OR M RECORD STAYS AHEAD OF ITS BILL.
       SD BILL-SORT-WORK.
       01  SD-BILL-REC.
           05  SD-BILL-KEY          PIC X(4).
           05  FILLER               PIC X(23).

       FD RENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS

       01 PRTLINE-ERR                PIC X(132).

       FD TENANT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-IN-REC.

       01  TENANT-IN-REC            PIC X(72).

       SD TENANT-SORT-WORK.
       01  SD-TENANT-REC.
           05  SD-TENANT-KEY        PIC X(4).
           05  FILLER               PIC X(68).

       FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-REC.

       01  TENANT-REC.
           05  TN-KEY.
               10  TN-BLD-CODE      PIC XX.
               10  TN-UNIT          PIC 99.
           05  TN-NAME              PIC X(20).
           05  TN-LEASE-START       PIC 9(8).
           05  TN-LEASE-END         PIC 9(8).
           05  TN-ACCOUNT           PIC X(12).
           05  TN-AUTOPAY           PIC X.

       FD METER-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS METER-IN-REC.

       01  METER-IN-REC             PIC X(19).

       SD METER-SORT-WORK.
       01  SD-METER-REC.
           05  SD-METER-KEY         PIC X(4).
           05  SD-METER-TYPE        PIC X.
           05  FILLER               PIC X(14).

       FD METER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS METER-REC.

       01  METER-REC.
           05  MR-KEY.
               10  MR-BLD-CODE      PIC XX.
               10  MR-UNIT          PIC 99.
           05  MR-METER-TYPE        PIC X.
           05  MR-PRIOR             PIC 9(7).
           05  MR-CURRENT           PIC 9(7).
           05  DL-UNIT              PIC 99.
           05  DL-BALANCE           PIC S9(7)V99.

       FD EXP-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS EXP-IN-REC.

       01  EXP-IN-REC               PIC X(4).

       SD EXP-SORT-WORK.
       01  SD-EXP-REC.
           05  SD-EXP-KEY           PIC X(4).

       FD EXPECTED-UNITS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS EXP-REC.

       01  EXP-REC.
           05  EU-KEY.
               10  EU-BLD-CODE      PIC XX.
               10  EU-UNIT          PIC 99.

      *    EXPECTED UNITS THAT NEVER BILLED, FOR THE VACANCY SECTION.
       FD VACANT-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS VAC-REC.

       01  VAC-REC.
           05  VW-BLD-CODE          PIC XX.
           05  VW-UNIT              PIC 99.

       FD RATE-CARD
           LABEL RECORD IS STANDARD

           05  C-BLDG-RATE-STATUS      PIC XX      VALUE "00".
           05  MORE-BLDG-RATES         PIC XXX     VALUE "YES".
           05  C-BLDG-RATE-TBL-CTR     PIC 999     VALUE ZERO.
           05  C-BLDG-LOOKUP-BLD       PIC XX      VALUE SPACES.
           05  C-BLDG-LOOKUP-BEST-DATE PIC 9(8)     VALUE ZERO.
           05  C-BLDG-LOOKUP-PCT       PIC S9V9(4)  VALUE ZERO.

           05  C-TENANT-STATUS     PIC XX          VALUE "00".
           05  MORE-TENANTS        PIC XXX         VALUE "YES".
           05  TEN-FILE-SW         PIC XXX         VALUE "NO".
           05  TEN-FOUND-SW        PIC XXX         VALUE "NO".
           05  C-NOTEN-CTR         PIC 9(4)        VALUE ZERO.

           05  C-EXP-STATUS        PIC XX          VALUE "00".
           05  MORE-EXP            PIC XXX         VALUE "YES".
           05  EXP-FILE-SW         PIC XXX         VALUE "NO".
           05  MORE-VACANT         PIC XXX         VALUE "YES".
           05  C-BLD-EXP-CTR       PIC 999         VALUE ZERO.
           05  C-BLD-VAC-CTR       PIC 999         VALUE ZERO.
           05  C-VAC-RATE          PIC 999         VALUE ZERO.

           05  C-DEP-STATUS        PIC XX          VALUE "00".
           05  MORE-DEPS           PIC XXX         VALUE "YES".
           05  C-DEP-TBL-CTR       PIC 9(4)        VALUE ZERO.
           05  C-DEP-FOUND-IDX     PIC 9(4)        VALUE ZERO.
           05  C-DEP-LOST-CTR      PIC 9(5)        VALUE ZERO.
           05  DEP-FOUND-SW        PIC XXX         VALUE "NO".
           05  C-DEP-ACT-CTR       PIC 9(4)        VALUE ZERO.


           05  C-UTIL-TBL-CTR      PIC 9(4)        VALUE ZERO.
           05  C-UTIL-LOST-CTR     PIC 9(5)        VALUE ZERO.
           05  C-BU-TBL-CTR        PIC 99          VALUE ZERO.
           05  C-BU-FOUND-IDX      PIC 99          VALUE ZERO.
           05  BU-FOUND-SW         PIC XXX         VALUE "NO".
           05  C-WB-FOUND-IDX      PIC 99          VALUE ZERO.
           05  WB-FOUND-SW         PIC XXX         VALUE "NO".
           05  WO-SUB              PIC 99          VALUE ZERO.
           05  WO-KEY-H            PIC X(4)        VALUE SPACES.

           05  C-METER-STATUS      PIC XX          VALUE "00".
           05  C-URATE-STATUS      PIC XX          VALUE "00".
           05  MORE-METERS         PIC XXX         VALUE "YES".
           05  MTR-FILE-SW         PIC XXX         VALUE "NO".
           05  MORE-URATES         PIC XXX         VALUE "YES".
           05  C-URATE-TBL-CTR     PIC 9           VALUE ZERO.
           05  C-CONSUMPTION       PIC S9(7)       VALUE ZERO.
           05  C-UTIL-CHARGE       PIC 9(5)V99     VALUE ZERO.
           05  C-ELEC-CONS         PIC 9(7)        VALUE ZERO.
           05  C-GAS-CONS          PIC 9(7)        VALUE ZERO.
           05  C-WATER-CONS        PIC 9(7)        VALUE ZERO.
           05  URATE-SUB           PIC 9           VALUE ZERO.

           05  C-ACH-CTR           PIC 9(4)        VALUE ZERO.

           05  C-BUDG-STATUS       PIC XX          VALUE "00".
           05  MORE-BUDGS          PIC XXX         VALUE "YES".
           05  C-BUDG-TBL-CTR      PIC 9(4)        VALUE ZERO.
           05  BUDG-FOUND-SW       PIC XXX         VALUE "NO".
           05  C-BLD-BUDGET        PIC 9(8)V99     VALUE ZERO.
           05  C-GT-BUDGET         PIC 9(10)V99    VALUE ZERO.
           05  C-BUDG-VARIANCE     PIC S9(10)V99   VALUE ZERO.

      *    THE BUILDING/UNIT OF THE BILLING RECORD IN HAND - THE
      *    KEY THE SORTED MASTERS ARE MATCHED AGAINST.
       01  BILL-KEY.
           05  BK-BLD-CODE          PIC XX.
           05  BK-UNIT              PIC 99.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 10 TIMES INDEXED BY RATE-IDX.
               10  T-RATE-TENANT-INCR   PIC 99V99.

       01  BLDG-RATE-TABLE.
           05  BLDG-RATE-ENTRY OCCURS 200 TIMES
                   INDEXED BY BLDG-RATE-IDX.
               10  BR-T-BLD-CODE        PIC XX.
               10  BR-T-EFF-DATE        PIC 9(8).
               10  BR-T-PCT             PIC S9V9(4).
           05  O-TENANT-PHONE      PIC X(10).
           05  FILLER              PIC X(80)     VALUE SPACES.

       01  BUILDING-HEADING-LINE.
           05  FILLER              PIC X(10)     VALUE 'BUILDING: '.
           05  O-BLD-HDG-CODE      PIC XX.
           05  FILLER              PIC X(120)    VALUE SPACES.

       01  BUILDING-SUB-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER              PIC X(15)     VALUE 'SUBTOTALS FOR '.
           05  FILLER              PIC X(78)     VALUE SPACES.

       01  UTIL-TABLE.
           05  UTIL-ENTRY OCCURS 5000 TIMES INDEXED BY UTIL-IDX.
               10  TU-BLD-CODE      PIC XX.
               10  TU-UNIT          PIC 99.
               10  TU-ELECTRIC      PIC 999V99.
               10  TU-WATER         PIC 999V99.

       01  BLD-UTIL-TABLE.
           05  BLD-UTIL-ENTRY OCCURS 99 TIMES INDEXED BY BU-IDX.
               10  BU-BLD-CODE      PIC XX.
               10  BU-UNIT-CTR      PIC 999.
               10  BU-ELEC-SUM      PIC 9(7)V99.
               10  TW-USED-SW       PIC X.

       01  WO-BLD-TABLE.
           05  WO-BLD-ENTRY OCCURS 99 TIMES INDEXED BY WB-IDX.
               10  TWB-BLD-CODE     PIC XX.
               10  TWB-CTR          PIC 9(4).
               10  TWB-AMOUNT       PIC 9(8)V99.

       01  URATE-TABLE.
           05  URATE-ENTRY OCCURS 5 TIMES INDEXED BY URATE-IDX.
               10  TUR-TYPE         PIC X.
               10  TUR-RATE         PIC 9(3)V9(4).

       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 1200 TIMES INDEXED BY BUDG-IDX.
               10  TG-BLD-CODE      PIC XX.
               10  TG-MONTH         PIC 99.
               10  TG-RENT          PIC 9(7)V99.
               10  TG-UTIL          PIC 9(7)V99.

       01  DEP-TABLE.
           05  DEP-ENTRY OCCURS 3000 TIMES INDEXED BY DEP-IDX.
               10  TD-BLD-CODE      PIC XX.
               10  TD-UNIT          PIC 99.
               10  TD-BALANCE       PIC S9(7)V99.
           05  FILLER              PIC X(19)     VALUE
               'OUTLIERS FLAGGED: '.
           05  O-OUTLIER-CTR       PIC Z,ZZ9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(34)     VALUE
               'UNITS PAST THE TABLE, NOT TESTED: '.
           05  O-UTIL-LOST-CTR     PIC ZZ,ZZ9.
           05  FILLER              PIC X(63)     VALUE SPACES.

       01  DEP-FULL-LINE.
           05  FILLER              PIC X(45)     VALUE
               '** DEPOSIT LEDGER TOO LARGE FOR ITS TABLE -'.
           05  FILLER              PIC X(35)     VALUE
               ' DEPLEDG NOT REWRITTEN. LEFT OUT: '.
           05  O-DEP-LOST-CTR      PIC ZZ,ZZ9.
           05  FILLER              PIC X(46)     VALUE SPACES.

       01  CREDIT-LINE.
           05  FILLER              PIC X(6)      VALUE SPACES.

           PERFORM 1200-READ-RATE-TABLE.
           PERFORM 1250-READ-BLDG-RATES.
           PERFORM 1300-SORT-BILLS.
           PERFORM 1320-READ-TENANTS.
           PERFORM 1360-READ-EXPECTED.
           PERFORM 1480-READ-DEP-LEDGER.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT ACH-OUT.
           OPEN OUTPUT BILL-OUT.
           OPEN OUTPUT VACANT-WORK.
           PERFORM 9900-HEADING.
           PERFORM 9600-ERR-HEADING.

               UNTIL ERR-SWITCH = "NO" OR MORE-RECS = "NO".

           MOVE I-BLD-CODE TO H-BLD-CODE.
           IF MORE-RECS = "YES"
               PERFORM 9240-BUILDING-HEADING
           END-IF.



           END-IF.


      *    THE BILLING PASS READS MONBILLS IN BUILDING/UNIT ORDER SO
      *    THE TENANT, METER AND EXPECTED-UNIT MASTERS CAN BE
      *    MATCHED AGAINST IT ONE RECORD AT A TIME - NO TABLES AND
      *    NO LIMIT ON HOW MANY UNITS THE PORTFOLIO CARRIES.
       1300-SORT-BILLS.
           SORT BILL-SORT-WORK
               ON ASCENDING KEY SD-BILL-KEY
               WITH DUPLICATES IN ORDER
               USING BILLS-IN
               GIVING RENT-MASTER.

       1320-READ-TENANTS.
           MOVE HIGH-VALUES TO TN-KEY.
           OPEN INPUT TENANT-IN.
           IF C-TENANT-STATUS = "00" OR "05"
               CLOSE TENANT-IN
               SORT TENANT-SORT-WORK
                   ON ASCENDING KEY SD-TENANT-KEY
                   USING TENANT-IN
                   GIVING TENANT-MASTER
               OPEN INPUT TENANT-MASTER
               PERFORM 1330-READ-TENANT
               IF MORE-TENANTS = "YES"
                   MOVE "YES" TO TEN-FILE-SW
               ELSE
                   CLOSE TENANT-MASTER
               END-IF
           ELSE
               MOVE "NO" TO MORE-TENANTS
           END-IF.

       1330-READ-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-TENANTS
                   MOVE HIGH-VALUES TO TN-KEY
           END-READ.

      *    THE TENANT FILE MOVES FORWARD TO THE UNIT BEING BILLED;
      *    A TENANT FOR A UNIT WITH NO BILL IS PASSED OVER.
       1340-TENANT-LOOKUP.
           MOVE "NO" TO TEN-FOUND-SW.
           PERFORM 1330-READ-TENANT
               UNTIL TN-KEY NOT < BILL-KEY.
           IF TN-KEY = BILL-KEY
               MOVE "YES" TO TEN-FOUND-SW
           END-IF.

       1480-READ-DEP-LEDGER.
                   MOVE "NO" TO MORE-DEPS
           END-READ.
           IF MORE-DEPS = "YES"
               AND C-DEP-TBL-CTR = 3000
                   ADD 1 TO C-DEP-LOST-CTR
           END-IF.
           IF MORE-DEPS = "YES"
               AND C-DEP-TBL-CTR < 3000
                   ADD 1 TO C-DEP-TBL-CTR
                   MOVE DL-BLD-CODE TO TD-BLD-CODE (C-DEP-TBL-CTR)
                   MOVE DL-UNIT TO TD-UNIT (C-DEP-TBL-CTR)
                   MOVE "NO" TO MORE-BUDGS
           END-READ.
           IF MORE-BUDGS = "YES"
               AND C-BUDG-TBL-CTR < 1200
                   ADD 1 TO C-BUDG-TBL-CTR
                   MOVE BG-BLD-CODE TO TG-BLD-CODE (C-BUDG-TBL-CTR)
                   MOVE BG-MONTH TO TG-MONTH (C-BUDG-TBL-CTR)


       1600-READ-METERS.
           MOVE HIGH-VALUES TO MR-KEY.
           OPEN INPUT METER-IN.
           IF C-METER-STATUS = "00" OR "05"
               CLOSE METER-IN
               SORT METER-SORT-WORK
                   ON ASCENDING KEY SD-METER-KEY
                   ON ASCENDING KEY SD-METER-TYPE
                   WITH DUPLICATES IN ORDER
                   USING METER-IN
                   GIVING METER-FILE
               OPEN INPUT METER-FILE
               PERFORM 1610-READ-METER-REC
               IF MORE-METERS = "YES"
                   MOVE "YES" TO MTR-FILE-SW
               ELSE
                   CLOSE METER-FILE
               END-IF
           ELSE
               MOVE "NO" TO MORE-METERS
           END-IF.

       1610-READ-METER-REC.
           READ METER-FILE
               AT END
                   MOVE "NO" TO MORE-METERS
                   MOVE HIGH-VALUES TO MR-KEY
           END-READ.

       1650-READ-UTIL-RATES.
           OPEN INPUT UTIL-RATE-FILE.
      *    THE GL FEED AND THE OUTLIER SECTION ALL RIDE REAL
      *    CONSUMPTION.  A READING THAT GOES BACKWARDS REJECTS AND
      *    THE KEYED AMOUNT STANDS.
      *    READINGS FOR UNITS WITH NO BILL ARE PASSED OVER; EVERY
      *    READING FOR THIS UNIT IS TAKEN.
       2950-METER-BILLING.
           MOVE "NO" TO METERED-SW.
           MOVE ZERO TO C-ELEC-CONS.
           MOVE ZERO TO C-GAS-CONS.
           MOVE ZERO TO C-WATER-CONS.
           PERFORM 1610-READ-METER-REC
               UNTIL MR-KEY NOT < BILL-KEY.
           PERFORM 2960-METER-MATCH
               UNTIL MR-KEY NOT = BILL-KEY.

       2960-METER-MATCH.
           IF MR-CURRENT < MR-PRIOR
               ADD 1 TO C-BADREAD-CTR
               MOVE METER-REC TO O-RECORD
               MOVE 'METER READING GOES BACKWARDS - SKIPPED.'
                   TO O-ERR-MSG
               WRITE PRTLINE-ERR
                   FROM ERROR-RECORD
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9600-ERR-HEADING
               END-WRITE
           ELSE
               PERFORM 2970-METER-CHARGE
           END-IF.
           PERFORM 1610-READ-METER-REC.

       2970-METER-CHARGE.
           COMPUTE C-CONSUMPTION = MR-CURRENT - MR-PRIOR.
           MOVE "NO" TO URATE-FOUND-SW.
           MOVE ZERO TO C-MTR-RATE.
           PERFORM 2980-URATE-SEARCH
               COMPUTE C-UTIL-CHARGE ROUNDED =
                   C-CONSUMPTION * C-MTR-RATE
               MOVE "YES" TO METERED-SW
               EVALUATE MR-METER-TYPE
                   WHEN 'E'
                       MOVE C-UTIL-CHARGE TO I-ELECTRIC
                       MOVE C-CONSUMPTION TO C-ELEC-CONS
           END-IF.

       2980-URATE-SEARCH.
           IF TUR-TYPE (URATE-IDX) = MR-METER-TYPE
               MOVE "YES" TO URATE-FOUND-SW
               MOVE TUR-RATE (URATE-IDX) TO C-MTR-RATE
           END-IF.


       1360-READ-EXPECTED.
           MOVE HIGH-VALUES TO EU-KEY.
           OPEN INPUT EXP-IN.
           IF C-EXP-STATUS = "00" OR "05"
               CLOSE EXP-IN
               SORT EXP-SORT-WORK
                   ON ASCENDING KEY SD-EXP-KEY
                   USING EXP-IN
                   GIVING EXPECTED-UNITS
               OPEN INPUT EXPECTED-UNITS
               PERFORM 1370-READ-EXP-REC
               IF MORE-EXP = "YES"
                   MOVE "YES" TO EXP-FILE-SW
               ELSE
                   CLOSE EXPECTED-UNITS
               END-IF
           ELSE
               MOVE "NO" TO MORE-EXP
           END-IF.

       1370-READ-EXP-REC.
           READ EXPECTED-UNITS
               AT END
                   MOVE "NO" TO MORE-EXP
                   MOVE HIGH-VALUES TO EU-KEY
           END-READ.

      *    EXPECTED UNITS AHEAD OF THE UNIT BEING BILLED NEVER GOT A
      *    BILL AND ARE VACANT; THE UNIT ITSELF IS OCCUPIED.
       1380-MARK-BILLED.
           PERFORM 1390-VACANT-UNIT
               UNTIL EU-KEY NOT < BILL-KEY.
           PERFORM 1385-BILLED-UNIT
               UNTIL EU-KEY NOT = BILL-KEY.

       1385-BILLED-UNIT.
           ADD 1 TO C-BLD-EXP-CTR.
           PERFORM 1370-READ-EXP-REC.

       1390-VACANT-UNIT.
           IF EU-BLD-CODE = H-BLD-CODE
               ADD 1 TO C-BLD-EXP-CTR
               ADD 1 TO C-BLD-VAC-CTR
           END-IF.
           WRITE VAC-REC FROM EXP-REC.
           PERFORM 1370-READ-EXP-REC.

       1350-SKIP-INVALID.
           PERFORM 2260-ERROR-PRT.
                   MOVE "NO" TO MORE-BLDG-RATES
           END-READ.
           IF MORE-BLDG-RATES = "YES"
               AND C-BLDG-RATE-TBL-CTR = 200
                   MOVE 'BUILDING RATE TABLE IS FULL - CARD SKIPPED.'
                       TO SE-ERR-MSG
                   MOVE SPACES TO SE-BAD-RECORD
                   MOVE BLDG-RATE-REC TO SE-BAD-RECORD
                   MOVE '90' TO SE-REASON-CODE
                   CALL 'GROUPERR' USING SHARED-ERR-PARMS
           END-IF.
           IF MORE-BLDG-RATES = "YES"
               AND C-BLDG-RATE-TBL-CTR < 200
                   MOVE BR-EFF-DATE TO DC-DATE
                   MOVE SPACE TO DC-FUTURE-RULE
                   CALL 'CBLDATCK' USING DATE-PARMS
               IF H-BLD-CODE <> I-BLD-CODE
                   PERFORM 9250-BUILDING-SUB
               END-IF
               MOVE I-BLD-CODE TO BK-BLD-CODE
               MOVE I-UNIT TO BK-UNIT
               IF C-WO-TBL-CTR > ZERO
                  AND BILL-KEY NOT = WO-KEY-H
                   PERFORM 2860-WORKORD-FLUSH
               END-IF
               IF I-REC-TYPE = 'C'
                   PERFORM 2400-CREDIT-PROCESS
               ELSE
                   IF I-REC-TYPE = 'W'
                       PERFORM 2800-WORKORD-HOLD
                   ELSE
                       PERFORM 2950-METER-BILLING
                       PERFORM 2100-EVALUATE
                       PERFORM 2200-CALCS
                       PERFORM 2300-OUTPUT
      *    DEBIT, AND THE DEBIT POSTS STRAIGHT AGAINST THE NEW
      *    RECEIVABLE THE SAME WAY A KEYED PAYMENT WOULD.
       2900-AUTOPAY-DEBIT.
           IF TEN-FILE-SW = "YES"
               PERFORM 1340-TENANT-LOOKUP
               IF TEN-FOUND-SW = "YES"
                   IF TN-AUTOPAY = 'Y'
                       IF TN-ROUTING NUMERIC
                          AND TN-ROUTING > ZERO
                          AND TN-ACCOUNT NOT = SPACES
                           PERFORM 2910-WRITE-ACH-DEBIT
                       ELSE
                           ADD 1 TO C-ACH-EXC-CTR
           END-IF.

       2910-WRITE-ACH-DEBIT.
           MOVE TN-ROUTING TO AH-ROUTING.
           MOVE TN-ACCOUNT TO AH-ACCOUNT.
           MOVE C-RENT-DUE TO AH-AMOUNT.
           MOVE I-BLD-CODE TO AH-BLD-CODE.
           MOVE I-UNIT TO AH-UNIT.
           WRITE ACH-REC.
           ADD 1 TO C-ACH-CTR.
           ADD C-RENT-DUE TO C-ACH-AMT.
           MOVE TN-ROUTING TO O-ACH-ROUTING.
           MOVE TN-ACCOUNT TO O-ACH-ACCOUNT.
           MOVE C-RENT-DUE TO O-ACH-AMOUNT.
           WRITE PRTLINE
               FROM ACH-REGISTER-LINE


       2700-UTIL-ACCUM.
           IF C-UTIL-TBL-CTR = 5000
               ADD 1 TO C-UTIL-LOST-CTR
           END-IF.
           IF C-UTIL-TBL-CTR < 5000
               ADD 1 TO C-UTIL-TBL-CTR
               SET UTIL-IDX TO C-UTIL-TBL-CTR
               MOVE I-BLD-CODE TO TU-BLD-CODE (UTIL-IDX)
                   UNTIL BU-IDX > C-BU-TBL-CTR
                      OR BU-FOUND-SW = "YES".
           IF BU-FOUND-SW = "NO"
               AND C-BU-TBL-CTR < 99
                   ADD 1 TO C-BU-TBL-CTR
                   MOVE C-BU-TBL-CTR TO C-BU-FOUND-IDX
                   SET BU-IDX TO C-BU-TBL-CTR
                       AT EOP
                           PERFORM 9900-HEADING.

           IF TEN-FILE-SW = "YES"
               PERFORM 2370-TENANT-PRINT
           END-IF.

       2370-TENANT-PRINT.
           PERFORM 1340-TENANT-LOOKUP.
           IF TEN-FOUND-SW = "YES"
               MOVE TN-NAME TO O-TENANT-NAME
               MOVE TN-PHONE TO O-TENANT-PHONE
               WRITE PRTLINE
                   FROM TENANT-LINE
                       AFTER ADVANCING 1 LINE
       2600-DEPOSIT-PROCESS.
           PERFORM 1495-DEP-LOOKUP.
           IF DEP-FOUND-SW = "NO"
               AND C-DEP-TBL-CTR < 3000
                   ADD 1 TO C-DEP-TBL-CTR
                   MOVE C-DEP-TBL-CTR TO C-DEP-FOUND-IDX
                   SET DEP-IDX TO C-DEP-TBL-CTR
       2800-WORKORD-HOLD.
           IF C-WO-TBL-CTR < 50
               ADD 1 TO C-WO-TBL-CTR
               MOVE BILL-KEY TO WO-KEY-H
               SET WO-IDX TO C-WO-TBL-CTR
               MOVE WO-BLD-CODE TO TW-BLD-CODE (WO-IDX)
               MOVE WO-UNIT TO TW-UNIT (WO-IDX)
               PERFORM 2260-ERROR-PRT
           END-IF.

      *    THE INPUT IS IN UNIT ORDER, SO ONCE A NEW UNIT COMES UP
      *    THE HELD CHARGEBACKS ARE FINISHED WITH; ANY NOT BILLED
      *    ARE REPORTED AND THE HOLD TABLE STARTS OVER.
       2860-WORKORD-FLUSH.
           PERFORM 3850-WORKORD-LEFTOVER
               VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > C-WO-TBL-CTR.
           MOVE ZERO TO C-WO-TBL-CTR.

      *    SUM THE HELD CHARGEBACKS FOR THE UNIT BEING BILLED.
       2810-WORKORD-APPLY.
           MOVE ZERO TO C-WO-CHARGE.
                   UNTIL WB-IDX > C-WB-TBL-CTR
                      OR WB-FOUND-SW = "YES".
           IF WB-FOUND-SW = "NO"
               AND C-WB-TBL-CTR < 99
                   ADD 1 TO C-WB-TBL-CTR
                   MOVE C-WB-TBL-CTR TO C-WB-FOUND-IDX
                   SET WB-IDX TO C-WB-TBL-CTR
           WRITE BILL-REC.


      *    EACH BUILDING STARTS ON ITS OWN PAGE UNDER A BUILDING
      *    LINE SO THE REPORT CAN BE BURST BY BUILDING CODE.
       9240-BUILDING-HEADING.
           MOVE H-BLD-CODE TO O-BLD-HDG-CODE.
           WRITE PRTLINE
               FROM BUILDING-HEADING-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-HEADING.

       9250-BUILDING-SUB.

           MOVE O-BLD TO O-BLD-SUB-NAME.
           MOVE I-BLD-CODE TO H-BLD-CODE.
           MOVE 0 TO C-BLD-UNIT-CTR.
           MOVE 0 TO C-BLD-RENT-DUE.
           IF MORE-RECS = "YES"
               PERFORM 9900-HEADING
               PERFORM 9240-BUILDING-HEADING
           END-IF.


      *    WHAT IS LEFT OF THE BUILDING ON THE EXPECTED-UNITS FILE
      *    NEVER BILLED.
       9260-BUILDING-VACANCY.
           PERFORM 1390-VACANT-UNIT
               UNTIL EU-BLD-CODE > H-BLD-CODE.
           IF C-BLD-EXP-CTR > ZERO
               MOVE C-BLD-VAC-CTR TO O-BLD-VAC-CTR
               COMPUTE C-VAC-RATE ROUNDED =
                               PERFORM 9900-HEADING
               END-WRITE
           END-IF.
           MOVE ZERO TO C-BLD-EXP-CTR.
           MOVE ZERO TO C-BLD-VAC-CTR.

       3000-CLOSING.

           END-IF.

           PERFORM 9250-BUILDING-SUB.
           PERFORM 9900-HEADING.
           PERFORM 1390-VACANT-UNIT
               UNTIL MORE-EXP = "NO".
           CLOSE VACANT-WORK.
           PERFORM 3850-WORKORD-LEFTOVER
               VARYING WO-IDX FROM 1 BY 1
                   UNTIL WO-IDX > C-WO-TBL-CTR.
           PERFORM 3550-DEP-LEDGER-REPORT.
           PERFORM 3700-UTIL-OUTLIERS.
           PERFORM 3100-GRAND-TOTAL.
           IF C-DEP-LOST-CTR = ZERO
               PERFORM 3560-WRITE-DEP-LEDGER
           ELSE
               MOVE C-DEP-LOST-CTR TO O-DEP-LOST-CTR
               WRITE PRTLINE-ERR
                   FROM DEP-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           PERFORM 3600-ERROR-TOTAL.
           IF C-BADREAD-CTR > ZERO
               MOVE C-BADREAD-CTR TO O-BADREAD-CTR
           CALL 'GROUPERR' USING SHARED-ERR-PARMS.

           CLOSE RENT-MASTER.
           IF TEN-FILE-SW = "YES"
               CLOSE TENANT-MASTER
           END-IF.
           IF MTR-FILE-SW = "YES"
               CLOSE METER-FILE
           END-IF.
           IF EXP-FILE-SW = "YES"
               CLOSE EXPECTED-UNITS
           END-IF.
           CLOSE PRTOUT.
           CLOSE PRTOUTERR.
           CLOSE ACH-OUT.


       3150-VACANCY-REPORT.
           IF EXP-FILE-SW = "NO"
               GO TO 3150-EXIT
           END-IF.
           WRITE PRTLINE
               FROM VACANCY-HEADING-LINE
                   AFTER ADVANCING 3 LINES.
           OPEN INPUT VACANT-WORK.
           PERFORM 3155-READ-VACANT.
           PERFORM 3160-VACANCY-LINE
               UNTIL MORE-VACANT = "NO".
           CLOSE VACANT-WORK.
           MOVE C-VAC-CTR TO O-VAC-CTR.
           MOVE C-LOST-RENT TO O-LOST-RENT.
           WRITE PRTLINE
       3150-EXIT.
           EXIT.

       3155-READ-VACANT.
           READ VACANT-WORK
               AT END
                   MOVE "NO" TO MORE-VACANT.

       3160-VACANCY-LINE.
           ADD 1 TO C-VAC-CTR.
           PERFORM 3170-EST-RENT.
           ADD C-EST-RENT TO C-LOST-RENT.
           MOVE VW-BLD-CODE TO O-VAC-BLD.
           MOVE VW-UNIT TO O-VAC-UNIT.
           MOVE C-EST-RENT TO O-EST-RENT.
           WRITE PRTLINE
               FROM VACANCY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-HEADING.
           PERFORM 3155-READ-VACANT.

      *    BASE RENT FOR THE VACANT UNIT'S RANGE, FROM THE RATE
      *    TABLE WHEN ONE WAS SUPPLIED, OTHERWISE THE BUILT-IN
                       UNTIL RATE-IDX > C-RATE-TBL-CTR
                          OR EXP-RATE-FOUND-SW = "YES"
           ELSE
               EVALUATE VW-UNIT
                   WHEN 1 THRU 8
                       MOVE 650.00 TO C-EST-RENT
                   WHEN 9 THRU 16
           END-IF.

       3180-EST-RATE-SEARCH.
           IF VW-UNIT NOT < T-RATE-UNIT-LOW (RATE-IDX) AND
              VW-UNIT NOT > T-RATE-UNIT-HIGH (RATE-IDX)
               MOVE "YES" TO EXP-RATE-FOUND-SW
               MOVE T-RATE-BASE-RENT (RATE-IDX) TO C-EST-RENT
           END-IF.
                   VARYING UTIL-IDX FROM 1 BY 1
                       UNTIL UTIL-IDX > C-UTIL-TBL-CTR
               MOVE C-OUTLIER-CTR TO O-OUTLIER-CTR
               MOVE C-UTIL-LOST-CTR TO O-UTIL-LOST-CTR
               WRITE PRTLINE
                   FROM OUTLIER-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
