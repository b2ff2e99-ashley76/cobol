      *               HASH TRAILER (PERIOD 999999)  *
      *               SO COBANL2H CAN PROVE THE     *
      *               FILE ARRIVED WHOLE.           *
      * 10/15/26  AL  PRKHIST RECORD GROWS TO 64    *
      *               BYTES: A RECORD TYPE (T FOR   *
      *               TICKETS, C FOR THE COBANL2S   *
      *               CONCESSION RECORDS) AND THE   *
      *               MONTH'S VISITOR COUNT.        *
      * 10/15/26  AL  RAIN-CHECK REDEMPTION RECORD  *
      *               TYPE (W) AT ZERO REVENUE,     *
      *               VALIDATED AGAINST THE RAINCHK *
      *               FILE COBANL2R ISSUES; HEADS   *
      *               COUNT TOWARD CAPACITY, WITH A *
      *               REDEMPTIONS SECTION PER PARK. *
      * 10/15/26  AL  COMBO TICKET SALES (K) ARE    *
      *               DEFERRED AT ZERO REVENUE; THE *
      *               COBANL2K ALLOCATION FILE IS   *
      *               POSTED INTO THE PARK'S MONTH  *
      *               SUBTOTAL AND WRITTEN TO       *
      *               PRKHIST AS K RECORDS.         *
      * 10/15/26  AL  RUNS AS A STEP UNDER THE      *
      *               BATCH DRIVER: WILL NOT START  *
      *               WHILE ANOTHER JOB HOLDS THE   *
      *               BATCH LOCK, STAMPS THE RUN    *
      *               AUDIT LOG AND RETURNS TO THE  *
      *               CALLER INSTEAD OF ENDING THE  *
      *               RUN.                          *
      * 10/15/26  AL  MONTH BREAK NOW TESTS THE     *
      *               INCOMING RECORD AGAINST THE   *
      *               HELD MONTH AND YEAR BEFORE    *
      *               THE HOLDS MOVE, SO THE        *
      *               SUBTOTALS AND PRKHIST CARRY   *
      *               THEIR OWN PERIOD.             *
      ***********************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CAP-FSTATUS.

           SELECT OPTIONAL RAIN-CHECK-MASTER
           ASSIGN TO RAINCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RC-STATUS.

           SELECT OPTIONAL COMBO-ALLOC
           ASSIGN TO COMBOALC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ALC-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
           05  I-PASS-NO           PIC X(8).
           05  FILLER              PIC X(12).

      *    A W RECORD CARRIES THE RAIN-CHECK NUMBER IT REDEEMS IN
      *    THE SAME BYTES.
       01  RAIN-DETAIL-REC.
           05  FILLER              PIC X(15).
           05  I-RAIN-CHECK-NO     PIC X(8).
           05  FILLER              PIC X(12).





       FD  PARK-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PH-REC.

       01  PH-REC.
                                   SIGN IS TRAILING SEPARATE.
           05  PH-SENIOR-REV       PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-REC-TYPE         PIC X.
           05  PH-VISITORS         PIC 9(7).

       FD  GROUP-RATES
           LABEL RECORD IS STANDARD
           05  CP-DAILY-CAP        PIC 9(5).
           05  CP-WARN-PCT         PIC 99.

       FD  RAIN-CHECK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS RC-REC.

       01  RC-REC.
           05  RK-NUMBER           PIC X(8).
           05  RK-PARK             PIC 99.
           05  FILLER              PIC X(26).
           05  RK-EXPIRES          PIC 9(8).
           05  RK-STATUS           PIC X.

       FD  COMBO-ALLOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS ALC-REC.

       01  ALC-REC.
           05  AL-PERIOD           PIC 9(6).
           05  AL-PARK             PIC 99.
           05  AL-AMOUNT           PIC 9(7)V99.
           05  AL-COMBOS           PIC 9(5).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           05  C-MONTH-ADULT   PIC S9(7)V99  VALUE ZERO.
           05  C-MONTH-JR      PIC S9(7)V99  VALUE ZERO.
           05  C-MONTH-SENIOR  PIC S9(7)V99  VALUE ZERO.
           05  C-MONTH-VISITORS PIC 9(7)     VALUE ZERO.

           05  C-SUBTOTAL      PIC 9(6)V99   VALUE ZERO.
           05  I-DISCOUNT      PIC 9V99      VALUE ZERO.
           05  C-PH-TRL-CTR    PIC 9(7)      VALUE ZERO.
           05  C-PH-TRL-HASH   PIC S9(9)V99  VALUE ZERO.

           05  C-RC-STATUS     PIC XX        VALUE "00".
           05  MORE-RCS        PIC XXX       VALUE "YES".
           05  C-RC-TBL-CTR    PIC 9(4)      VALUE ZERO.
           05  C-RC-FOUND-IDX  PIC 9(4)      VALUE ZERO.
           05  RC-FOUND-SW     PIC XXX       VALUE 'NO'.
           05  C-RW-SUB        PIC 99        VALUE ZERO.
           05  C-RW-TOT-CTR    PIC 9(5)      VALUE ZERO.
           05  RX              PIC 9(4)      VALUE ZERO  COMP.

           05  C-ALC-STATUS    PIC XX        VALUE "00".
           05  MORE-ALCS       PIC XXX       VALUE "YES".
           05  C-ALC-SUB       PIC 99        VALUE ZERO.
           05  C-COMBO-AMT     PIC 9(7)V99   VALUE ZERO.
           05  C-COMBO-SALE-CTR PIC 9(5)     VALUE ZERO.

           05  PACKED-ATTEND-DATE.
               10  ATTEND-YEAR     PIC 9(4).
               10  ATTEND-MONTH    PIC 99.
               10  TU-PASS-NO      PIC X(8).
               10  TU-VISIT-CTR    PIC 9(5).

      *    RAIN CHECKS ARE ONLY VALIDATED HERE; COBANL2R POSTS
      *    THE REDEEMED HEADS AGAINST THE CARRIED FILE.
       01  RC-TABLE.
           05  RC-ENTRY OCCURS 3000 TIMES.
               10  TR-NUMBER       PIC X(8).
               10  TR-PARK         PIC 99.
               10  TR-EXPIRES      PIC 9(8).

       01  RAIN-REDEEM-TABLE.
           05  RAIN-REDEEM-ENTRY OCCURS 15 TIMES.
               10  RW-CTR          PIC 9(5)      VALUE ZERO.
               10  RW-HEADS        PIC 9(7)      VALUE ZERO.

      *    ONE COBANL2K ALLOCATION PER PARK; TL-APPLIED IS SET
      *    WHEN IT HAS BEEN POSTED TO THE PARK'S MONTH.
       01  COMBO-ALLOC-TABLE.
           05  COMBO-ALLOC-ENTRY OCCURS 15 TIMES.
               10  TL-PERIOD       PIC 9(6)      VALUE ZERO.
               10  TL-AMOUNT       PIC 9(7)V99   VALUE ZERO.
               10  TL-COMBOS       PIC 9(5)      VALUE ZERO.
               10  TL-APPLIED      PIC X         VALUE 'N'.
               10  TL-SOLD-CTR     PIC 9(5)      VALUE ZERO.

       01  CAP-TABLE.
           05  CAP-ENTRY OCCURS 15 TIMES.
               10  TCP-DAILY-CAP   PIC 9(5)    VALUE ZERO.
           05  O-AMUSE-SUB        PIC $$$$,$$$,$$$.99-.
           05  FILLER             PIC X(88)   VALUE SPACES.

       01  COMBO-ALLOC-LINE.
           05  FILLER             PIC X(4)    VALUE '+++ '.
           05  FILLER             PIC X(18)   VALUE
               'COMBO ALLOCATION: '.
           05  O-CA-PARK          PIC X(25).
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  FILLER             PIC X(8)    VALUE 'COMBOS: '.
           05  O-CA-COMBOS        PIC ZZ,ZZ9.
           05  FILLER             PIC X(3)    VALUE SPACES.
           05  O-CA-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(2)    VALUE SPACES.
           05  O-CA-NOTE          PIC X(27)   VALUE SPACES.
           05  FILLER             PIC X(24)   VALUE SPACES.

       01  COMBO-HEADING-LINE.
           05  FILLER              PIC X(4)    VALUE '=== '.
           05  FILLER              PIC X(36)   VALUE
               'COMBO TICKETS SOLD BY PARK'.
           05  FILLER              PIC X(92)   VALUE SPACES.

       01  COMBO-SUM-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-CS-PARK           PIC X(25).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE 'COMBOS SOLD:  '.
           05  O-CS-CTR            PIC ZZ,ZZ9.
           05  FILLER              PIC X(81)   VALUE SPACES.

       01  PARK-SUB-LINE.
           05  FILLER             PIC X(4)    VALUE '=== '.
           05  FILLER             PIC X(12)   VALUE 'PARK TOTAL: '.
           05  O-RFS-DOLLARS       PIC $$$,$$$,$$$.99.
           05  FILLER              PIC X(69)   VALUE SPACES.

       01  RAIN-HEADING-LINE.
           05  FILLER              PIC X(4)    VALUE '=== '.
           05  FILLER              PIC X(32)   VALUE
               'RAIN-CHECK REDEMPTIONS BY PARK'.
           05  FILLER              PIC X(96)   VALUE SPACES.

       01  RAIN-SUM-LINE.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  O-RWS-PARK          PIC X(25).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE 'RAIN CHECKS: '.
           05  O-RWS-CTR           PIC ZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(7)    VALUE 'HEADS: '.
           05  O-RWS-HEADS         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(62)   VALUE SPACES.

       01  GROUP-HEADING-LINE.
           05  FILLER              PIC X(4)    VALUE '=== '.
           05  FILLER              PIC X(30)   VALUE
           05  O-ERR-CTR           PIC Z,ZZ9.
           05  FILLER              PIC X(113)  VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2C'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-COBANL2C.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
           PERFORM 1300-READ-CALENDAR.
           PERFORM 1400-READ-PASS-MASTER.
           PERFORM 1500-READ-CAPACITY.
           PERFORM 1600-READ-RAIN-CHECKS.
           PERFORM 1700-READ-COMBO-ALLOC.

           PERFORM 9900-DETAIL-HEADING.
           PERFORM 9600-ERR-HEADING.
           END-IF.


       1600-READ-RAIN-CHECKS.

           OPEN INPUT RAIN-CHECK-MASTER.
           IF C-RC-STATUS = "00" OR "05"
               PERFORM 1610-READ-RAIN-CHECK
                   UNTIL MORE-RCS = "NO"
               CLOSE RAIN-CHECK-MASTER
           END-IF.

       1610-READ-RAIN-CHECK.

           READ RAIN-CHECK-MASTER
               AT END
                   MOVE "NO" TO MORE-RCS
           END-READ.
           IF MORE-RCS = "YES"
               AND C-RC-TBL-CTR < 3000
                   ADD 1 TO C-RC-TBL-CTR
                   MOVE RK-NUMBER TO TR-NUMBER (C-RC-TBL-CTR)
                   MOVE RK-PARK TO TR-PARK (C-RC-TBL-CTR)
                   MOVE RK-EXPIRES TO TR-EXPIRES (C-RC-TBL-CTR)
           END-IF.

       1700-READ-COMBO-ALLOC.

           OPEN INPUT COMBO-ALLOC.
           IF C-ALC-STATUS = "00" OR "05"
               PERFORM 1710-READ-ALLOC-REC
                   UNTIL MORE-ALCS = "NO"
               CLOSE COMBO-ALLOC
           END-IF.

       1710-READ-ALLOC-REC.

           READ COMBO-ALLOC
               AT END
                   MOVE "NO" TO MORE-ALCS
           END-READ.
           IF MORE-ALCS = "YES"
               AND AL-PARK NUMERIC
               AND AL-PARK > ZERO AND AL-PARK < 16
               AND AL-AMOUNT NUMERIC
                   MOVE AL-PERIOD TO TL-PERIOD (AL-PARK)
                   MOVE AL-AMOUNT TO TL-AMOUNT (AL-PARK)
                   MOVE AL-COMBOS TO TL-COMBOS (AL-PARK)
           END-IF.


       1620-RAIN-CHECK-LOOKUP.

           MOVE 'NO' TO RC-FOUND-SW.
           MOVE ZERO TO C-RC-FOUND-IDX.
           PERFORM 1630-RAIN-CHECK-SEARCH
               VARYING RX FROM 1 BY 1
                   UNTIL RX > C-RC-TBL-CTR
                      OR RC-FOUND-SW = 'YES'.

       1630-RAIN-CHECK-SEARCH.

           IF TR-NUMBER (RX) = I-RAIN-CHECK-NO
               MOVE 'YES' TO RC-FOUND-SW
               MOVE RX TO C-RC-FOUND-IDX
           END-IF.


       2210-RATE-LOOKUP.

           MOVE 'NO' TO C-LOOKUP-FOUND-SW.

       2000-MAINLINE.

           MOVE I-ATTEND-DATE TO ATTEND-DATE.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.

           IF C-PARK-VALID = 'NO'
                   PERFORM 2100-SUBTOTAL
                   PERFORM 2120-PARK-SUBTOTAL
               ELSE
                   IF ATTEND-MONTH NOT EQUAL TO MONTH-HOLD
                      OR ATTEND-YEAR NOT EQUAL TO YEAR-HOLD
                       PERFORM 2100-SUBTOTAL
                   END-IF
               END-IF
                   IF I-REC-TYPE = 'G'
                       PERFORM 2500-GROUP-BOOKING
                   ELSE
                       IF I-REC-TYPE = 'W'
                           PERFORM 2600-RAIN-CHECK-REDEEM
                       ELSE
                           IF I-REC-TYPE = 'K'
                               PERFORM 2650-COMBO-SALE
                           ELSE
                               PERFORM 2200-CALCS
                               PERFORM 2300-DETAIL-OUTPUT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE I-PARK TO PARK-HOLD
               MOVE ATTEND-MONTH TO MONTH-HOLD
               MOVE ATTEND-YEAR TO YEAR-HOLD
           END-IF.

           PERFORM 9000-READ.


      *    // -- A Refund Rides The Same Pricing Lookup And  -- //
      *    // -- Nets Against The Month And Park Subtotals.   -- //
           ELSE
               MOVE C-GRP-HEADCOUNT TO C-DAY-TICKETS
               PERFORM 1550-ATTEND-ACCUM
               ADD C-DAY-TICKETS TO C-MONTH-VISITORS
               COMPUTE C-GRP-AMT = C-GRP-HEADCOUNT * C-GRP-RATE
               ADD C-GRP-AMT TO C-AMUSE-SUB
               ADD C-GRP-AMT TO C-GT
           END-IF.


      *    // -- A Rain-Check Guest Paid On The Closure Day, -- //
      *    // -- So The Visit Earns No Revenue But Still     -- //
      *    // -- Counts Toward Capacity And Visitors.        -- //
       2600-RAIN-CHECK-REDEEM.

           COMPUTE C-DAY-TICKETS = I-ADULT-TICKETS
               + I-JR-TICKETS + I-SENIOR-TICKETS.
           PERFORM 1550-ATTEND-ACCUM.
           ADD C-DAY-TICKETS TO C-MONTH-VISITORS.

           ADD 1 TO C-RW-TOT-CTR.
           ADD 1 TO RW-CTR (I-PARK).
           ADD C-DAY-TICKETS TO RW-HEADS (I-PARK).


      *    // -- A Combo Sale's Revenue Waits For The COBANL2K -- //
      *    // -- Allocation; The Buyer Still Enters Today.     -- //
       2650-COMBO-SALE.

           COMPUTE C-DAY-TICKETS = I-ADULT-TICKETS
               + I-JR-TICKETS + I-SENIOR-TICKETS.
           PERFORM 1550-ATTEND-ACCUM.
           ADD C-DAY-TICKETS TO C-MONTH-VISITORS.

           ADD 1 TO C-COMBO-SALE-CTR.
           ADD 1 TO TL-SOLD-CTR (I-PARK).


       2050-VALIDATION.

           MOVE 'YES' TO C-PARK-VALID.
               END-IF
           END-IF.

      *    // -- A W RECORD MUST NAME A RAIN CHECK ISSUED AT   -- //
      *    // -- THIS PARK AND STILL IN DATE.                  -- //
           IF I-REC-TYPE = 'W'
               IF C-RC-TBL-CTR > ZERO
                   PERFORM 1620-RAIN-CHECK-LOOKUP
                   IF RC-FOUND-SW = 'NO'
                       MOVE 'NO' TO C-PARK-VALID
                       MOVE 'RAIN CHECK IS NOT ON THE RAIN-CHECK FILE.'
                           TO O-ERR-MSG
                       GO TO 2050-EXIT
                   END-IF
                   MOVE C-RC-FOUND-IDX TO RX
                   IF TR-PARK (RX) NOT = I-PARK
                       MOVE 'NO' TO C-PARK-VALID
                       MOVE 'RAIN CHECK WAS ISSUED AT ANOTHER PARK.'
                           TO O-ERR-MSG
                       GO TO 2050-EXIT
                   END-IF
                   MOVE I-ATTEND-DATE TO C-VAL-DATE
                   IF C-VAL-DATE > TR-EXPIRES (RX)
                       MOVE 'NO' TO C-PARK-VALID
                       MOVE 'RAIN CHECK IS EXPIRED.' TO O-ERR-MSG
                       GO TO 2050-EXIT
                   END-IF
               END-IF
               GO TO 2050-EXIT
           END-IF.

      *    // -- AN S DISCOUNT MUST NAME A PASS THAT EXISTS,   -- //
      *    // -- IS IN DATE, AND COVERS THIS PARK (00 = ALL).  -- //
           IF I-DISCOUNT-CODE = 'S'

       2100-SUBTOTAL.

           PERFORM 2150-COMBO-ALLOC.

           MOVE MONTH-HOLD TO O-ATTEND-MONTH.

           COMPUTE O-AMUSE-SUB = C-AMUSE-SUB + C-COMBO-AMT.

           WRITE PRTLINE
               FROM SUB-LINE
           MOVE C-MONTH-ADULT TO PH-ADULT-REV.
           MOVE C-MONTH-JR TO PH-JR-REV.
           MOVE C-MONTH-SENIOR TO PH-SENIOR-REV.
           MOVE 'T' TO PH-REC-TYPE.
           MOVE C-MONTH-VISITORS TO PH-VISITORS.
           ADD 1 TO C-PH-TRL-CTR.
           ADD PH-REV TO C-PH-TRL-HASH.
           WRITE PH-REC.

           ADD C-AMUSE-SUB TO C-PARK-SUB.
           ADD C-COMBO-AMT TO C-PARK-SUB.
           ADD C-COMBO-AMT TO C-GT.
           MOVE ZERO TO C-AMUSE-SUB.
           MOVE ZERO TO C-MONTH-ADULT.
           MOVE ZERO TO C-MONTH-JR.
           MOVE ZERO TO C-MONTH-SENIOR.
           MOVE ZERO TO C-MONTH-VISITORS.

      *    // -- Starts Out Fresh With Zero Month Subtotal -- //


      *    // -- The Park's COBANL2K Combo Allocation Joins   -- //
      *    // -- The Month It Was Allocated For, And Goes To   -- //
      *    // -- PRKHIST As Its Own K Record.                  -- //
       2150-COMBO-ALLOC.

           MOVE ZERO TO C-COMBO-AMT.
           IF PARK-HOLD > ZERO AND PARK-HOLD < 16
               IF TL-APPLIED (PARK-HOLD) = 'N'
                  AND TL-AMOUNT (PARK-HOLD) > ZERO
                  AND TL-PERIOD (PARK-HOLD) =
                      YEAR-HOLD * 100 + MONTH-HOLD
                   MOVE PARK-HOLD TO C-ALC-SUB
                   MOVE TL-AMOUNT (C-ALC-SUB) TO C-COMBO-AMT
                   MOVE SPACES TO O-CA-NOTE
                   PERFORM 2160-COMBO-ALLOC-POST
               END-IF
           END-IF.

       2160-COMBO-ALLOC-POST.

           MOVE 'Y' TO TL-APPLIED (C-ALC-SUB).
           MOVE AMUSE-PARK (C-ALC-SUB) TO O-CA-PARK.
           MOVE TL-COMBOS (C-ALC-SUB) TO O-CA-COMBOS.
           MOVE TL-AMOUNT (C-ALC-SUB) TO O-CA-AMOUNT.
           WRITE PRTLINE
               FROM COMBO-ALLOC-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE TL-PERIOD (C-ALC-SUB) TO PH-PERIOD.
           MOVE C-ALC-SUB TO PH-PARK.
           MOVE TL-AMOUNT (C-ALC-SUB) TO PH-REV.
           MOVE ZERO TO PH-ADULT-REV.
           MOVE ZERO TO PH-JR-REV.
           MOVE ZERO TO PH-SENIOR-REV.
           MOVE 'K' TO PH-REC-TYPE.
           MOVE ZERO TO PH-VISITORS.
           ADD 1 TO C-PH-TRL-CTR.
           ADD PH-REV TO C-PH-TRL-HASH.
           WRITE PH-REC.


       2120-PARK-SUBTOTAL.

           MOVE AMUSE-PARK (PARK-HOLD) TO O-PARK-NAME.
           COMPUTE C-DAY-TICKETS = I-ADULT-TICKETS
               + I-JR-TICKETS + I-SENIOR-TICKETS.
           PERFORM 1550-ATTEND-ACCUM.
           ADD C-DAY-TICKETS TO C-MONTH-VISITORS.

           PERFORM 2230-RESOLVE-PRICES.

           PERFORM 2100-SUBTOTAL.
           PERFORM 2120-PARK-SUBTOTAL.

      *    AN ALLOCATION FOR A PARK WITH NO SALES IN ITS MONTH
      *    STILL REACHES THE GRAND TOTAL AND PRKHIST.
           MOVE 'NO SALES IN ALLOCATED MONTH' TO O-CA-NOTE.
           PERFORM 3650-UNAPPLIED-COMBO
               VARYING C-ALC-SUB FROM 1 BY 1 UNTIL C-ALC-SUB > 15.

           MOVE C-GT TO O-GT.

           WRITE PRTLINE
           PERFORM 3850-CAPACITY-SECTION.
           PERFORM 3750-PASS-USE-SECTION.
           PERFORM 3700-REFUND-SECTION.
           PERFORM 3720-RAIN-CHECK-SECTION.
           PERFORM 3660-COMBO-SECTION.
           PERFORM 3900-OOS-SECTION.
           PERFORM 3600-ERROR-TOTAL.

           MOVE C-PH-TRL-CTR TO PH-ADULT-REV.
           MOVE ZERO TO PH-JR-REV.
           MOVE ZERO TO PH-SENIOR-REV.
           MOVE SPACE TO PH-REC-TYPE.
           MOVE ZERO TO PH-VISITORS.
           WRITE PH-REC.

           CLOSE PARK-MASTER.
           CLOSE PARK-PRTOUT.
           CLOSE PARK-PRTOUTERR.
           CLOSE PARK-HISTORY.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-PH-TRL-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3800-GROUP-SECTION.
           END-IF.


       3650-UNAPPLIED-COMBO.

           IF TL-APPLIED (C-ALC-SUB) = 'N'
              AND TL-AMOUNT (C-ALC-SUB) > ZERO
               PERFORM 2160-COMBO-ALLOC-POST
               ADD TL-AMOUNT (C-ALC-SUB) TO C-GT
           END-IF.


       3660-COMBO-SECTION.

           IF C-COMBO-SALE-CTR > ZERO
               WRITE PRTLINE
                   FROM COMBO-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               PERFORM 3670-COMBO-ROW
                   VARYING C-ALC-SUB FROM 1 BY 1
                       UNTIL C-ALC-SUB > 15
           END-IF.


       3670-COMBO-ROW.

           IF TL-SOLD-CTR (C-ALC-SUB) > ZERO
               MOVE AMUSE-PARK (C-ALC-SUB) TO O-CS-PARK
               MOVE TL-SOLD-CTR (C-ALC-SUB) TO O-CS-CTR
               WRITE PRTLINE
                   FROM COMBO-SUM-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.


       3720-RAIN-CHECK-SECTION.

           IF C-RW-TOT-CTR > ZERO
               WRITE PRTLINE
                   FROM RAIN-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               PERFORM 3730-RAIN-CHECK-ROW
                   VARYING C-RW-SUB FROM 1 BY 1
                       UNTIL C-RW-SUB > 15
           END-IF.


       3730-RAIN-CHECK-ROW.

           IF RW-CTR (C-RW-SUB) > ZERO
               MOVE AMUSE-PARK (C-RW-SUB) TO O-RWS-PARK
               MOVE RW-CTR (C-RW-SUB) TO O-RWS-CTR
               MOVE RW-HEADS (C-RW-SUB) TO O-RWS-HEADS
               WRITE PRTLINE
                   FROM RAIN-SUM-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.


       3900-OOS-SECTION.

           WRITE PRTLINE-ERR
