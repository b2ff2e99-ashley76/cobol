      *               EXTRACT FILE MAPPED THROUGH CHARTACC, WITH    *
      *               THE HASH-TOTAL TRAILER, FOR THE CBLGLC00      *
      *               CONSOLIDATED JOURNAL.                         *
      * 10/15/26  AL  STORE SALES TOTALS FOR THE PERIOD WRITTEN TO  *
      *               AN INTERFACE FILE, WITH A COUNT-AND-HASH      *
      *               TRAILER, FOR THE CBLLAB00 LABOR REPORT.       *
      * 10/15/26  AL  PROMOTION RECORDS ON PIZZADAT (PROMO CODE AND*
      *               REDEMPTION COUNT AGAINST AN ITEM AND STORE)*
      *               ARE PRICED FROM THE NEW PROMOTION MASTER.  *
      *               ITEM, STORE AND GRAND TOTALS NOW SHOW GROSS*
      *               SALES, PROMOTION DISCOUNTS AND NET SALES, A*
      *               REDEMPTION SUMMARY GIVES EACH PROMO'S COST *
      *               AND LIFT, CODES USED OUTSIDE THEIR DATES ARE*
      *               REJECTED, AND THE DISCOUNTS POST TO THE    *
      *               LEDGER AS PIZZAPROMO.                      *
      * 10/15/26  AL  EACH STORE STARTS A NEW PAGE AND THE GRAND    *
      *               TOTALS START ON THEIR OWN PAGE, SO CBLBRS00   *
      *               CAN BURST THE REPORT BY STORE NUMBER.         *
      ***************************************************************
		
		
               ASSIGN TO PIZZAVAR
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL PROMO-MASTER
               ASSIGN TO PIZZAPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PROMO-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL
               ASSIGN TO PIZZAPCL
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO PIZZAGL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STORE-SALES-OUT
               ASSIGN TO PIZZASTS
               ORGANIZATION IS LINE SEQUENTIAL.

	   DATA DIVISION.
	   FILE SECTION.
		    
            05  I-PIZZA-CUR-QTY        PIC 9(5).
            05  I-PIZZA-PREV-QTY       PIC 9(5).
            05  I-PIZZA-STORE          PIC 99.

      *    A PROMOTION RECORD CARRIES 'PROMO' WHERE A SALES RECORD
      *    CARRIES THE PRIOR QUANTITY, THE PROMO CODE WHERE THE
      *    PRICE GOES AND THE REDEMPTION COUNT WHERE THE CURRENT
      *    QUANTITY GOES.  IT SORTS WITH ITS ITEM AND STORE.
       01  I-PROMO-REC REDEFINES I-PIZZA-REC.
           05  FILLER                 PIC X(12).
           05  I-PROMO-CODE           PIC X(4).
           05  I-PROMO-REDEEMED       PIC 9(5).
           05  I-PROMO-FLAG           PIC X(5).
           05  FILLER                 PIC XX.
			
			
	   FD PRTOUT

       01 PRTLINE-VAR             PIC X(132).

      *    ITEM 'ALL ' COVERS EVERY ITEM.  TYPE P IS PERCENT OFF
      *    THE MASTER PRICE, TYPE D IS DOLLARS OFF EACH ITEM.
       FD PROMO-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS PROMO-REC.

       01  PROMO-REC.
           05  PM-CODE          PIC X(4).
           05  PM-ITEM-NO       PIC X(4).
           05  PM-TYPE          PIC X.
           05  PM-AMOUNT        PIC 9(3)V99.
           05  PM-FROM-DATE     PIC 9(8).
           05  PM-TO-DATE       PIC 9(8).
           05  PM-DESC          PIC X(20).

       FD PERIOD-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           05  TL-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(14).

       FD STORE-SALES-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS STS-REC.

      *    TRAILER: PERIOD 999999, STORE = RECORD COUNT, SALES = HASH.
       01  STS-REC.
           05  STS-PERIOD           PIC 9(6).
           05  STS-STORE            PIC 99.
           05  STS-SALES            PIC 9(11)V99.

	   WORKING-STORAGE SECTION.
	   01 WORK-AREA.
           05  C-RUNCTL-STATUS     PIC XX      VALUE "00".
           05  C-GL-AMOUNT         PIC S9(9)V99    VALUE ZERO.
          05  C-HST-TRL-CTR     PIC 9(7)        VALUE ZERO.
          05  C-HST-TRL-HASH    PIC 9(11)V99    VALUE ZERO.
          05  C-STS-TRL-HASH    PIC 9(11)V99    VALUE ZERO.
          05  C-PROMO-STATUS    PIC XX          VALUE "00".
          05  MORE-PROMOS       PIC XXX         VALUE "NO".
          05  C-PROMO-TBL-CTR   PIC 99          VALUE ZERO.
          05  C-PROMO-FOUND-IDX PIC 99          VALUE ZERO.
          05  PROMO-REC-SW      PIC XXX         VALUE "NO".
          05  PROMO-CODE-SW     PIC XXX         VALUE "NO".
          05  PROMO-ITEM-SW     PIC XXX         VALUE "NO".
          05  PROMO-FOUND-SW    PIC XXX         VALUE "NO".
          05  C-PROMO-UNIT      PIC 9(3)V99     VALUE ZERO.
          05  C-PROMO-DISC      PIC 9(9)V99     VALUE ZERO.
          05  C-SUB-PROMO-DISC  PIC 9(9)V99     VALUE ZERO.
          05  C-STORE-PROMO-DISC PIC 9(9)V99    VALUE ZERO.
          05  GT-PROMO-DISC     PIC 9(11)V99    VALUE ZERO.
          05  GT-PROMO-REDEEMED PIC 9(7)        VALUE ZERO.
          05  C-NET-SALES       PIC S9(16)V99   VALUE ZERO.
          05  C-LIFT-PREV-QTY   PIC 9(9)        VALUE ZERO.
          05  C-LIFT-CUR-QTY    PIC 9(9)        VALUE ZERO.
          05  C-LIFT-PCT        PIC S9(5)V9     VALUE ZERO.

       01  PROMO-TABLE.
           05  PROMO-ENTRY OCCURS 50 TIMES INDEXED BY PROMO-IDX.
               10  TPM-CODE     PIC X(4).
               10  TPM-ITEM-NO  PIC X(4).
               10  TPM-TYPE     PIC X.
               10  TPM-AMOUNT   PIC 9(3)V99.
               10  TPM-FROM-DATE PIC 9(8).
               10  TPM-TO-DATE  PIC 9(8).
               10  TPM-DESC     PIC X(20).
               10  TPM-REDEEMED PIC 9(7).
               10  TPM-DISC     PIC 9(9)V99.

       01  PRICE-TABLE.
           05  PRICE-ENTRY OCCURS 200 TIMES INDEXED BY PRICE-IDX.
               10  TH-ITEM-NO   PIC X(4).
               10  TH-QTY       PIC 9(7).
               10  TH-SALES     PIC 9(11)V99.
               10  TH-PREV-QTY  PIC 9(7).

       01  STORE-TABLE.
           05  STORE-ENTRY OCCURS 20 TIMES INDEXED BY STORE-IDX.
           05  O-RANK-SALES        PIC $$$,$$$,$$$.99.
           05  FILLER              PIC X(57)   VALUE SPACES.

       01  NET-SALES-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  FILLER              PIC X(13)   VALUE 'GROSS SALES: '.
           05  O-NET-GROSS         PIC $$,$$$,$$$,$$$.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(17)   VALUE
               'LESS PROMOTIONS: '.
           05  O-NET-PROMO         PIC $$,$$$,$$$,$$$.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'NET SALES: '.
           05  O-NET-NET           PIC $$,$$$,$$$,$$$.99-.
           05  FILLER              PIC X(25)   VALUE SPACES.

       01  PROMO-TITLE-LINE.
           05  FILLER              PIC X(25)   VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE
               'PROMOTION REDEMPTION SUMMARY'.
           05  FILLER              PIC X(77)   VALUE SPACES.

       01  PROMO-HEADING-LINE.
           05  FILLER              PIC X(7)    VALUE 'PROMO'.
           05  FILLER              PIC X(23)   VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(9)    VALUE 'ITEM'.
           05  FILLER              PIC X(8)    VALUE '     OFF'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE ' REDEEMED'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(14)   VALUE ' DISCOUNT COST'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE '  PRIOR QTY'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(11)   VALUE 'CURRENT QTY'.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE '  LIFT %'.
           05  FILLER              PIC X(17)   VALUE SPACES.

       01  PROMO-LINE.
           05  O-PM-CODE           PIC X(4).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-DESC           PIC X(20).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-ITEM-NO.
               10  O-PM-ITEM-ONE   PIC X.
               10  O-PM-DASH-ONE   PIC X.
               10  O-PM-ITEM-TWO   PIC X.
               10  O-PM-DASH-TWO   PIC X.
               10  O-PM-ITEM-THREE PIC XX.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-DOLLAR         PIC X.
           05  O-PM-AMOUNT         PIC ZZ9.99.
           05  O-PM-PERCENT        PIC X.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-REDEEMED       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-COST           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-PRIOR-QTY      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-CUR-QTY        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PM-LIFT           PIC +++,++9.9.
           05  FILLER              PIC X       VALUE '%'.
           05  FILLER              PIC X(15)   VALUE SPACES.

       01  PROMO-TOTAL-LINE.
           05  FILLER              PIC X(50)   VALUE
               'TOTAL PROMOTIONS'.
           05  O-PMT-REDEEMED      PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  O-PMT-COST          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(56)   VALUE SPACES.

       01  ITEM-DESC-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  O-ITEM-DESC         PIC X(25).
           OPEN OUTPUT PRTOUTVAR.
           PERFORM 1100-READ-ITEM-MASTER.
           PERFORM 1150-READ-PRICE-MASTER.
           PERFORM 1170-READ-PROMO-MASTER.
           PERFORM 9100-HEADING.
           PERFORM 9100-ERR-HEADING.
           PERFORM 9100-UNK-HEADING.
                   MOVE PR-PRICE TO TP-PRICE (C-PRICE-TBL-CTR)
           END-IF.

       1170-READ-PROMO-MASTER.
           OPEN INPUT PROMO-MASTER.
           IF C-PROMO-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-PROMOS
               PERFORM 1180-READ-PROMO
                   UNTIL MORE-PROMOS = "NO"
               CLOSE PROMO-MASTER
           END-IF.

       1180-READ-PROMO.
           READ PROMO-MASTER
               AT END
                   MOVE "NO" TO MORE-PROMOS
           END-READ.
           IF MORE-PROMOS = "YES"
               AND C-PROMO-TBL-CTR < 50
                   ADD 1 TO C-PROMO-TBL-CTR
                   SET PROMO-IDX TO C-PROMO-TBL-CTR
                   MOVE PM-CODE TO TPM-CODE (PROMO-IDX)
                   MOVE PM-ITEM-NO TO TPM-ITEM-NO (PROMO-IDX)
                   MOVE PM-TYPE TO TPM-TYPE (PROMO-IDX)
                   MOVE PM-AMOUNT TO TPM-AMOUNT (PROMO-IDX)
                   MOVE PM-FROM-DATE TO TPM-FROM-DATE (PROMO-IDX)
                   MOVE PM-TO-DATE TO TPM-TO-DATE (PROMO-IDX)
                   MOVE PM-DESC TO TPM-DESC (PROMO-IDX)
                   MOVE ZERO TO TPM-REDEEMED (PROMO-IDX)
                   MOVE ZERO TO TPM-DISC (PROMO-IDX)
           END-IF.

       1050-SKIP-INVALID.
           PERFORM 2250-ERROR-PRT.
           PERFORM 9000-READ.
               IF I-PIZZA-STORE NOT = H-PIZZA-STORE
                   PERFORM 9200-SUBTOTAL
                   PERFORM 9300-STORE-TOTAL
                   PERFORM 9100-HEADING
                   PERFORM 9350-NEW-STORE
                   PERFORM 9150-NEW-GROUP
               ELSE
                       PERFORM 9150-NEW-GROUP
                   END-IF
               END-IF
               IF PROMO-REC-SW = "YES"
                   PERFORM 2210-PROMO-CALCS
               ELSE
                   PERFORM 2200-CALCS
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2150-VALIDATION.
           MOVE "YES" TO ERR-SWITCH.
           MOVE "NO" TO PROMO-REC-SW.

               IF I-PROMO-FLAG = 'PROMO'
                   MOVE "YES" TO PROMO-REC-SW
                   PERFORM 2160-PROMO-VALIDATION THRU 2160-EXIT
                   GO TO 2150-EXIT
               END-IF.

               IF I-PIZZA-CUR-QTY NOT NUMERIC
                   MOVE 'CURRENT QUANTITY MUST BE NUMERIC.' TO O-ERR-MSG
       2150-EXIT.
           EXIT.

      *    A REDEMPTION MUST NAME A PROMO ON THE MASTER THAT COVERS
      *    THE ITEM AND WAS IN EFFECT ON THE REDEMPTION DATE.
       2160-PROMO-VALIDATION.
               IF I-PROMO-REDEEMED NOT NUMERIC
                  OR I-PROMO-REDEEMED = ZERO
                   MOVE 'REDEMPTION COUNT MUST BE NUMERIC AND NONZERO.'
                       TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.

               MOVE I-PIZZA-CUR-DATE TO DC-DATE.
               MOVE 'N' TO DC-FUTURE-RULE.
               CALL 'CBLDATCK' USING DATE-PARMS.
               IF DC-RC = '4'
                   MOVE 'REDEMPTION DATE IS IN THE FUTURE.' TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.
               IF DC-RC NOT = '0'
                   MOVE 'REDEMPTION DATE IS NOT A REAL DATE.'
                       TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.

               IF I-PIZZA-STORE NOT NUMERIC OR I-PIZZA-STORE = ZERO
                   MOVE 'STORE NUMBER MUST BE NUMERIC AND NONZERO.'
                       TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.

               MOVE I-PIZZA-CUR-DATE TO C-SALE-DATE-X.
               MOVE "NO" TO PROMO-CODE-SW.
               MOVE "NO" TO PROMO-ITEM-SW.
               MOVE "NO" TO PROMO-FOUND-SW.
               MOVE ZERO TO C-PROMO-FOUND-IDX.
               PERFORM 2165-PROMO-SEARCH
                   VARYING PROMO-IDX FROM 1 BY 1
                       UNTIL PROMO-IDX > C-PROMO-TBL-CTR
                          OR PROMO-FOUND-SW = "YES".
               IF PROMO-CODE-SW = "NO"
                   MOVE 'PROMO CODE IS NOT ON THE PROMOTION MASTER.'
                       TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.
               IF PROMO-ITEM-SW = "NO"
                   MOVE 'PROMO CODE DOES NOT COVER THIS ITEM.'
                       TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.
               IF PROMO-FOUND-SW = "NO"
                   MOVE 'PROMO CODE USED OUTSIDE ITS EFFECTIVE DATES.'
                       TO O-ERR-MSG
                   GO TO 2160-EXIT
               END-IF.

           MOVE "NO" TO ERR-SWITCH.
           PERFORM 2175-PROMO-PRICE.

       2160-EXIT.
           EXIT.

       2165-PROMO-SEARCH.
           IF TPM-CODE (PROMO-IDX) = I-PROMO-CODE
               MOVE "YES" TO PROMO-CODE-SW
               IF TPM-ITEM-NO (PROMO-IDX) = I-PIZZA-ITEM-NO
                  OR TPM-ITEM-NO (PROMO-IDX) = 'ALL '
                   MOVE "YES" TO PROMO-ITEM-SW
                   IF C-SALE-DATE-9 NOT < TPM-FROM-DATE (PROMO-IDX)
                      AND C-SALE-DATE-9 NOT > TPM-TO-DATE (PROMO-IDX)
                       MOVE "YES" TO PROMO-FOUND-SW
                       MOVE PROMO-IDX TO C-PROMO-FOUND-IDX
                   END-IF
               END-IF
           END-IF.

      *    THE DISCOUNT IS TAKEN OFF THE MASTER PRICE IN EFFECT ON
      *    THE REDEMPTION DATE (THE ITEM'S OWN SALES PRICE WHEN THE
      *    MASTER HAS NONE).  DOLLARS OFF NEVER EXCEED THE PRICE.
       2175-PROMO-PRICE.
           MOVE ZERO TO C-USE-PRICE.
           IF I-PIZZA-ITEM-NO = H-PIZZA-ITEM-NO
               MOVE H-PIZZA-PRICE TO C-USE-PRICE
           END-IF.
           IF C-PRICE-TBL-CTR > ZERO
               MOVE "NO" TO PRICE-FOUND-SW
               MOVE ZERO TO C-PRICE-BEST-DATE
               MOVE ZERO TO C-MST-PRICE
               PERFORM 2180-PRICE-SEARCH
                   VARYING PRICE-IDX FROM 1 BY 1
                       UNTIL PRICE-IDX > C-PRICE-TBL-CTR
               IF PRICE-FOUND-SW = "YES"
                   MOVE C-MST-PRICE TO C-USE-PRICE
               END-IF
           END-IF.
           SET PROMO-IDX TO C-PROMO-FOUND-IDX.
           IF TPM-TYPE (PROMO-IDX) = 'P'
               COMPUTE C-PROMO-UNIT ROUNDED =
                   C-USE-PRICE * TPM-AMOUNT (PROMO-IDX) / 100
           ELSE
               MOVE TPM-AMOUNT (PROMO-IDX) TO C-PROMO-UNIT
           END-IF.
           IF C-USE-PRICE > ZERO
              AND C-PROMO-UNIT > C-USE-PRICE
               MOVE C-USE-PRICE TO C-PROMO-UNIT
           END-IF.
           COMPUTE C-PROMO-DISC = I-PROMO-REDEEMED * C-PROMO-UNIT.

      *    THE MASTER PRICE IN EFFECT ON THE SALE DATE WINS; THE
      *    KEYED PRICE ONLY STANDS WHEN NO PRICE IS ON THE MASTER.
       2170-PRICE-RESOLVE.

           PERFORM 9230-ITEM-DESC.

           MOVE C-SUB-TOTAL-SALES TO O-NET-GROSS.
           MOVE C-SUB-PROMO-DISC TO O-NET-PROMO.
           COMPUTE C-NET-SALES = C-SUB-TOTAL-SALES - C-SUB-PROMO-DISC.
           MOVE C-NET-SALES TO O-NET-NET.
           WRITE PRTLINE
               FROM NET-SALES-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

           IF C-SUB-PIZZA-AMT < ZERO AND C-DECLINE-CTR < 20
               ADD 1 TO C-DECLINE-CTR
               MOVE H-PIZZA-ITEM-NO TO D-ITEM-NO (C-DECLINE-CTR)
           MOVE ZERO TO C-SUB-CUR-QTY.
           MOVE ZERO TO C-SUB-PIZZA-AMT.
           MOVE ZERO TO C-SUB-TOTAL-SALES.
           MOVE ZERO TO C-SUB-PROMO-DISC.


       9230-ITEM-DESC.
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE C-STORE-SALES TO O-NET-GROSS.
           MOVE C-STORE-PROMO-DISC TO O-NET-PROMO.
           COMPUTE C-NET-SALES = C-STORE-SALES - C-STORE-PROMO-DISC.
           MOVE C-NET-SALES TO O-NET-NET.
           WRITE PRTLINE
               FROM NET-SALES-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

           MOVE "NO" TO STORE-FOUND-SW.
           MOVE ZERO TO C-STORE-FOUND-IDX.
           END-IF.

           MOVE ZERO TO C-STORE-SALES.
           MOVE ZERO TO C-STORE-PROMO-DISC.

       9310-STORE-LOOKUP.
           IF TS-STORE (STORE-IDX) = H-PIZZA-STORE



      *    A REDEMPTION ADDS NO QUANTITY - ONLY ITS DISCOUNT, TO THE
      *    ITEM, STORE, GRAND AND PER-PROMO TOTALS.
       2210-PROMO-CALCS.
           ADD C-PROMO-DISC TO C-SUB-PROMO-DISC.
           ADD C-PROMO-DISC TO C-STORE-PROMO-DISC.
           ADD C-PROMO-DISC TO GT-PROMO-DISC.
           ADD I-PROMO-REDEEMED TO GT-PROMO-REDEEMED.
           SET PROMO-IDX TO C-PROMO-FOUND-IDX.
           ADD I-PROMO-REDEEMED TO TPM-REDEEMED (PROMO-IDX).
           ADD C-PROMO-DISC TO TPM-DISC (PROMO-IDX).

       2300-HIST-ACCUM.
           MOVE "NO" TO HIST-FOUND-SW.
           MOVE ZERO TO C-HIST-FOUND-IDX.
                   MOVE I-PIZZA-ITEM-NO TO TH-ITEM-NO (HIST-IDX)
                   MOVE ZERO TO TH-QTY (HIST-IDX)
                   MOVE ZERO TO TH-SALES (HIST-IDX)
                   MOVE ZERO TO TH-PREV-QTY (HIST-IDX)
           END-IF.
           IF C-HIST-FOUND-IDX > ZERO
               SET HIST-IDX TO C-HIST-FOUND-IDX
               ADD I-PIZZA-CUR-QTY TO TH-QTY (HIST-IDX)
               ADD I-PIZZA-PREV-QTY TO TH-PREV-QTY (HIST-IDX)
               ADD C-TOTAL-SALES TO TH-SALES (HIST-IDX)
           END-IF.

           END-IF.
           PERFORM 9200-SUBTOTAL.
           PERFORM 9300-STORE-TOTAL.
           PERFORM 9100-HEADING.

           IF C-SCTR > ZERO
               DIVIDE GT-PIZZA-AMT BY C-SCTR GIVING AVG-PIZZA-AMT
           WRITE PRTLINE
               FROM GRANDTOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE GT-TOTAL-SALES TO O-NET-GROSS.
           MOVE GT-PROMO-DISC TO O-NET-PROMO.
           COMPUTE C-NET-SALES = GT-TOTAL-SALES - GT-PROMO-DISC.
           MOVE C-NET-SALES TO O-NET-NET.
           WRITE PRTLINE
               FROM NET-SALES-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM AVG-AMT-LINE
                   AFTER ADVANCING 2 LINES.
           END-IF.

           PERFORM 3100-STORE-RANKING.
           PERFORM 3150-PROMO-SUMMARY.

           PERFORM 3200-ERROR-TOTAL.
           PERFORM 3250-UNKNOWN-TOTAL.
           PERFORM 3300-WRITE-SUMMARY.
           PERFORM 3350-WRITE-HISTORY.
           PERFORM 3400-WRITE-GL-FEED.
           PERFORM 3450-WRITE-STORE-SALES.

           MOVE '99' TO SE-REASON-CODE.
           CALL 'GROUPERR' USING SHARED-ERR-PARMS.
               MOVE TS-SALES-TEMP TO TS-SALES (STORE-IDX + 1)
           END-IF.

      *    COST IS THE DISCOUNT GIVEN; LIFT IS THE CHANGE IN THE
      *    PROMOTED ITEM'S QUANTITY (EVERY ITEM FOR AN ALL-ITEMS
      *    PROMO) OVER THE PRIOR PERIOD, ACROSS ALL STORES.
       3150-PROMO-SUMMARY.
           WRITE PRTLINE
               FROM PROMO-TITLE-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM PROMO-HEADING-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           PERFORM 3160-PROMO-LINE
               VARYING PROMO-IDX FROM 1 BY 1
                   UNTIL PROMO-IDX > C-PROMO-TBL-CTR.
           MOVE GT-PROMO-REDEEMED TO O-PMT-REDEEMED.
           MOVE GT-PROMO-DISC TO O-PMT-COST.
           WRITE PRTLINE
               FROM PROMO-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3160-PROMO-LINE.
           IF TPM-REDEEMED (PROMO-IDX) > ZERO
               MOVE TPM-CODE (PROMO-IDX) TO O-PM-CODE
               MOVE TPM-DESC (PROMO-IDX) TO O-PM-DESC
               IF TPM-ITEM-NO (PROMO-IDX) = 'ALL '
                   MOVE 'ALL' TO O-PM-ITEM-NO
               ELSE
                   MOVE TPM-ITEM-NO (PROMO-IDX) (1:1) TO O-PM-ITEM-ONE
                   MOVE "-" TO O-PM-DASH-ONE
                   MOVE TPM-ITEM-NO (PROMO-IDX) (2:1) TO O-PM-ITEM-TWO
                   MOVE "-" TO O-PM-DASH-TWO
                   MOVE TPM-ITEM-NO (PROMO-IDX) (3:2)
                       TO O-PM-ITEM-THREE
               END-IF
               MOVE TPM-AMOUNT (PROMO-IDX) TO O-PM-AMOUNT
               IF TPM-TYPE (PROMO-IDX) = 'P'
                   MOVE SPACE TO O-PM-DOLLAR
                   MOVE '%' TO O-PM-PERCENT
               ELSE
                   MOVE '$' TO O-PM-DOLLAR
                   MOVE SPACE TO O-PM-PERCENT
               END-IF
               MOVE TPM-REDEEMED (PROMO-IDX) TO O-PM-REDEEMED
               MOVE TPM-DISC (PROMO-IDX) TO O-PM-COST
               MOVE ZERO TO C-LIFT-PREV-QTY
               MOVE ZERO TO C-LIFT-CUR-QTY
               PERFORM 3170-PROMO-LIFT
                   VARYING HIST-IDX FROM 1 BY 1
                       UNTIL HIST-IDX > C-HIST-TBL-CTR
               MOVE ZERO TO C-LIFT-PCT
               IF C-LIFT-PREV-QTY > ZERO
                   COMPUTE C-LIFT-PCT ROUNDED =
                       (C-LIFT-CUR-QTY - C-LIFT-PREV-QTY) * 100
                           / C-LIFT-PREV-QTY
                       ON SIZE ERROR
                           MOVE 99999.9 TO C-LIFT-PCT
                   END-COMPUTE
               END-IF
               MOVE C-LIFT-PREV-QTY TO O-PM-PRIOR-QTY
               MOVE C-LIFT-CUR-QTY TO O-PM-CUR-QTY
               MOVE C-LIFT-PCT TO O-PM-LIFT
               WRITE PRTLINE
                   FROM PROMO-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.

       3170-PROMO-LIFT.
           IF TPM-ITEM-NO (PROMO-IDX) = 'ALL '
              OR TPM-ITEM-NO (PROMO-IDX) = TH-ITEM-NO (HIST-IDX)
               ADD TH-PREV-QTY (HIST-IDX) TO C-LIFT-PREV-QTY
               ADD TH-QTY (HIST-IDX) TO C-LIFT-CUR-QTY
           END-IF.

       3130-RANK-PRINT.
           MOVE STORE-IDX TO O-RANK-POS.
           MOVE TS-STORE (STORE-IDX) TO O-RANK-STORE.
           MOVE 'PIZZAREV  ' TO C-GL-LOOKUP-KEY.
           MOVE GT-TOTAL-SALES TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
      *    PROMOTION DISCOUNTS ARE A CONTRA-REVENUE LINE, SO THEY
      *    POST NEGATIVE AGAINST THE GROSS REVENUE ABOVE.
           IF GT-PROMO-DISC > ZERO
               MOVE 'PIZZAPROMO' TO C-GL-LOOKUP-KEY
               COMPUTE C-GL-AMOUNT = ZERO - GT-PROMO-DISC
               PERFORM 1540-WRITE-GL-REC
           END-IF.
           PERFORM 1550-GL-TRAILER.
           CLOSE GL-OUT.

      *    ONE ROW PER STORE FOR THE PERIOD, IN RANKING ORDER.
       3450-WRITE-STORE-SALES.
           MOVE ZERO TO C-STS-TRL-HASH.
           OPEN OUTPUT STORE-SALES-OUT.
           PERFORM 3460-WRITE-STS-REC
               VARYING STORE-IDX FROM 1 BY 1
                   UNTIL STORE-IDX > C-STORE-TBL-CTR.
           MOVE 999999 TO STS-PERIOD.
           MOVE C-STORE-TBL-CTR TO STS-STORE.
           MOVE C-STS-TRL-HASH TO STS-SALES.
           WRITE STS-REC.
           CLOSE STORE-SALES-OUT.

       3460-WRITE-STS-REC.
           MOVE C-CUR-PERIOD TO STS-PERIOD.
           MOVE TS-STORE (STORE-IDX) TO STS-STORE.
           MOVE TS-SALES (STORE-IDX) TO STS-SALES.
           ADD STS-SALES TO C-STS-TRL-HASH.
           WRITE STS-REC.

       1500-READ-CHART.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-CHART-STATUS = "00" OR "05"
