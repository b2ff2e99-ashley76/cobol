       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLCSH00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * PIZZA STORE DAILY CASH SETTLEMENT (OVER / SHORT).           *
      * COMPUTES WHAT EACH STORE SHOULD HAVE TAKEN IN ON EACH SALE  *
      * DATE FROM PIZZADAT - CURRENT QUANTITY TIMES THE PIZZAPRC    *
      * PRICE IN EFFECT ON THE SALE DATE, THE SAME WAY CBLANL01     *
      * PRICES ITS TOTALS, LESS THE PIZZAPRM PROMOTION DISCOUNTS    *
      * REDEEMED THAT DAY - AND RECONCILES IT AGAINST THE STORE'S   *
      * DAILY TENDER FILE (CASH, CARD AND VOUCHER TOTALS).  EACH    *
      * STORE/DAY PRINTS EXPECTED VS TENDERED AND THE OVER/SHORT,   *
      * WITH DAYS PAST THE TOLERANCE ON THE PARAMETER CARD FLAGGED. *
      * EVERY SETTLED DAY IS CARRIED ON THE RUNNING OVER/SHORT      *
      * HISTORY (A RERUN OF A DAY REPLACES IT), AND THE HISTORY IS  *
      * SUMMARIZED BY STORE AND DAY OF THE WEEK SO A STORE THAT IS  *
      * SHORT THE SAME WEEKDAY TIME AFTER TIME STANDS OUT.          *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALES-FILE
               ASSIGN TO PIZZADAT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-SALES
               ASSIGN TO CSHSSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALES-SORT-WORK
               ASSIGN TO "SRTWK34".

           SELECT OPTIONAL TENDER-FILE
               ASSIGN TO PIZZATND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENDER-STATUS.

           SELECT SORTED-TENDER
               ASSIGN TO CSHTSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TENDER-SORT-WORK
               ASSIGN TO "SRTWK35".

           SELECT OPTIONAL PRICE-MASTER
               ASSIGN TO PIZZAPRC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PRICE-STATUS.

           SELECT OPTIONAL PROMO-MASTER
               ASSIGN TO PIZZAPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PROMO-STATUS.

           SELECT OPTIONAL OS-HISTORY
               ASSIGN TO PIZZAOSH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT OS-HOLD
               ASSIGN TO PIZZAOSW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO CSHPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO PIZZACSH
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SALES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS SALES-IN-REC.

       01  SALES-IN-REC             PIC X(28).

       SD SALES-SORT-WORK.
       01  SS-REC.
           05  SS-ITEM-NO           PIC X(4).
           05  SS-SALE-DATE         PIC X(8).
           05  FILLER               PIC X(14).
           05  SS-STORE             PIC XX.

       FD SORTED-SALES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS I-PIZZA-REC.

       01  I-PIZZA-REC.
           05  I-PIZZA-ITEM-NO      PIC X(4).
           05  I-PIZZA-CUR-DATE     PIC X(8).
           05  I-PIZZA-CUR-DATE-9 REDEFINES I-PIZZA-CUR-DATE
                                    PIC 9(8).
           05  I-PIZZA-PRICE        PIC 99V99.
           05  I-PIZZA-CUR-QTY      PIC 9(5).
           05  I-PIZZA-PREV-QTY     PIC 9(5).
           05  I-PIZZA-STORE        PIC 99.

      *    A PROMOTION RECORD CARRIES 'PROMO' WHERE A SALES RECORD
      *    CARRIES THE PRIOR QUANTITY, THE PROMO CODE WHERE THE
      *    PRICE GOES AND THE REDEMPTION COUNT WHERE THE CURRENT
      *    QUANTITY GOES.
       01  I-PROMO-REC REDEFINES I-PIZZA-REC.
           05  FILLER               PIC X(12).
           05  I-PROMO-CODE         PIC X(4).
           05  I-PROMO-REDEEMED     PIC 9(5).
           05  I-PROMO-FLAG         PIC X(5).
           05  FILLER               PIC XX.

      *    ONE RECORD PER STORE PER BUSINESS DAY (MORE THAN ONE
      *    DRAWER ON A DAY IS SUMMED).
       FD TENDER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS TENDER-IN-REC.

       01  TENDER-IN-REC            PIC X(37).

       SD TENDER-SORT-WORK.
       01  ST-REC.
           05  ST-STORE             PIC XX.
           05  ST-DATE              PIC X(8).
           05  FILLER               PIC X(27).

       FD SORTED-TENDER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS TN-REC.

       01  TN-REC.
           05  TN-STORE             PIC 99.
           05  TN-DATE              PIC 9(8).
           05  TN-CASH              PIC 9(7)V99.
           05  TN-CARD              PIC 9(7)V99.
           05  TN-VOUCHER           PIC 9(7)V99.

       FD PRICE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS PRICE-REC.

       01  PRICE-REC.
           05  PR-ITEM-NO           PIC X(4).
           05  PR-EFF-DATE          PIC 9(8).
           05  PR-PRICE             PIC 99V99.

      *    ITEM 'ALL ' COVERS EVERY ITEM.  TYPE P IS PERCENT OFF
      *    THE MASTER PRICE, TYPE D IS DOLLARS OFF EACH ITEM.
       FD PROMO-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS PROMO-REC.

       01  PROMO-REC.
           05  PM-CODE              PIC X(4).
           05  PM-ITEM-NO           PIC X(4).
           05  PM-TYPE              PIC X.
           05  PM-AMOUNT            PIC 9(3)V99.
           05  PM-FROM-DATE         PIC 9(8).
           05  PM-TO-DATE           PIC 9(8).
           05  PM-DESC              PIC X(20).

       FD OS-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS OH-REC.

       01  OH-REC.
           05  OH-STORE             PIC 99.
           05  OH-DATE              PIC 9(8).
           05  OH-DOW               PIC 9.
           05  OH-EXPECTED          PIC 9(7)V99.
           05  OH-TENDERED          PIC 9(7)V99.
           05  OH-OVER-SHORT        PIC S9(5)V99
                                    SIGN IS TRAILING SEPARATE.

       FD OS-HOLD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS OW-REC.

       01  OW-REC                   PIC X(37).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TOLERANCE       PIC 9(3)V99.
           05  PARM-PATTERN-MIN     PIC 99.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-TENDER-STATUS  PIC XX         VALUE "00".
           05  C-PRICE-STATUS   PIC XX         VALUE "00".
           05  C-PROMO-STATUS   PIC XX         VALUE "00".
           05  C-HIST-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-SALES       PIC XXX        VALUE "YES".
           05  MORE-TENDER      PIC XXX        VALUE "YES".
           05  MORE-PRICES      PIC XXX        VALUE "YES".
           05  MORE-PROMOS      PIC XXX        VALUE "YES".
           05  MORE-HIST        PIC XXX        VALUE "YES".
           05  MORE-HOLD        PIC XXX        VALUE "YES".
           05  SALES-OK-SW      PIC XXX        VALUE "NO".
           05  TENDER-OK-SW     PIC XXX        VALUE "NO".
           05  C-PRICE-TBL-CTR  PIC 999        VALUE ZERO.
           05  C-PRICE-BEST-DATE PIC 9(8)      VALUE ZERO.
           05  C-MST-PRICE      PIC 99V99      VALUE ZERO.
           05  C-USE-PRICE      PIC 99V99      VALUE ZERO.
           05  PRICE-FOUND-SW   PIC XXX        VALUE "NO".
           05  PROMO-REC-SW     PIC XXX        VALUE "NO".
           05  PROMO-FOUND-SW   PIC XXX        VALUE "NO".
           05  C-PROMO-TBL-CTR  PIC 99         VALUE ZERO.
           05  C-PROMO-FOUND-IDX PIC 99        VALUE ZERO.
           05  C-PROMO-UNIT     PIC 9(3)V99    VALUE ZERO.
           05  C-PROMO-DISC     PIC 9(7)V99    VALUE ZERO.
           05  C-PROMO-APPL-CTR PIC 9(5)       VALUE ZERO.
           05  H-PIZZA-ITEM-NO  PIC X(4)       VALUE SPACES.
           05  H-PIZZA-PRICE    PIC 99V99      VALUE ZERO.
           05  C-TOLERANCE      PIC 9(3)V99    VALUE 5.00.
           05  C-PATTERN-MIN    PIC 99         VALUE 3.
           05  C-LINE-SALES     PIC 9(7)V99    VALUE ZERO.
           05  C-SALES-EXPECTED PIC S9(7)V99   VALUE ZERO.
           05  C-TND-CASH       PIC 9(7)V99    VALUE ZERO.
           05  C-TND-CARD       PIC 9(7)V99    VALUE ZERO.
           05  C-TND-VOUCHER    PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-EXPECTED   PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-CASH       PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-CARD       PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-VOUCHER    PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-TENDERED   PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-OS         PIC S9(7)V99   VALUE ZERO.
           05  C-ABS-OS         PIC 9(7)V99    VALUE ZERO.
           05  C-DAY-INT        PIC 9(7)       VALUE ZERO.
           05  C-WEEKS          PIC 9(7)       VALUE ZERO.
           05  C-DOW            PIC 9          VALUE ZERO.
           05  C-DOW-SUB        PIC 9          VALUE ZERO.
           05  H-STORE          PIC 99         VALUE ZERO.
           05  C-SALES-READ-CTR PIC 9(7)       VALUE ZERO.
           05  C-SALES-SKIP-CTR PIC 9(5)       VALUE ZERO.
           05  C-TENDER-REJ-CTR PIC 9(5)       VALUE ZERO.
           05  C-DAYS-CTR       PIC 9(5)       VALUE ZERO.
           05  C-FLAG-CTR       PIC 9(5)       VALUE ZERO.
           05  C-SETL-TBL-CTR   PIC 999        VALUE ZERO.
           05  C-SETL-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  SETL-FOUND-SW    PIC XXX        VALUE "NO".
           05  C-REPLACED-CTR   PIC 9(5)       VALUE ZERO.
           05  C-HIST-DAYS-CTR  PIC 9(7)       VALUE ZERO.
           05  C-HSTORE-TBL-CTR PIC 99         VALUE ZERO.
           05  C-HSTORE-FOUND-IDX PIC 99       VALUE ZERO.
           05  HSTORE-FOUND-SW  PIC XXX        VALUE "NO".
           05  C-HSTORE-LOST-CTR PIC 9(5)      VALUE ZERO.
           05  C-PATTERN-CTR    PIC 999        VALUE ZERO.
           05  WEEKDAY-SW       PIC XXX        VALUE "NO".

      *    NEXT STORE/DAY WAITING ON EACH SIDE OF THE MATCH;
      *    HIGH-VALUES ONCE THAT SIDE IS EXHAUSTED.
       01  SALES-KEY.
           05  SK-STORE         PIC 99.
           05  SK-DATE          PIC 9(8).

       01  TENDER-KEY.
           05  TK-STORE         PIC 99.
           05  TK-DATE          PIC 9(8).

       01  SETTLE-KEY.
           05  XK-STORE         PIC 99.
           05  XK-DATE          PIC 9(8).

       01  STORE-TOTALS.
           05  C-STR-EXPECTED   PIC 9(9)V99.
           05  C-STR-CASH       PIC 9(9)V99.
           05  C-STR-CARD       PIC 9(9)V99.
           05  C-STR-VOUCHER    PIC 9(9)V99.
           05  C-STR-TENDERED   PIC 9(9)V99.
           05  C-STR-OS         PIC S9(9)V99.

       01  GRAND-TOTALS.
           05  C-GRD-EXPECTED   PIC 9(9)V99.
           05  C-GRD-CASH       PIC 9(9)V99.
           05  C-GRD-CARD       PIC 9(9)V99.
           05  C-GRD-VOUCHER    PIC 9(9)V99.
           05  C-GRD-TENDERED   PIC 9(9)V99.
           05  C-GRD-OS         PIC S9(9)V99.

       01  PRICE-TABLE.
           05  PRICE-ENTRY OCCURS 200 TIMES INDEXED BY PRICE-IDX.
               10  TP-ITEM-NO   PIC X(4).
               10  TP-EFF-DATE  PIC 9(8).
               10  TP-PRICE     PIC 99V99.

       01  PROMO-TABLE.
           05  PROMO-ENTRY OCCURS 50 TIMES INDEXED BY PROMO-IDX.
               10  TPM-CODE     PIC X(4).
               10  TPM-ITEM-NO  PIC X(4).
               10  TPM-TYPE     PIC X.
               10  TPM-AMOUNT   PIC 9(3)V99.
               10  TPM-FROM-DATE PIC 9(8).
               10  TPM-TO-DATE  PIC 9(8).

      *    THE STORE/DAYS SETTLED THIS RUN, WRITTEN TO THE HISTORY
      *    AT CLOSE IN PLACE OF ANY EARLIER SETTLEMENT OF THE DAY.
       01  SETTLE-TABLE.
           05  SETL-ENTRY OCCURS 500 TIMES INDEXED BY SETL-IDX.
               10  TX-STORE     PIC 99.
               10  TX-DATE      PIC 9(8).
               10  TX-DOW       PIC 9.
               10  TX-EXPECTED  PIC 9(7)V99.
               10  TX-TENDERED  PIC 9(7)V99.
               10  TX-OS        PIC S9(5)V99.

      *    OVER/SHORT HISTORY BY STORE AND DAY OF THE WEEK
      *    (1 = SUNDAY ... 7 = SATURDAY).
       01  HIST-STORE-TABLE.
           05  HSTORE-ENTRY OCCURS 20 TIMES INDEXED BY HSTORE-IDX.
               10  TW-STORE     PIC 99.
               10  TW-DAY OCCURS 7 TIMES INDEXED BY DOW-IDX.
                   15  TW-DAYS      PIC 9(5).
                   15  TW-SHORTS    PIC 9(5).
                   15  TW-NET-OS    PIC S9(7)V99.

       01  DAY-NAME-VALUES.
           05  FILLER           PIC X(21)   VALUE
               'SUNMONTUEWEDTHUFRISAT'.
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME         PIC XXX     OCCURS 7 TIMES.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLCSH00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'PIZZA DAILY CASH SETTLEMENT'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'STORE'.
           05  FILLER           PIC X(13)   VALUE 'SALE DATE'.
           05  FILLER           PIC X(7)    VALUE 'DAY'.
           05  FILLER           PIC X(14)   VALUE '  EXPECTED'.
           05  FILLER           PIC X(14)   VALUE '      CASH'.
           05  FILLER           PIC X(14)   VALUE '      CARD'.
           05  FILLER           PIC X(14)   VALUE '   VOUCHER'.
           05  FILLER           PIC X(14)   VALUE '  TENDERED'.
           05  FILLER           PIC X(14)   VALUE ' OVER/SHORT'.
           05  FILLER           PIC X(22)   VALUE SPACES.

       01  DETAIL-LINE.
           05  O-DT-STORE       PIC Z9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-DATE.
               10  O-DT-MM      PIC 99.
               10  FILLER       PIC X       VALUE "/".
               10  O-DT-DD      PIC 99.
               10  FILLER       PIC X       VALUE "/".
               10  O-DT-YY      PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DT-DAY         PIC XXX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-EXPECTED    PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-CASH        PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-CARD        PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-VOUCHER     PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-TENDERED    PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-OS          PIC $$$,$$9.99-.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DT-FLAG        PIC X(22).

       01  TOTAL-DETAIL-LINE.
           05  O-TT-LABEL       PIC X(26).
           05  O-TT-EXPECTED    PIC $$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-TT-CASH        PIC $$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-TT-CARD        PIC $$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-TT-VOUCHER     PIC $$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-TT-TENDERED    PIC $$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-TT-OS          PIC $$,$$$,$$9.99-.
           05  FILLER           PIC X(22)   VALUE SPACES.

       01  TENDER-REJECT-LINE.
           05  FILLER           PIC X(26)   VALUE
               '** PIZZATND REJECTED:  '.
           05  O-TR-RECORD      PIC X(37).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TR-REASON      PIC X(40).
           05  FILLER           PIC X(26)   VALUE SPACES.

       01  SUMMARY-LINE-1.
           05  FILLER           PIC X(14)   VALUE 'DAYS SETTLED: '.
           05  O-DAYS-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'DAYS FLAGGED: '.
           05  O-FLAG-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'TOLERANCE: '.
           05  O-TOLERANCE      PIC $$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(21)   VALUE
               'HISTORY DAYS REPLACED'.
           05  FILLER           PIC XX      VALUE ': '.
           05  O-REPLACED-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(33)   VALUE SPACES.

       01  SUMMARY-LINE-2.
           05  FILLER           PIC X(20)   VALUE
               'SALES RECORDS READ: '.
           05  O-SALES-READ-CTR PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'SALES RECORDS SKIPPED: '.
           05  O-SALES-SKIP-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(24)   VALUE
               'TENDER RECORDS REJECTED:'.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-TENDER-REJ-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'PROMOS APPLIED: '.
           05  O-PROMO-APPL-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(9)    VALUE SPACES.

       01  SETTLE-FULL-LINE.
           05  FILLER           PIC X(60)   VALUE
               '** SETTLEMENT TABLE FULL - DAYS NOT ON HISTORY: '.
           05  O-SETL-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(63)   VALUE SPACES.

       01  HSTORE-FULL-LINE.
           05  FILLER           PIC X(60)   VALUE
               '** STORE TABLE FULL - HISTORY DAYS NOT SUMMARIZED: '.
           05  O-HSTORE-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(63)   VALUE SPACES.

       01  WEEKDAY-TITLE-LINE.
           05  FILLER           PIC X(60)   VALUE
               'OVER/SHORT HISTORY BY STORE AND DAY OF THE WEEK'.
           05  FILLER           PIC X(72)   VALUE SPACES.

       01  WEEKDAY-HEADING-LINE.
           05  FILLER           PIC X(7)    VALUE 'STORE'.
           05  FILLER           PIC X(8)    VALUE 'DAY'.
           05  FILLER           PIC X(10)   VALUE '  DAYS'.
           05  FILLER           PIC X(10)   VALUE ' SHORT'.
           05  FILLER           PIC X(16)   VALUE ' NET OVER/SHORT'.
           05  FILLER           PIC X(15)   VALUE 'AVG OVER/SHORT'.
           05  FILLER           PIC X(66)   VALUE SPACES.

       01  WEEKDAY-LINE.
           05  O-HW-STORE       PIC Z9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-HW-DAY         PIC XXX.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-HW-DAYS        PIC ZZZ9.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-HW-SHORTS      PIC ZZZ9.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-HW-NET-OS      PIC $$$$,$$9.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-HW-AVG-OS      PIC $$$,$$9.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-HW-FLAG        PIC X(30).
           05  FILLER           PIC X(36)   VALUE SPACES.

       01  PATTERN-TOTAL-LINE.
           05  FILLER           PIC X(27)   VALUE
               'SHORT PATTERNS FLAGGED:   '.
           05  O-PATTERN-CTR    PIC ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(26)   VALUE
               'HISTORY DAYS SUMMARIZED: '.
           05  O-HIST-DAYS-CTR  PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(63)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLCSH00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-SETTLE
               UNTIL SALES-KEY = HIGH-VALUES
                 AND TENDER-KEY = HIGH-VALUES.
           PERFORM 3000-CLOSING.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           INITIALIZE STORE-TOTALS.
           INITIALIZE GRAND-TOTALS.

           PERFORM 1100-READ-PARM.
           PERFORM 1150-READ-PRICE-MASTER.
           PERFORM 1170-READ-PROMO-MASTER.

      *    ITEM WITHIN THE DAY KEEPS A REDEMPTION BESIDE THE SALES
      *    OF ITS ITEM FOR THE FALLBACK PRICE.
           SORT SALES-SORT-WORK
               ON ASCENDING KEY SS-STORE
               ON ASCENDING KEY SS-SALE-DATE
               ON ASCENDING KEY SS-ITEM-NO
               USING SALES-FILE
               GIVING SORTED-SALES.

      *    NO TENDER FILE STILL SETTLES - EVERY DAY COMES UP SHORT.
           OPEN INPUT TENDER-FILE.
           IF C-TENDER-STATUS = "00" OR "05"
               CLOSE TENDER-FILE
               SORT TENDER-SORT-WORK
                   ON ASCENDING KEY ST-STORE
                   ON ASCENDING KEY ST-DATE
                   USING TENDER-FILE
                   GIVING SORTED-TENDER
               OPEN INPUT SORTED-TENDER
           ELSE
               MOVE "NO" TO MORE-TENDER
           END-IF.

           OPEN INPUT SORTED-SALES.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.

           PERFORM 9000-READ-SALES.
           PERFORM 2100-NEXT-SALES-DAY.
           IF MORE-TENDER = "YES"
               PERFORM 9010-READ-TENDER
           END-IF.
           PERFORM 2200-NEXT-TENDER-DAY.
           IF SALES-KEY < TENDER-KEY
               MOVE SK-STORE TO H-STORE
           ELSE
               MOVE TK-STORE TO H-STORE
           END-IF.


      *    THE RUN-CONTROL CARD CARRIES THE OFFICIAL BUSINESS DATE
      *    FOR THE RUN; WITH NO CARD THE SYSTEM DATE IS THE DEFAULT.
       1015-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           OPEN INPUT RUN-CONTROL.
           IF C-RUNCTL-STATUS = "00" OR "05"
               READ RUN-CONTROL
                   AT END
                       MOVE SPACES TO CTL-BUS-DATE
               END-READ
               IF CTL-BUS-DATE IS NUMERIC
                  AND CTL-BUS-DATE NOT = '00000000'
                   MOVE CTL-BUS-DATE TO I-DATE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

      *    NO CARD MEANS A $5.00 TOLERANCE AND A PATTERN AT THREE
      *    SHORT DAYS ON THE SAME WEEKDAY.
       1100-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-TOLERANCE NUMERIC
                   MOVE PARM-TOLERANCE TO C-TOLERANCE
               END-IF
               IF PARM-PATTERN-MIN NUMERIC
                  AND PARM-PATTERN-MIN > ZERO
                   MOVE PARM-PATTERN-MIN TO C-PATTERN-MIN
               END-IF
               CLOSE PARM-CARD
           END-IF.

       1150-READ-PRICE-MASTER.
           OPEN INPUT PRICE-MASTER.
           IF C-PRICE-STATUS = "00" OR "05"
               PERFORM 1160-READ-PRICE
                   UNTIL MORE-PRICES = "NO"
               CLOSE PRICE-MASTER
           END-IF.

       1160-READ-PRICE.
           READ PRICE-MASTER
               AT END
                   MOVE "NO" TO MORE-PRICES
           END-READ.
           IF MORE-PRICES = "YES"
               AND C-PRICE-TBL-CTR < 200
                   ADD 1 TO C-PRICE-TBL-CTR
                   MOVE PR-ITEM-NO TO TP-ITEM-NO (C-PRICE-TBL-CTR)
                   MOVE PR-EFF-DATE TO TP-EFF-DATE (C-PRICE-TBL-CTR)
                   MOVE PR-PRICE TO TP-PRICE (C-PRICE-TBL-CTR)
           END-IF.

       1170-READ-PROMO-MASTER.
           OPEN INPUT PROMO-MASTER.
           IF C-PROMO-STATUS = "00" OR "05"
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
           END-IF.


      *    STANDARD MATCH: THE LOWER STORE/DAY KEY SETTLES ALONE,
      *    EQUAL KEYS SETTLE TOGETHER.
       2000-SETTLE.
           MOVE ZERO TO C-DAY-CASH.
           MOVE ZERO TO C-DAY-CARD.
           MOVE ZERO TO C-DAY-VOUCHER.
           MOVE ZERO TO C-DAY-TENDERED.
           EVALUATE TRUE
               WHEN SALES-KEY = TENDER-KEY
                   MOVE SALES-KEY TO SETTLE-KEY
                   PERFORM 2050-TAKE-TENDER
                   MOVE SPACES TO O-DT-FLAG
                   PERFORM 2300-SETTLE-LINE
                   PERFORM 2100-NEXT-SALES-DAY
                   PERFORM 2200-NEXT-TENDER-DAY
               WHEN SALES-KEY < TENDER-KEY
                   MOVE SALES-KEY TO SETTLE-KEY
                   MOVE "** NO TENDER REPORTED" TO O-DT-FLAG
                   PERFORM 2300-SETTLE-LINE
                   PERFORM 2100-NEXT-SALES-DAY
               WHEN OTHER
                   MOVE TENDER-KEY TO SETTLE-KEY
                   MOVE ZERO TO C-DAY-EXPECTED
                   PERFORM 2050-TAKE-TENDER
                   MOVE "** NO SALES ON FILE" TO O-DT-FLAG
                   PERFORM 2300-SETTLE-LINE
                   PERFORM 2200-NEXT-TENDER-DAY
           END-EVALUATE.

       2050-TAKE-TENDER.
           MOVE C-TND-CASH TO C-DAY-CASH.
           MOVE C-TND-CARD TO C-DAY-CARD.
           MOVE C-TND-VOUCHER TO C-DAY-VOUCHER.
           COMPUTE C-DAY-TENDERED =
               C-DAY-CASH + C-DAY-CARD + C-DAY-VOUCHER.


      *    ROLLS EVERY SALES RECORD FOR THE NEXT STORE/DAY INTO THE
      *    DAY'S EXPECTED TAKINGS, LESS THE DAY'S PROMO DISCOUNTS.
       2100-NEXT-SALES-DAY.
           IF MORE-SALES = "NO"
               MOVE HIGH-VALUES TO SALES-KEY
           ELSE
               MOVE I-PIZZA-STORE TO SK-STORE
               MOVE I-PIZZA-CUR-DATE-9 TO SK-DATE
               MOVE ZERO TO C-SALES-EXPECTED
               MOVE SPACES TO H-PIZZA-ITEM-NO
               MOVE ZERO TO H-PIZZA-PRICE
               PERFORM 2110-SALES-ACCUM
                   UNTIL MORE-SALES = "NO"
                      OR I-PIZZA-STORE NOT = SK-STORE
                      OR I-PIZZA-CUR-DATE-9 NOT = SK-DATE
               IF C-SALES-EXPECTED < ZERO
                   MOVE ZERO TO C-SALES-EXPECTED
               END-IF
           END-IF.

       2110-SALES-ACCUM.
           IF PROMO-REC-SW = "YES"
               PERFORM 2175-PROMO-PRICE
               SUBTRACT C-PROMO-DISC FROM C-SALES-EXPECTED
               ADD 1 TO C-PROMO-APPL-CTR
           ELSE
               MOVE I-PIZZA-ITEM-NO TO H-PIZZA-ITEM-NO
               MOVE I-PIZZA-PRICE TO H-PIZZA-PRICE
               PERFORM 2170-PRICE-RESOLVE
               MULTIPLY I-PIZZA-CUR-QTY BY C-USE-PRICE
                   GIVING C-LINE-SALES
               ADD C-LINE-SALES TO C-SALES-EXPECTED
           END-IF.
           PERFORM 9000-READ-SALES.

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
           MOVE I-PIZZA-PRICE TO C-USE-PRICE.
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

       2180-PRICE-SEARCH.
           IF TP-ITEM-NO (PRICE-IDX) = I-PIZZA-ITEM-NO
              AND TP-EFF-DATE (PRICE-IDX) NOT > I-PIZZA-CUR-DATE-9
              AND TP-EFF-DATE (PRICE-IDX) > C-PRICE-BEST-DATE
               MOVE "YES" TO PRICE-FOUND-SW
               MOVE TP-EFF-DATE (PRICE-IDX) TO C-PRICE-BEST-DATE
               MOVE TP-PRICE (PRICE-IDX) TO C-MST-PRICE
           END-IF.


      *    SUMS EVERY TENDER RECORD (DRAWER) FOR THE NEXT STORE/DAY.
       2200-NEXT-TENDER-DAY.
           IF MORE-TENDER = "NO"
               MOVE HIGH-VALUES TO TENDER-KEY
           ELSE
               MOVE TN-STORE TO TK-STORE
               MOVE TN-DATE TO TK-DATE
               MOVE ZERO TO C-TND-CASH
               MOVE ZERO TO C-TND-CARD
               MOVE ZERO TO C-TND-VOUCHER
               PERFORM 2210-TENDER-ACCUM
                   UNTIL MORE-TENDER = "NO"
                      OR TN-STORE NOT = TK-STORE
                      OR TN-DATE NOT = TK-DATE
           END-IF.

       2210-TENDER-ACCUM.
           ADD TN-CASH TO C-TND-CASH.
           ADD TN-CARD TO C-TND-CARD.
           ADD TN-VOUCHER TO C-TND-VOUCHER.
           PERFORM 9010-READ-TENDER.


       2300-SETTLE-LINE.
           IF XK-STORE NOT = H-STORE
               PERFORM 2400-STORE-TOTAL
               MOVE XK-STORE TO H-STORE
           END-IF.
           IF SETTLE-KEY = SALES-KEY
               MOVE C-SALES-EXPECTED TO C-DAY-EXPECTED
           END-IF.
           COMPUTE C-DAY-OS = C-DAY-TENDERED - C-DAY-EXPECTED.
           IF C-DAY-OS < ZERO
               COMPUTE C-ABS-OS = ZERO - C-DAY-OS
           ELSE
               MOVE C-DAY-OS TO C-ABS-OS
           END-IF.
           IF O-DT-FLAG = SPACES
              AND C-ABS-OS > C-TOLERANCE
               IF C-DAY-OS < ZERO
                   MOVE "** SHORT - OVER TOL." TO O-DT-FLAG
               ELSE
                   MOVE "** OVER - OVER TOL." TO O-DT-FLAG
               END-IF
           END-IF.
           IF O-DT-FLAG NOT = SPACES
               ADD 1 TO C-FLAG-CTR
           END-IF.
           ADD 1 TO C-DAYS-CTR.

      *    DAY 1 OF THE INTEGER DATE CALENDAR (01/01/1601) IS A
      *    MONDAY, SO THE REMAINDER BY 7 GIVES 0 = SUNDAY.
           COMPUTE C-DAY-INT = FUNCTION INTEGER-OF-DATE (XK-DATE).
           DIVIDE C-DAY-INT BY 7 GIVING C-WEEKS REMAINDER C-DOW.
           ADD 1 TO C-DOW.

           MOVE XK-STORE TO O-DT-STORE.
           MOVE XK-DATE (5:2) TO O-DT-MM.
           MOVE XK-DATE (7:2) TO O-DT-DD.
           MOVE XK-DATE (1:4) TO O-DT-YY.
           MOVE DAY-NAME (C-DOW) TO O-DT-DAY.
           MOVE C-DAY-EXPECTED TO O-DT-EXPECTED.
           MOVE C-DAY-CASH TO O-DT-CASH.
           MOVE C-DAY-CARD TO O-DT-CARD.
           MOVE C-DAY-VOUCHER TO O-DT-VOUCHER.
           MOVE C-DAY-TENDERED TO O-DT-TENDERED.
           MOVE C-DAY-OS TO O-DT-OS.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

           ADD C-DAY-EXPECTED TO C-STR-EXPECTED.
           ADD C-DAY-CASH TO C-STR-CASH.
           ADD C-DAY-CARD TO C-STR-CARD.
           ADD C-DAY-VOUCHER TO C-STR-VOUCHER.
           ADD C-DAY-TENDERED TO C-STR-TENDERED.
           ADD C-DAY-OS TO C-STR-OS.

           IF C-SETL-TBL-CTR < 500
               ADD 1 TO C-SETL-TBL-CTR
               SET SETL-IDX TO C-SETL-TBL-CTR
               MOVE XK-STORE TO TX-STORE (SETL-IDX)
               MOVE XK-DATE TO TX-DATE (SETL-IDX)
               MOVE C-DOW TO TX-DOW (SETL-IDX)
               MOVE C-DAY-EXPECTED TO TX-EXPECTED (SETL-IDX)
               MOVE C-DAY-TENDERED TO TX-TENDERED (SETL-IDX)
               MOVE C-DAY-OS TO TX-OS (SETL-IDX)
           ELSE
               ADD 1 TO C-SETL-LOST-CTR
           END-IF.

       2400-STORE-TOTAL.
           MOVE SPACES TO O-TT-LABEL.
           STRING 'TOTALS FOR STORE ' DELIMITED BY SIZE
                  H-STORE DELIMITED BY SIZE
               INTO O-TT-LABEL.
           MOVE C-STR-EXPECTED TO O-TT-EXPECTED.
           MOVE C-STR-CASH TO O-TT-CASH.
           MOVE C-STR-CARD TO O-TT-CARD.
           MOVE C-STR-VOUCHER TO O-TT-VOUCHER.
           MOVE C-STR-TENDERED TO O-TT-TENDERED.
           MOVE C-STR-OS TO O-TT-OS.
           WRITE PRTLINE
               FROM TOTAL-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
           ADD C-STR-EXPECTED TO C-GRD-EXPECTED.
           ADD C-STR-CASH TO C-GRD-CASH.
           ADD C-STR-CARD TO C-GRD-CARD.
           ADD C-STR-VOUCHER TO C-GRD-VOUCHER.
           ADD C-STR-TENDERED TO C-GRD-TENDERED.
           ADD C-STR-OS TO C-GRD-OS.
           INITIALIZE STORE-TOTALS.


       3000-CLOSING.
           IF C-DAYS-CTR > ZERO
               PERFORM 2400-STORE-TOTAL
           END-IF.
           MOVE 'GRAND TOTALS' TO O-TT-LABEL.
           MOVE C-GRD-EXPECTED TO O-TT-EXPECTED.
           MOVE C-GRD-CASH TO O-TT-CASH.
           MOVE C-GRD-CARD TO O-TT-CARD.
           MOVE C-GRD-VOUCHER TO O-TT-VOUCHER.
           MOVE C-GRD-TENDERED TO O-TT-TENDERED.
           MOVE C-GRD-OS TO O-TT-OS.
           WRITE PRTLINE
               FROM TOTAL-DETAIL-LINE
                   AFTER ADVANCING 2 LINES.

           CLOSE SORTED-SALES.
           IF C-TENDER-STATUS = "00" OR "05"
               CLOSE SORTED-TENDER
           END-IF.

           PERFORM 3100-UPDATE-HISTORY.
           PERFORM 3200-WEEKDAY-REPORT.

           MOVE C-DAYS-CTR TO O-DAYS-CTR.
           MOVE C-FLAG-CTR TO O-FLAG-CTR.
           MOVE C-TOLERANCE TO O-TOLERANCE.
           MOVE C-REPLACED-CTR TO O-REPLACED-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-SALES-READ-CTR TO O-SALES-READ-CTR.
           MOVE C-SALES-SKIP-CTR TO O-SALES-SKIP-CTR.
           MOVE C-TENDER-REJ-CTR TO O-TENDER-REJ-CTR.
           MOVE C-PROMO-APPL-CTR TO O-PROMO-APPL-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE-2
                   AFTER ADVANCING 1 LINE.
           IF C-SETL-LOST-CTR > ZERO
               MOVE C-SETL-LOST-CTR TO O-SETL-LOST-CTR
               WRITE PRTLINE
                   FROM SETTLE-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           IF C-HSTORE-LOST-CTR > ZERO
               MOVE C-HSTORE-LOST-CTR TO O-HSTORE-LOST-CTR
               WRITE PRTLINE
                   FROM HSTORE-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-SALES-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    THE HISTORY IS HELD ASIDE WITHOUT ANY STORE/DAY SETTLED
      *    AGAIN THIS RUN, THEN REWRITTEN WITH THIS RUN'S DAYS ON
      *    THE END - A RERUN REPLACES A DAY INSTEAD OF DOUBLING IT.
       3100-UPDATE-HISTORY.
           OPEN OUTPUT OS-HOLD.
           OPEN INPUT OS-HISTORY.
           IF C-HIST-STATUS = "00" OR "05"
               PERFORM 3110-HOLD-ONE
                   UNTIL MORE-HIST = "NO"
               CLOSE OS-HISTORY
           END-IF.
           CLOSE OS-HOLD.

           OPEN OUTPUT OS-HISTORY.
           OPEN INPUT OS-HOLD.
           PERFORM 3120-RESTORE-ONE
               UNTIL MORE-HOLD = "NO".
           CLOSE OS-HOLD.
           PERFORM 3130-WRITE-SETTLED
               VARYING SETL-IDX FROM 1 BY 1
                   UNTIL SETL-IDX > C-SETL-TBL-CTR.
           CLOSE OS-HISTORY.

       3110-HOLD-ONE.
           READ OS-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
               MOVE "NO" TO SETL-FOUND-SW
               PERFORM 3115-SETL-SEARCH
                   VARYING SETL-IDX FROM 1 BY 1
                       UNTIL SETL-IDX > C-SETL-TBL-CTR
                          OR SETL-FOUND-SW = "YES"
               IF SETL-FOUND-SW = "YES"
                   ADD 1 TO C-REPLACED-CTR
               ELSE
                   MOVE OH-REC TO OW-REC
                   WRITE OW-REC
               END-IF
           END-IF.

       3115-SETL-SEARCH.
           IF TX-STORE (SETL-IDX) = OH-STORE
              AND TX-DATE (SETL-IDX) = OH-DATE
               MOVE "YES" TO SETL-FOUND-SW
           END-IF.

       3120-RESTORE-ONE.
           READ OS-HOLD
               AT END
                   MOVE "NO" TO MORE-HOLD
           END-READ.
           IF MORE-HOLD = "YES"
               MOVE OW-REC TO OH-REC
               WRITE OH-REC
           END-IF.

       3130-WRITE-SETTLED.
           MOVE TX-STORE (SETL-IDX) TO OH-STORE.
           MOVE TX-DATE (SETL-IDX) TO OH-DATE.
           MOVE TX-DOW (SETL-IDX) TO OH-DOW.
           MOVE TX-EXPECTED (SETL-IDX) TO OH-EXPECTED.
           MOVE TX-TENDERED (SETL-IDX) TO OH-TENDERED.
           MOVE TX-OS (SETL-IDX) TO OH-OVER-SHORT.
           WRITE OH-REC.


      *    THE WHOLE RUNNING HISTORY, BY STORE AND WEEKDAY.  A
      *    WEEKDAY SHORT PAST TOLERANCE ON AT LEAST THE PATTERN
      *    COUNT OF DAYS, AND ON MORE THAN HALF OF ITS DAYS, IS
      *    FLAGGED.
       3200-WEEKDAY-REPORT.
           INITIALIZE HIST-STORE-TABLE.
           MOVE "YES" TO MORE-HIST.
           MOVE "YES" TO WEEKDAY-SW.
           OPEN INPUT OS-HISTORY.
           PERFORM 3210-HIST-ACCUM
               UNTIL MORE-HIST = "NO".
           CLOSE OS-HISTORY.

           PERFORM 9100-HEADING.
           PERFORM 3250-WEEKDAY-STORE
               VARYING HSTORE-IDX FROM 1 BY 1
                   UNTIL HSTORE-IDX > C-HSTORE-TBL-CTR.
           MOVE C-PATTERN-CTR TO O-PATTERN-CTR.
           MOVE C-HIST-DAYS-CTR TO O-HIST-DAYS-CTR.
           WRITE PRTLINE
               FROM PATTERN-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3210-HIST-ACCUM.
           READ OS-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
               PERFORM 3220-HSTORE-FIND
               IF C-HSTORE-FOUND-IDX > ZERO
                   ADD 1 TO C-HIST-DAYS-CTR
                   SET HSTORE-IDX TO C-HSTORE-FOUND-IDX
                   SET DOW-IDX TO OH-DOW
                   ADD 1 TO TW-DAYS (HSTORE-IDX, DOW-IDX)
                   ADD OH-OVER-SHORT TO TW-NET-OS (HSTORE-IDX, DOW-IDX)
                   IF OH-OVER-SHORT < ZERO
                      AND (ZERO - OH-OVER-SHORT) > C-TOLERANCE
                       ADD 1 TO TW-SHORTS (HSTORE-IDX, DOW-IDX)
                   END-IF
               ELSE
                   ADD 1 TO C-HSTORE-LOST-CTR
               END-IF
           END-IF.

       3220-HSTORE-FIND.
           MOVE "NO" TO HSTORE-FOUND-SW.
           MOVE ZERO TO C-HSTORE-FOUND-IDX.
           PERFORM 3225-HSTORE-SEARCH
               VARYING HSTORE-IDX FROM 1 BY 1
                   UNTIL HSTORE-IDX > C-HSTORE-TBL-CTR
                      OR HSTORE-FOUND-SW = "YES".
           IF HSTORE-FOUND-SW = "NO"
               AND C-HSTORE-TBL-CTR < 20
                   ADD 1 TO C-HSTORE-TBL-CTR
                   MOVE C-HSTORE-TBL-CTR TO C-HSTORE-FOUND-IDX
                   SET HSTORE-IDX TO C-HSTORE-TBL-CTR
                   MOVE OH-STORE TO TW-STORE (HSTORE-IDX)
           END-IF.

       3225-HSTORE-SEARCH.
           IF TW-STORE (HSTORE-IDX) = OH-STORE
               MOVE "YES" TO HSTORE-FOUND-SW
               SET C-HSTORE-FOUND-IDX TO HSTORE-IDX
           END-IF.

       3250-WEEKDAY-STORE.
           PERFORM 3260-WEEKDAY-LINE
               VARYING DOW-IDX FROM 1 BY 1
                   UNTIL DOW-IDX > 7.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

       3260-WEEKDAY-LINE.
           IF TW-DAYS (HSTORE-IDX, DOW-IDX) > ZERO
               MOVE TW-STORE (HSTORE-IDX) TO O-HW-STORE
               SET C-DOW-SUB TO DOW-IDX
               MOVE DAY-NAME (C-DOW-SUB) TO O-HW-DAY
               MOVE TW-DAYS (HSTORE-IDX, DOW-IDX) TO O-HW-DAYS
               MOVE TW-SHORTS (HSTORE-IDX, DOW-IDX) TO O-HW-SHORTS
               MOVE TW-NET-OS (HSTORE-IDX, DOW-IDX) TO O-HW-NET-OS
               COMPUTE O-HW-AVG-OS ROUNDED =
                   TW-NET-OS (HSTORE-IDX, DOW-IDX) /
                   TW-DAYS (HSTORE-IDX, DOW-IDX)
               MOVE SPACES TO O-HW-FLAG
               IF TW-SHORTS (HSTORE-IDX, DOW-IDX) NOT < C-PATTERN-MIN
                  AND TW-SHORTS (HSTORE-IDX, DOW-IDX) * 2 >
                      TW-DAYS (HSTORE-IDX, DOW-IDX)
                   MOVE "** REPEATED SHORT WEEKDAY" TO O-HW-FLAG
                   ADD 1 TO C-PATTERN-CTR
               END-IF
               WRITE PRTLINE
                   FROM WEEKDAY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


      *    RECORDS CBLANL01 WOULD REJECT ARE SKIPPED HERE - THEY ARE
      *    ON ITS ERROR LISTING AND NEVER REACH THE SALES TOTALS.
       9000-READ-SALES.
           MOVE "NO" TO SALES-OK-SW.
           PERFORM 9005-READ-ONE-SALE
               UNTIL SALES-OK-SW = "YES"
                  OR MORE-SALES = "NO".

       9005-READ-ONE-SALE.
           READ SORTED-SALES
               AT END
                   MOVE "NO" TO MORE-SALES
           END-READ.
           IF MORE-SALES = "YES"
               ADD 1 TO C-SALES-READ-CTR
               MOVE "YES" TO SALES-OK-SW
               MOVE "NO" TO PROMO-REC-SW
               IF I-PROMO-FLAG = 'PROMO'
                   MOVE "YES" TO PROMO-REC-SW
                   PERFORM 9020-PROMO-CHECK THRU 9020-EXIT
               ELSE
                   PERFORM 9030-SALE-CHECK
               END-IF
               IF SALES-OK-SW = "NO"
                   ADD 1 TO C-SALES-SKIP-CTR
               END-IF
           END-IF.

      *    A REDEMPTION STANDS ONLY WHEN IT NAMES A PROMO ON THE
      *    MASTER THAT COVERS THE ITEM AND WAS IN EFFECT ON THE DATE.
       9020-PROMO-CHECK.
           MOVE "NO" TO SALES-OK-SW.
           IF I-PROMO-REDEEMED NOT NUMERIC
              OR I-PROMO-REDEEMED = ZERO
              OR I-PIZZA-STORE NOT NUMERIC
              OR I-PIZZA-STORE = ZERO
               GO TO 9020-EXIT
           END-IF.
           MOVE I-PIZZA-CUR-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               GO TO 9020-EXIT
           END-IF.
           MOVE "NO" TO PROMO-FOUND-SW.
           MOVE ZERO TO C-PROMO-FOUND-IDX.
           PERFORM 9025-PROMO-SEARCH
               VARYING PROMO-IDX FROM 1 BY 1
                   UNTIL PROMO-IDX > C-PROMO-TBL-CTR
                      OR PROMO-FOUND-SW = "YES".
           IF PROMO-FOUND-SW = "YES"
               MOVE "YES" TO SALES-OK-SW
           END-IF.

       9020-EXIT.
           EXIT.

       9025-PROMO-SEARCH.
           IF TPM-CODE (PROMO-IDX) = I-PROMO-CODE
               IF TPM-ITEM-NO (PROMO-IDX) = I-PIZZA-ITEM-NO
                  OR TPM-ITEM-NO (PROMO-IDX) = 'ALL '
                   IF I-PIZZA-CUR-DATE-9 NOT < TPM-FROM-DATE (PROMO-IDX)
                      AND I-PIZZA-CUR-DATE-9
                          NOT > TPM-TO-DATE (PROMO-IDX)
                       MOVE "YES" TO PROMO-FOUND-SW
                       MOVE PROMO-IDX TO C-PROMO-FOUND-IDX
                   END-IF
               END-IF
           END-IF.

       9030-SALE-CHECK.
           IF I-PIZZA-CUR-QTY NOT NUMERIC
              OR I-PIZZA-PREV-QTY NOT NUMERIC
              OR I-PIZZA-PREV-QTY = ZERO
              OR I-PIZZA-PRICE NOT NUMERIC
              OR I-PIZZA-STORE NOT NUMERIC
              OR I-PIZZA-STORE = ZERO
               MOVE "NO" TO SALES-OK-SW
           ELSE
               MOVE I-PIZZA-CUR-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE "NO" TO SALES-OK-SW
               END-IF
           END-IF.

       9010-READ-TENDER.
           MOVE "NO" TO TENDER-OK-SW.
           PERFORM 9015-READ-ONE-TENDER
               UNTIL TENDER-OK-SW = "YES"
                  OR MORE-TENDER = "NO".

       9015-READ-ONE-TENDER.
           READ SORTED-TENDER
               AT END
                   MOVE "NO" TO MORE-TENDER
           END-READ.
           IF MORE-TENDER = "YES"
               MOVE "YES" TO TENDER-OK-SW
               MOVE SPACES TO O-TR-REASON
               EVALUATE TRUE
                   WHEN TN-STORE NOT NUMERIC
                     OR TN-STORE = ZERO
                       MOVE "STORE NUMBER MUST BE NUMERIC AND NONZERO"
                           TO O-TR-REASON
                   WHEN TN-CASH NOT NUMERIC
                     OR TN-CARD NOT NUMERIC
                     OR TN-VOUCHER NOT NUMERIC
                       MOVE "TENDER AMOUNTS MUST BE NUMERIC"
                           TO O-TR-REASON
                   WHEN OTHER
                       MOVE TN-DATE TO DC-DATE
                       MOVE 'N' TO DC-FUTURE-RULE
                       CALL 'CBLDATCK' USING DATE-PARMS
                       IF DC-RC NOT = '0'
                           MOVE "TENDER DATE IS NOT A VALID DATE"
                               TO O-TR-REASON
                       END-IF
               END-EVALUATE
               IF O-TR-REASON NOT = SPACES
                   MOVE "NO" TO TENDER-OK-SW
                   ADD 1 TO C-TENDER-REJ-CTR
                   MOVE TN-REC TO O-TR-RECORD
                   WRITE PRTLINE
                       FROM TENDER-REJECT-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM 9100-HEADING
                   END-WRITE
               END-IF
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           IF WEEKDAY-SW = "YES"
               WRITE PRTLINE
                   FROM WEEKDAY-TITLE-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
               WRITE PRTLINE
                   FROM WEEKDAY-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               WRITE PRTLINE
                   FROM COLUMN-HEADING-1
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
