      *               EXTRACT FILE MAPPED THROUGH CHARTACC, WITH    *
      *               THE HASH-TOTAL TRAILER, FOR THE CBLGLC00      *
      *               CONSOLIDATION.                                *
      * 10/15/26  AL  SELLER MASTER (POPSELL): THE ORDER RECORD     *
      *               NOW CARRIES THE SELLER ID (82 BYTES),         *
      *               VALIDATED ON THE EDIT PASS AGAINST THE        *
      *               MASTER AND THE ORDER TEAM AND DIVISION.       *
      *               RANKINGS AND PRIZE TIERS KEY ON SELLER ID SO  *
      *               TWO SELLERS WITH ONE LAST NAME NO LONGER      *
      *               MERGE, AND A ONE-PAGE STATEMENT PER SELLER    *
      *               (POPSTMT) LISTS THE ORDERS, CASES, AMOUNT     *
      *               COLLECTED AND OUTSTANDING FROM THE BALANCE    *
      *               FILE, AND THE PRIZE TIER EARNED.              *
      * 10/15/26  AL  CASE PRICE AND CONTAINER DEPOSIT NOW COME     *
      *               FROM THE EFFECTIVE-DATED POP PRICE FILE       *
      *               (POPPRICE) - PRICE PER CASE AND PER-STATE     *
      *               DEPOSIT RATE PER POP TYPE - PICKED BY THE     *
      *               ORDER DATE NOW ON THE ORDER RECORD (97        *
      *               BYTES, WITH THE KEYED AMOUNT); NO PRICE IN    *
      *               EFFECT REJECTS THE ORDER.  A KEYED AMOUNT     *
      *               THAT DISAGREES WITH THE COMPUTED TOTAL GOES   *
      *               ON THE PRICE EXCEPTION LIST (POPPREX) AND     *
      *               DEPOSITS COLLECTED POST TO THE LEDGER AS A    *
      *               SEPARATE LIABILITY LINE (POPDEPOSIT) INSTEAD  *
      *               OF SALES.  CHECKPOINT RECORD IS NOW 902       *
      *               BYTES.                                        *
      * 10/15/26  AL  THE REFUNDS-DUE REGISTER ALSO GOES TO A       *
      *               REFUND PAYABLE FILE (POPRFND) WITH A COUNT-   *
      *               AND-HASH TRAILER FOR THE CBLDSB00 CHECK RUN,  *
      *               WHICH POSTS AN R TRANSACTION BACK TO POPPAYS  *
      *               FOR EACH REFUND CHECK IT ISSUES.              *
      ***************************************************************


               ASSIGN TO POPCOLL
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT REFUND-OUT
               ASSIGN TO POPRFND
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TIER-FILE
               ASSIGN TO POPTIERS
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TEAMM-STATUS.

           SELECT OPTIONAL SELLER-MASTER
               ASSIGN TO POPSELL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SELLM-STATUS.

           SELECT STMT-PRTOUT
               ASSIGN TO POPSTMT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL PRICE-FILE
               ASSIGN TO POPPRICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PRICE-STATUS.

           SELECT PREX-PRTOUT
               ASSIGN TO POPPREX
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PICK-WORK
               ASSIGN TO CBLPICKW
               ORGANIZATION IS LINE SEQUENTIAL.

       FD POP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS PM-REC.

       01  PM-REC                 PIC X(97).

       SD DUP-SORT-WORK.
       01  SD2-REC.
           05  FILLER          PIC X(42).
           05  SD2-ZIP         PIC 9(9).
           05  SD2-POP-TYPE    PIC XX.
           05  FILLER          PIC X(29).

       FD POP-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS I-REC.

       01  I-REC.
           05  I-ORDER-NUM     PIC 9(5).
           05  I-DIVISION      PIC X.
               88  VAL-DIV     VALUE '1' '2' '3'.
           05  I-SELLER-ID     PIC 9(5).
           05  I-ORDER-DATE-X  PIC X(8).
           05  I-ORDER-DATE REDEFINES I-ORDER-DATE-X
                               PIC 9(8).
           05  I-KEYED-AMT-X   PIC X(7).
           05  I-KEYED-AMT REDEFINES I-KEYED-AMT-X
                               PIC 9(5)V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED

       FD REJECTS-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS REJECT-REC.

       01  REJECT-REC.
           05  RJ-SEQ            PIC 9(5).
           05  RJ-ORIG-REC        PIC X(97).

       FD CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 902 CHARACTERS
           DATA RECORD IS CKPT-REC.

       01  CKPT-REC.
               10  CKPT-DTP-DIV OCCURS 3 TIMES.
                   15  CKPT-DTP-TEAM OCCURS 5 TIMES.
                       20  CKPT-DTP-CASES OCCURS 6 TIMES PIC 9(5).
           05  CKPT-GT-DEPOSITS      PIC 9(9)V99.
           05  CKPT-PREX-CTR         PIC 9(5).

       FD PARM-CARD
           LABEL RECORD IS STANDARD

       FD RESUBMIT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS RESUB-REC.

       01  RESUB-REC              PIC X(97).

       FD SUMMARY-OUT
           LABEL RECORD IS STANDARD

       01  COLL-LINE              PIC X(132).

       FD REFUND-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RF-REC.

       01  RF-REC.
           05  RF-ORDER-NUM    PIC 9(5).
           05  RF-TEAM         PIC X.
           05  RF-SELLER       PIC X(15).
           05  RF-AMOUNT       PIC 9(7)V99.

       01  RF-TRAILER REDEFINES RF-REC.
           05  RT-ID           PIC X(8).
           05  RT-REC-CTR      PIC 9(6).
           05  RT-HASH-TOTAL   PIC 9(11)V99.
           05  FILLER          PIC X(3).

       FD TIER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           05  TM-GOAL-CASES   PIC 9(7).
           05  TM-GOAL-DOLLARS PIC 9(9)V99.

      *    ONE SELLER-ACTIVITY RECORD PER VALID ORDER LINE.  THE
      *    NAME IS THE SELLER'S FROM THE SELLER MASTER; SW-BUYER IS
      *    THE CUSTOMER ON THE ORDER.
       FD SELLER-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SELL-REC.

       01  SELL-REC.
           05  SW-TEAM         PIC X.
           05  SW-DIV          PIC X.
           05  SW-SELLER-ID    PIC 9(5).
           05  SW-LNAME        PIC X(15).
           05  SW-FNAME        PIC X(15).
           05  SW-ORDER-NUM    PIC 9(5).
           05  SW-POP-TYPE     PIC 99.
           05  SW-CASES        PIC 99.
           05  SW-BUYER        PIC X(15).
           05  SW-TOTAL        PIC 9(7)V99.

       FD SELLER-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS SS-SORT-REC.

       01  SS-SORT-REC.
           05  SO-TEAM         PIC X.
           05  SO-DIV          PIC X.
           05  SO-SELLER-ID    PIC 9(5).
           05  SO-LNAME        PIC X(15).
           05  SO-FNAME        PIC X(15).
           05  SO-ORDER-NUM    PIC 9(5).
           05  SO-POP-TYPE     PIC 99.
           05  SO-CASES        PIC 99.
           05  SO-BUYER        PIC X(15).
           05  SO-TOTAL        PIC 9(7)V99.

       FD SELLER-AGG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS AGG-REC.

       01  AGG-REC.
           05  AG-TEAM         PIC X.
           05  AG-DIV          PIC X.
           05  AG-SELLER-ID    PIC 9(5).
           05  AG-LNAME        PIC X(15).
           05  AG-FNAME        PIC X(15).
           05  FILLER          PIC X(24).
           05  AG-TOTAL        PIC 9(7)V99.

       FD SELLER-RANKED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS RANKED-REC.

       01  RANKED-REC.
           05  RK-TEAM         PIC X.
           05  RK-DIV          PIC X.
           05  RK-SELLER-ID    PIC 9(5).
           05  RK-LNAME        PIC X(15).
           05  RK-FNAME        PIC X(15).
           05  FILLER          PIC X(24).
           05  RK-TOTAL        PIC 9(7)V99.

       SD SELL-SORT-WORK.
       01  SS2-REC.
           05  SS2-TEAM        PIC X.
           05  SS2-DIV         PIC X.
           05  SS2-SELLER-ID   PIC 9(5).
           05  FILLER          PIC X(30).
           05  SS2-ORDER-NUM   PIC 9(5).
           05  FILLER          PIC X(19).
           05  SS2-TOTAL       PIC 9(7)V99.

       FD SELLER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS SELLM-REC.

       01  SELLM-REC.
           05  SM-SELLER-ID    PIC 9(5).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
           05  SM-TEAM         PIC X.
           05  SM-DIVISION     PIC X.
           05  SM-PARENT       PIC X(25).
           05  SM-PHONE        PIC 9(10).

       FD STMT-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS STMT-LINE.

       01  STMT-LINE              PIC X(132).

      *    ONE RECORD PER POP TYPE PER EFFECTIVE DATE.  A STATE NOT
      *    IN THE SIX DEPOSIT SLOTS CARRIES NO DEPOSIT.
       FD PRICE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS PRICE-REC.

       01  PRICE-REC.
           05  PP-POP-TYPE     PIC 99.
           05  PP-EFF-DATE     PIC 9(8).
           05  PP-CASE-PRICE   PIC 9(3)V99.
           05  PP-DEPOSIT OCCURS 6 TIMES.
               10  PP-DEP-STATE    PIC XX.
               10  PP-DEP-RATE     PIC 9V99.

       FD PREX-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PREX-LINE.

       01  PREX-LINE              PIC X(132).

       FD PICK-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS PICK-REC.

       01  PICK-REC               PIC X(97).

       FD PICK-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS PS-REC.

       01  PS-REC.
           05  PS-TEAM         PIC X.
           05  PS-ORDER-NUM    PIC 9(5).
           05  PS-DIVISION     PIC X.
           05  PS-SELLER-ID    PIC 9(5).
           05  PS-ORDER-DATE   PIC X(8).
           05  PS-KEYED-AMT    PIC X(7).

       SD PICK-SORT-WORK.
       01  SP-REC.
           05  SP-ZIP          PIC 9(9).
           05  FILLER          PIC X(4).
           05  SP-TEAM         PIC X.
           05  FILLER          PIC X(26).

       FD PICK-PRTOUT
           LABEL RECORD IS OMITTED
           05  C-OVER-AMT          PIC 9(7)V99      VALUE ZERO.
           05  C-GT-OVER           PIC 9(9)V99      VALUE ZERO.
           05  C-GT-REFUNDS        PIC 9(9)V99      VALUE ZERO.
           05  C-RF-REC-CTR        PIC 9(6)         VALUE ZERO.
           05  C-RF-HASH           PIC 9(11)V99     VALUE ZERO.
           05  C-DLV-STATUS        PIC XX           VALUE "00".
           05  MORE-DLVS           PIC XXX          VALUE "YES".
           05  C-DLV-CTR           PIC 9(5)         VALUE ZERO.
           05  H-SELL-FNAME        PIC X(15)        VALUE SPACES.
           05  C-SELL-AGG-TOTAL    PIC 9(7)V99      VALUE ZERO.
           05  C-RANK-CTR          PIC 9(5)         VALUE ZERO.
           05  H-SELL-TEAM         PIC X            VALUE SPACE.
           05  H-SELL-ID           PIC 9(5)         VALUE ZERO.
           05  C-SELLM-STATUS      PIC XX           VALUE "00".
           05  MORE-SELLM          PIC XXX          VALUE "YES".
           05  C-SELLM-TBL-CTR     PIC 9(4)         VALUE ZERO.
           05  C-SELLM-LOST-CTR    PIC 9(4)         VALUE ZERO.
           05  C-SELLM-FOUND-IDX   PIC 9(4)         VALUE ZERO.
           05  C-SELLM-KEY         PIC 9(5)         VALUE ZERO.
           05  C-TIER-TEST-AMT     PIC 9(7)V99      VALUE ZERO.
           05  C-STMT-PCTR         PIC 99           VALUE ZERO.
           05  H-ST-ORDER          PIC 9(5)         VALUE ZERO.
           05  C-ST-CASES          PIC 9(5)         VALUE ZERO.
           05  C-ST-AMOUNT         PIC 9(7)V99      VALUE ZERO.
           05  C-ST-PAID           PIC 9(7)V99      VALUE ZERO.
           05  C-ST-OPEN           PIC S9(7)V99     VALUE ZERO.
           05  C-PRICE-STATUS      PIC XX           VALUE "00".
           05  MORE-PRICES         PIC XXX          VALUE "YES".
           05  C-PRICE-TBL-CTR     PIC 999          VALUE ZERO.
           05  C-PRICE-BEST-DATE   PIC 9(8)         VALUE ZERO.
           05  C-PRICE-BEST-IDX    PIC 999          VALUE ZERO.
           05  PRICE-FOUND-SW      PIC XXX          VALUE "NO".
           05  C-CASE-PRICE        PIC 9(3)V99      VALUE ZERO.
           05  C-DEP-RATE          PIC 9V99         VALUE ZERO.
           05  C-GT-DEPOSITS       PIC 9(9)V99      VALUE ZERO.
           05  C-PREX-CTR          PIC 9(5)         VALUE ZERO.
           05  C-PREX-PCTR         PIC 99           VALUE ZERO.
           05  C-PREX-DIFF         PIC S9(7)V99     VALUE ZERO.
           05  C-PRICE-DATE        PIC 9(8)         VALUE ZERO.
           05  C-PRICE-DATE-R REDEFINES C-PRICE-DATE.
               10  C-PRICE-YYYY    PIC 9(4).
               10  C-PRICE-MM      PIC 99.
               10  C-PRICE-DD      PIC 99.

           05  C-PARM-STATUS       PIC XX           VALUE "00".
           05  C-CASE-CAP          PIC 99           VALUE 50.
           05  FILLER              PIC X(6)      VALUE 'RANK: '.
           05  O-RANK-POS           PIC 99.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(4)      VALUE 'ID: '.
           05  O-RANK-ID            PIC 9(5).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'NAME: '.
           05  O-RANK-LNAME         PIC X(15).
           05  FILLER              PIC X(1)      VALUE SPACES.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(7)      VALUE 'TOTAL: '.
           05  O-RANK-TOTAL         PIC $$$$,$$$,$$$.99.
           05  FILLER              PIC X(36)     VALUE SPACES.


       01  BAL-TABLE.
               10  TB-LNAME       PIC X(15).


      *    THE SELLER MASTER, LOADED ONCE FOR THE EDIT PASS AND THE
      *    STATEMENT HEADINGS.
       01  SELL-MST-TABLE.
           05  SELL-MST-ENTRY OCCURS 1000 TIMES INDEXED BY SELLM-IDX.
               10  STM-SELLER-ID   PIC 9(5).
               10  STM-LNAME       PIC X(15).
               10  STM-FNAME       PIC X(15).
               10  STM-TEAM        PIC X.
               10  STM-DIVISION    PIC X.
               10  STM-PARENT      PIC X(25).
               10  STM-PHONE.
                   15  STM-PHONE-AREA  PIC 999.
                   15  STM-PHONE-EXCH  PIC 999.
                   15  STM-PHONE-LINE  PIC 9999.

      *    THE POP PRICE FILE; THE ENTRY WITH THE LATEST EFFECTIVE
      *    DATE NOT AFTER THE ORDER DATE PRICES THE ORDER.
       01  POP-PRICE-TABLE.
           05  POP-PRICE-ENTRY OCCURS 200 TIMES INDEXED BY PRICE-IDX.
               10  TPP-POP-TYPE    PIC 99.
               10  TPP-EFF-DATE    PIC 9(8).
               10  TPP-CASE-PRICE  PIC 9(3)V99.
               10  TPP-DEPOSIT OCCURS 6 TIMES INDEXED BY DEP-IDX.
                   15  TPP-DEP-STATE   PIC XX.
                   15  TPP-DEP-RATE    PIC 9V99.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-DATE-9 REDEFINES DC-DATE
                                PIC 9(8).
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 30 TIMES INDEXED BY CHART-IDX.
               10  TC-CA-KEY        PIC X(10).

       01  AWARDS-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  O-AWD-ID            PIC 9(5).
           05  FILLER              PIC X(2)      VALUE SPACES.
           05  O-AWD-LNAME         PIC X(15).
           05  FILLER              PIC X         VALUE SPACES.
           05  O-AWD-FNAME         PIC X(15).
           05  FILLER              PIC X(3)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'TIER: '.
           05  O-AWD-TIER          PIC X(20).
           05  FILLER              PIC X(30)     VALUE SPACES.

      *            SELLER STATEMENTS   ========>>
       01  STMT-TITLE-LINE.
           05  FILLER           PIC X(8)    VALUE "CBLANL05".
           05  FILLER           PIC X(44)   VALUE SPACES.
           05  FILLER           PIC X(26)   VALUE
               'SELLER ORDER STATEMENT'.
           05  FILLER           PIC X(54)   VALUE SPACES.

       01  STMT-SELLER-LINE.
           05  FILLER           PIC X(8)    VALUE 'SELLER: '.
           05  O-ST-SELLER-ID   PIC 9(5).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ST-FNAME       PIC X(15).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-ST-LNAME       PIC X(15).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'TEAM: '.
           05  O-ST-TEAM        PIC X.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'DIVISION: '.
           05  O-ST-DIV         PIC X.
           05  FILLER           PIC X(62)   VALUE SPACES.

       01  STMT-PARENT-LINE.
           05  FILLER           PIC X(8)    VALUE 'PARENT: '.
           05  O-ST-PARENT      PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'PHONE: '.
           05  FILLER           PIC X       VALUE '('.
           05  O-ST-PHONE-AREA  PIC 999.
           05  FILLER           PIC X(2)    VALUE ') '.
           05  O-ST-PHONE-EXCH  PIC 999.
           05  FILLER           PIC X       VALUE '-'.
           05  O-ST-PHONE-LINE  PIC 9999.
           05  FILLER           PIC X(75)   VALUE SPACES.

       01  STMT-HEADING-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'ORDER'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'CUSTOMER'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'POP TYPE'.
           05  FILLER           PIC X(5)    VALUE 'CASES'.
           05  FILLER           PIC X(8)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'COLLECTED'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'OUTSTANDING'.
           05  FILLER           PIC X(40)   VALUE SPACES.

      *    COLLECTED AND OUTSTANDING ARE PER ORDER NUMBER, SO THEY
      *    PRINT ON THE FIRST LINE OF EACH ORDER ONLY.
       01  STMT-DETAIL-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-SD-ORDER       PIC 9(5).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-SD-BUYER       PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-SD-POP         PIC X(16).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-SD-CASES       PIC Z9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SD-AMOUNT      PIC $$$,$$$.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SD-BAL-AREA.
               10  O-SD-PAID    PIC $$$,$$$.99.
               10  FILLER       PIC X(4)    VALUE SPACES.
               10  O-SD-OPEN    PIC $$$,$$$.99-.
               10  FILLER       PIC X(3)    VALUE SPACES.
               10  O-SD-NOTE    PIC X(20).
           05  FILLER           PIC X(17)   VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE 'SELLER TOTALS'.
           05  O-ST-CASES       PIC ZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-ST-AMOUNT      PIC $$,$$$,$$$.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-ST-PAID        PIC $$,$$$,$$$.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-ST-OPEN        PIC $$,$$$,$$$.99-.
           05  FILLER           PIC X(40)   VALUE SPACES.

       01  STMT-TIER-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(19)   VALUE 'PRIZE TIER EARNED: '.
           05  O-ST-TIER        PIC X(20).
           05  FILLER           PIC X(90)   VALUE SPACES.

      *            PRICE EXCEPTIONS    ========>>
       01  PREX-TITLE-LINE.
           05  FILLER           PIC X(8)    VALUE "CBLANL05".
           05  FILLER           PIC X(44)   VALUE SPACES.
           05  FILLER           PIC X(26)   VALUE
               'POP PRICE EXCEPTION LIST'.
           05  FILLER           PIC X(54)   VALUE SPACES.

       01  PREX-HEADING-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'ORDER'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'SELLR'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'CUSTOMER'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'POP TYPE'.
           05  FILLER           PIC X(3)    VALUE ' CS'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(2)    VALUE 'ST'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'ORDER DATE'.
           05  FILLER           PIC X(63)   VALUE SPACES.

      *    THE ORDER IS TAKEN AT THE COMPUTED PRICE; THE LIST IS FOR
      *    THE TEAM COORDINATOR TO SETTLE THE DIFFERENCE.
       01  PREX-DETAIL-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PX-ORDER       PIC 9(5).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PX-SELLER      PIC 9(5).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PX-BUYER       PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PX-POP         PIC X(16).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-PX-CASES       PIC Z9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PX-STATE       PIC XX.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PX-MM          PIC 99.
           05  FILLER           PIC X       VALUE '/'.
           05  O-PX-DD          PIC 99.
           05  FILLER           PIC X       VALUE '/'.
           05  O-PX-YYYY        PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'KEYED: '.
           05  O-PX-KEYED       PIC $$$,$$$.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'PRICED: '.
           05  O-PX-PRICED      PIC $$$,$$$.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'DIFF: '.
           05  O-PX-DIFF        PIC $$$,$$$.99-.
           05  FILLER           PIC X(2)    VALUE SPACES.

       01  PREX-TOTAL-LINE.
           05  FILLER           PIC X(18)   VALUE 'PRICE EXCEPTIONS: '.
           05  O-PX-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(108)  VALUE SPACES.

       01  SELLM-LOST-LINE.
           05  FILLER           PIC X(33)   VALUE
               'SELLERS NOT LOADED - TABLE FULL: '.
           05  O-SELLM-LOST     PIC ZZ,ZZ9.
           05  FILLER           PIC X(93)   VALUE SPACES.

       01  TIER-COUNT-LINE.
           05  FILLER              PIC X(10)     VALUE SPACES.
           05  FILLER           PIC X(59)    VALUE SPACES.

       01  ERROR-LINE.
           05  FILLER           PIC X(7)      VALUE 'SEQ NO'.
           05  FILLER           PIC X(12)     VALUE 'ERROR RECORD'.
           05  FILLER           PIC X(71)     VALUE SPACES.
           05  FILLER           PIC X(17)     VALUE 'ERROR DESCRIPTION'.
           05  FILLER           PIC X(25)     VALUE SPACES.

       01  ERROR-RECORD.
           05  O-AUDIT-SEQ      PIC Z(4)9.
           05  FILLER           PIC X(2)      VALUE SPACES.
           05  O-RECORD         PIC X(82).
           05  FILLER           PIC X         VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).

           PERFORM 1405-READ-PARM-CARD.
           PERFORM 1450-READ-TIERS.
           PERFORM 1480-READ-TEAM-MASTER.
           PERFORM 1560-READ-SELLER-MASTER.
           PERFORM 1580-READ-PRICE-FILE.
           PERFORM 1400-CHECKPOINT-RESTART.

           IF C-RESTART-CTR > ZERO
               OPEN EXTEND PICK-WORK
               OPEN EXTEND ORDER-TRANS
               OPEN EXTEND SELLER-WORK
               OPEN EXTEND PREX-PRTOUT
           ELSE
               OPEN OUTPUT PRTOUT
               OPEN OUTPUT PRTOUTERR
               OPEN OUTPUT PICK-WORK
               OPEN OUTPUT ORDER-TRANS
               OPEN OUTPUT SELLER-WORK
               OPEN OUTPUT PREX-PRTOUT
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.
           IF C-RESTART-CTR = ZERO
               PERFORM 9100-ERR-HEADING
               PERFORM 9900-HEADING
               PERFORM 9970-PREX-HEADING
           END-IF.


               MOVE "YES" TO TEAMM-FOUND-SW
           END-IF.

      *    SELLERS PAST THE END OF THE TABLE ARE COUNTED, NOT LOADED;
      *    THEIR ORDERS REJECT UNTIL THE TABLE IS ENLARGED.
       1560-READ-SELLER-MASTER.
           OPEN INPUT SELLER-MASTER.
           IF C-SELLM-STATUS = "00" OR "05"
               PERFORM 1565-READ-SELLM-REC
                   UNTIL MORE-SELLM = "NO"
               CLOSE SELLER-MASTER
           END-IF.

       1565-READ-SELLM-REC.
           READ SELLER-MASTER
               AT END
                   MOVE "NO" TO MORE-SELLM
           END-READ.
           IF MORE-SELLM = "YES"
               IF C-SELLM-TBL-CTR < 1000
                   ADD 1 TO C-SELLM-TBL-CTR
                   MOVE SELLM-REC
                       TO SELL-MST-ENTRY (C-SELLM-TBL-CTR)
               ELSE
                   ADD 1 TO C-SELLM-LOST-CTR
               END-IF
           END-IF.

       1570-SELLM-LOOKUP.
           MOVE ZERO TO C-SELLM-FOUND-IDX.
           PERFORM 1575-SELLM-SEARCH
               VARYING SELLM-IDX FROM 1 BY 1
                   UNTIL SELLM-IDX > C-SELLM-TBL-CTR
                      OR C-SELLM-FOUND-IDX > ZERO.

       1575-SELLM-SEARCH.
           IF STM-SELLER-ID (SELLM-IDX) = C-SELLM-KEY
               SET C-SELLM-FOUND-IDX TO SELLM-IDX
           END-IF.

       1580-READ-PRICE-FILE.
           OPEN INPUT PRICE-FILE.
           IF C-PRICE-STATUS = "00" OR "05"
               PERFORM 1582-READ-PRICE-REC
                   UNTIL MORE-PRICES = "NO"
               CLOSE PRICE-FILE
           END-IF.

       1582-READ-PRICE-REC.
           READ PRICE-FILE
               AT END
                   MOVE "NO" TO MORE-PRICES
           END-READ.
           IF MORE-PRICES = "YES"
               AND C-PRICE-TBL-CTR < 200
                   ADD 1 TO C-PRICE-TBL-CTR
                   MOVE PRICE-REC
                       TO POP-PRICE-ENTRY (C-PRICE-TBL-CTR)
           END-IF.

      *    PRICE IN EFFECT ON C-PRICE-DATE FOR THE ORDER'S POP TYPE,
      *    THEN THE DEPOSIT RATE FOR THE BUYER'S STATE ON THAT ENTRY.
       1585-PRICE-LOOKUP.
           MOVE "NO" TO PRICE-FOUND-SW.
           MOVE ZERO TO C-PRICE-BEST-DATE.
           MOVE ZERO TO C-PRICE-BEST-IDX.
           MOVE ZERO TO C-CASE-PRICE.
           MOVE ZERO TO C-DEP-RATE.
           PERFORM 1587-PRICE-SEARCH
               VARYING PRICE-IDX FROM 1 BY 1
                   UNTIL PRICE-IDX > C-PRICE-TBL-CTR.
           IF PRICE-FOUND-SW = "YES"
               SET PRICE-IDX TO C-PRICE-BEST-IDX
               MOVE TPP-CASE-PRICE (PRICE-IDX) TO C-CASE-PRICE
               PERFORM 1589-DEPOSIT-SEARCH
                   VARYING DEP-IDX FROM 1 BY 1
                       UNTIL DEP-IDX > 6
           END-IF.

       1587-PRICE-SEARCH.
           IF TPP-POP-TYPE (PRICE-IDX) = I-POP-TYPE
              AND TPP-EFF-DATE (PRICE-IDX) NOT > C-PRICE-DATE
              AND TPP-EFF-DATE (PRICE-IDX) NOT < C-PRICE-BEST-DATE
               MOVE "YES" TO PRICE-FOUND-SW
               MOVE TPP-EFF-DATE (PRICE-IDX) TO C-PRICE-BEST-DATE
               SET C-PRICE-BEST-IDX TO PRICE-IDX
           END-IF.

       1589-DEPOSIT-SEARCH.
           IF TPP-DEP-STATE (PRICE-IDX, DEP-IDX) = I-STATE
               MOVE TPP-DEP-RATE (PRICE-IDX, DEP-IDX) TO C-DEP-RATE
           END-IF.


       1400-CHECKPOINT-RESTART.
           OPEN INPUT CHECKPOINT-FILE.
               MOVE CKPT-TEAM-POP-TABLE TO TEAM-POP-TABLE
               MOVE CKPT-DIV-TEAM-TABLE TO DIV-TEAM-TABLE
               MOVE CKPT-DIV-TP-TABLE TO DIV-TP-TABLE
               MOVE CKPT-GT-DEPOSITS TO C-GT-DEPOSITS
               MOVE CKPT-PREX-CTR TO C-PREX-CTR
           END-IF.

       1420-SKIP-RECS.
                   GO TO 2100-EXIT
               END-IF.

               IF I-SELLER-ID NOT NUMERIC OR I-SELLER-ID = ZERO
                   MOVE 'SELLER ID MUST BE NUMERIC AND NONZERO.'
                       TO O-ERR-MSG
                   GO TO 2100-EXIT
               END-IF.

               MOVE ZERO TO C-SELLM-FOUND-IDX.
               IF C-SELLM-TBL-CTR > ZERO
                   MOVE I-SELLER-ID TO C-SELLM-KEY
                   PERFORM 1570-SELLM-LOOKUP
                   IF C-SELLM-FOUND-IDX = ZERO
                       MOVE 'SELLER IS NOT ON THE SELLER MASTER.'
                           TO O-ERR-MSG
                       GO TO 2100-EXIT
                   END-IF
                   SET SELLM-IDX TO C-SELLM-FOUND-IDX
                   IF STM-TEAM (SELLM-IDX) NOT = I-TEAM
                      OR STM-DIVISION (SELLM-IDX) NOT = I-DIVISION
                       MOVE 'SELLER IS NOT ON THIS TEAM AND DIVISION.'
                           TO O-ERR-MSG
                       GO TO 2100-EXIT
                   END-IF
               END-IF.

      *        NO ORDER DATE MEANS THE ORDER IS PRICED AS OF THE
      *        BUSINESS DATE.
               IF I-ORDER-DATE-X = SPACES OR I-ORDER-DATE-X = ZEROS
                   MOVE I-DATE TO C-PRICE-DATE
               ELSE
                   MOVE I-ORDER-DATE-X TO DC-DATE
                   MOVE 'N' TO DC-FUTURE-RULE
                   CALL 'CBLDATCK' USING DATE-PARMS
                   IF DC-RC NOT = '0'
                       MOVE 'ORDER DATE IS NOT A VALID DATE.'
                           TO O-ERR-MSG
                       GO TO 2100-EXIT
                   END-IF
                   MOVE I-ORDER-DATE TO C-PRICE-DATE
               END-IF.

               IF I-KEYED-AMT-X NOT = SPACES
                  AND I-KEYED-AMT NOT NUMERIC
                   MOVE 'KEYED AMOUNT MUST BE NUMERIC.' TO O-ERR-MSG
                   GO TO 2100-EXIT
               END-IF.

               PERFORM 1585-PRICE-LOOKUP.
               IF PRICE-FOUND-SW = "NO"
                   MOVE 'NO POP PRICE IN EFFECT ON THE ORDER DATE.'
                       TO O-ERR-MSG
                   GO TO 2100-EXIT
               END-IF.

               IF I-LNAME = PREV-DUP-LNAME
                  AND I-ZIP = PREV-DUP-ZIP
                  AND I-POP-TYPE = PREV-DUP-POP
           CALL 'GROUPERR' USING SHARED-ERR-PARMS.


      *    C-CASE-PRICE AND C-DEP-RATE WERE SET BY THE PRICE LOOKUP
      *    ON THE EDIT PASS.
       2300-CALCS.

           COMPUTE C-DEPOSIT = C-DEP-RATE * I-NUM-CASES.
           ADD C-DEPOSIT TO C-GT-DEPOSITS.

           EVALUATE I-POP-TYPE
               WHEN 1
           END-EVALUATE.


           COMPUTE C-TOTAL = (C-CASE-PRICE * I-NUM-CASES) + C-DEPOSIT.

           IF I-KEYED-AMT-X NOT = SPACES
              AND I-KEYED-AMT > ZERO
              AND I-KEYED-AMT NOT = C-TOTAL
               PERFORM 2320-PRICE-EXCEPTION
           END-IF.

           EVALUATE I-TEAM
               WHEN 'A'

           PERFORM 2350-WRITE-SELLER-WORK.

       2320-PRICE-EXCEPTION.
           ADD 1 TO C-PREX-CTR.
           COMPUTE C-PREX-DIFF = I-KEYED-AMT - C-TOTAL.
           MOVE I-ORDER-NUM TO O-PX-ORDER.
           MOVE I-SELLER-ID TO O-PX-SELLER.
           MOVE I-LNAME TO O-PX-BUYER.
           MOVE O-POP-TYPE TO O-PX-POP.
           MOVE I-NUM-CASES TO O-PX-CASES.
           MOVE I-STATE TO O-PX-STATE.
           MOVE C-PRICE-MM TO O-PX-MM.
           MOVE C-PRICE-DD TO O-PX-DD.
           MOVE C-PRICE-YYYY TO O-PX-YYYY.
           MOVE I-KEYED-AMT TO O-PX-KEYED.
           MOVE C-TOTAL TO O-PX-PRICED.
           MOVE C-PREX-DIFF TO O-PX-DIFF.
           WRITE PREX-LINE
               FROM PREX-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9970-PREX-HEADING.

      *    EVERY VALID ORDER DROPS A SELLER-ACTIVITY RECORD; THE
      *    CLOSING SORT-AND-BREAK PASS AGGREGATES THEM, SO THERE
      *    IS NO CAP ON HOW MANY SELLERS SIGN UP.
      *    WITH NO SELLER MASTER LOADED THE NAME ON THE ORDER STANDS
      *    IN FOR THE SELLER'S.
       2350-WRITE-SELLER-WORK.
           MOVE I-TEAM TO SW-TEAM.
           MOVE I-DIVISION TO SW-DIV.
           MOVE I-SELLER-ID TO SW-SELLER-ID.
           IF C-SELLM-FOUND-IDX > ZERO
               SET SELLM-IDX TO C-SELLM-FOUND-IDX
               MOVE STM-LNAME (SELLM-IDX) TO SW-LNAME
               MOVE STM-FNAME (SELLM-IDX) TO SW-FNAME
           ELSE
               MOVE I-LNAME TO SW-LNAME
               MOVE I-FNAME TO SW-FNAME
           END-IF.
           MOVE I-ORDER-NUM TO SW-ORDER-NUM.
           MOVE I-POP-TYPE TO SW-POP-TYPE.
           MOVE I-NUM-CASES TO SW-CASES.
           MOVE I-LNAME TO SW-BUYER.
           MOVE C-TOTAL TO SW-TOTAL.
           WRITE SELL-REC.

           MOVE TEAM-POP-TABLE TO CKPT-TEAM-POP-TABLE.
           MOVE DIV-TEAM-TABLE TO CKPT-DIV-TEAM-TABLE.
           MOVE DIV-TP-TABLE TO CKPT-DIV-TP-TABLE.
           MOVE C-GT-DEPOSITS TO CKPT-GT-DEPOSITS.
           MOVE C-PREX-CTR TO CKPT-PREX-CTR.
           WRITE CKPT-REC.


               CLOSE PICK-WORK
               CLOSE ORDER-TRANS
               CLOSE SELLER-WORK
               CLOSE PREX-PRTOUT
               CLOSE POP-SORTED
               CLOSE PRTOUT
               CLOSE PRTOUTERR
           PERFORM 3900-COLLECTIONS.

           PERFORM 3100-GRAND-TOTAL.
           PERFORM 3650-SELLER-STATEMENTS.
           PERFORM 3200-ERROR-TOTAL.
           PERFORM 3210-PREX-TOTAL.
           PERFORM 3350-WRITE-GL-FEED.
           PERFORM 3300-WRITE-SUMMARY.

                   AFTER ADVANCING 1 LINE.

      *    SORT-AND-BREAK AGGREGATES THE SEASON'S ACTIVITY PER
      *    SELLER ID, THEN A SECOND SORT BY TOTAL, HIGHEST FIRST,
      *    FEEDS THE RANKINGS AND THE PRIZE TIERS.  THE FIRST SORT
      *    IS KEPT ON SELLSRT FOR THE SELLER STATEMENTS.
       3400-BUILD-SELLER-RANKS.
           SORT SELL-SORT-WORK
               ON ASCENDING KEY SS2-TEAM
               ON ASCENDING KEY SS2-DIV
               ON ASCENDING KEY SS2-SELLER-ID
               ON ASCENDING KEY SS2-ORDER-NUM
               USING SELLER-WORK
               GIVING SELLER-SORTED.

               GIVING SELLER-RANKED.

       3410-NEW-SELLER.
           MOVE SO-TEAM TO H-SELL-TEAM.
           MOVE SO-DIV TO H-SELL-DIV.
           MOVE SO-SELLER-ID TO H-SELL-ID.
           MOVE SO-LNAME TO H-SELL-LNAME.
           MOVE SO-FNAME TO H-SELL-FNAME.
           MOVE ZERO TO C-SELL-AGG-TOTAL.

       3420-AGG-ONE.
           IF SO-TEAM NOT = H-SELL-TEAM
              OR SO-DIV NOT = H-SELL-DIV
              OR SO-SELLER-ID NOT = H-SELL-ID
               PERFORM 3430-AGG-BREAK
               PERFORM 3410-NEW-SELLER
           END-IF.
           PERFORM 9350-READ-SELLER-SORTED.

       3430-AGG-BREAK.
           MOVE SPACES TO AGG-REC.
           MOVE H-SELL-TEAM TO AG-TEAM.
           MOVE H-SELL-DIV TO AG-DIV.
           MOVE H-SELL-ID TO AG-SELLER-ID.
           MOVE H-SELL-LNAME TO AG-LNAME.
           MOVE H-SELL-FNAME TO AG-FNAME.
           MOVE C-SELL-AGG-TOTAL TO AG-TOTAL.

           ADD 1 TO C-RANK-CTR.
           MOVE C-RANK-CTR TO O-RANK-POS.
           MOVE RK-SELLER-ID TO O-RANK-ID.
           MOVE RK-LNAME TO O-RANK-LNAME.
           MOVE RK-FNAME TO O-RANK-FNAME.
           MOVE RK-TOTAL TO O-RANK-TOTAL.
      *    BALANCES STILL PAID PAST THE ORDER TOTAL AFTER THE
      *    REFUND PASS ARE THE REFUNDS-DUE REGISTER.
       3933-REFUNDS-DUE.
           OPEN OUTPUT REFUND-OUT.
           WRITE COLL-LINE
               FROM REFUND-HEADING-LINE
                   AFTER ADVANCING 3 LINES.
           PERFORM 3934-REFUND-DUE-LINE
               VARYING BAL-IDX FROM 1 BY 1
                   UNTIL BAL-IDX > C-BAL-TBL-CTR.
           MOVE SPACES TO RF-REC.
           MOVE 'TRAILER ' TO RT-ID.
           MOVE C-RF-REC-CTR TO RT-REC-CTR.
           MOVE C-RF-HASH TO RT-HASH-TOTAL.
           WRITE RF-REC.
           CLOSE REFUND-OUT.
           MOVE C-OVER-CTR TO O-OVER-CTR.
           MOVE C-GT-OVER TO O-GT-OVER.
           MOVE C-GT-REFUNDS TO O-GT-REFUNDS.
                           AT EOP
                               PERFORM 9960-COLL-HEADING
               END-WRITE
               MOVE TB-ORDER-NUM (BAL-IDX) TO RF-ORDER-NUM
               MOVE TB-TEAM (BAL-IDX) TO RF-TEAM
               MOVE TB-LNAME (BAL-IDX) TO RF-SELLER
               MOVE C-OVER-AMT TO RF-AMOUNT
               WRITE RF-REC
               ADD 1 TO C-RF-REC-CTR
               ADD C-OVER-AMT TO C-RF-HASH
           END-IF.


           IF RK-DIV = C-DIV-SUB
               ADD 1 TO C-DIV-RANK-CTR
               MOVE C-DIV-RANK-CTR TO O-RANK-POS
               MOVE RK-SELLER-ID TO O-RANK-ID
               MOVE RK-LNAME TO O-RANK-LNAME
               MOVE RK-FNAME TO O-RANK-FNAME
               MOVE RK-TOTAL TO O-RANK-TOTAL
       3610-AWARD-SELLER.
           MOVE ZERO TO C-BEST-TIER-IDX.
           MOVE ZERO TO C-BEST-TIER-MIN.
           MOVE RK-TOTAL TO C-TIER-TEST-AMT.
           PERFORM 3620-TIER-TEST
               VARYING AWD-SUB FROM 1 BY 1
                   UNTIL AWD-SUB > C-TIER-TBL-CTR.

           MOVE RK-SELLER-ID TO O-AWD-ID.
           MOVE RK-LNAME TO O-AWD-LNAME.
           MOVE RK-FNAME TO O-AWD-FNAME.
           MOVE RK-TOTAL TO O-AWD-TOTAL.
           PERFORM 9360-READ-SELLER-RANKED.

       3620-TIER-TEST.
           IF C-TIER-TEST-AMT NOT < TT-MIN-SALES (AWD-SUB)
              AND (C-BEST-TIER-IDX = ZERO
               OR TT-MIN-SALES (AWD-SUB) > C-BEST-TIER-MIN)
               MOVE AWD-SUB TO C-BEST-TIER-IDX
                       AT EOP
                           PERFORM 9900-HEADING.

      *    ONE STATEMENT PER SELLER TO HAND THE PARENT AT TURN-IN
      *    NIGHT: EVERY ORDER LINE, WHAT HAS COME IN AGAINST EACH
      *    ORDER ON THE BALANCE FILE AND WHAT IS STILL OUT, AND THE
      *    PRIZE TIER.  RUNS AFTER COLLECTIONS SO BAL-TABLE HOLDS
      *    THIS RUN'S PAYMENTS.
       3650-SELLER-STATEMENTS.
           OPEN OUTPUT STMT-PRTOUT.
           MOVE "YES" TO MORE-SELLS.
           OPEN INPUT SELLER-SORTED.
           PERFORM 9350-READ-SELLER-SORTED.
           IF MORE-SELLS = "YES"
               PERFORM 3655-STMT-NEW-SELLER
               PERFORM 3660-STMT-ORDER-LINE
                   UNTIL MORE-SELLS = "NO"
               PERFORM 3670-STMT-SELLER-TOTAL
           END-IF.
           CLOSE SELLER-SORTED.
           CLOSE STMT-PRTOUT.

       3655-STMT-NEW-SELLER.
           MOVE SO-TEAM TO H-SELL-TEAM.
           MOVE SO-DIV TO H-SELL-DIV.
           MOVE SO-SELLER-ID TO H-SELL-ID.
           MOVE ZERO TO H-ST-ORDER.
           MOVE ZERO TO C-ST-CASES.
           MOVE ZERO TO C-ST-AMOUNT.
           MOVE ZERO TO C-ST-PAID.
           MOVE ZERO TO C-ST-OPEN.
           MOVE ZERO TO C-STMT-PCTR.
           MOVE SO-SELLER-ID TO O-ST-SELLER-ID.
           MOVE SO-LNAME TO O-ST-LNAME.
           MOVE SO-FNAME TO O-ST-FNAME.
           MOVE SO-TEAM TO O-ST-TEAM.
           MOVE SO-DIV TO O-ST-DIV.
           MOVE SO-SELLER-ID TO C-SELLM-KEY.
           PERFORM 1570-SELLM-LOOKUP.
           IF C-SELLM-FOUND-IDX > ZERO
               SET SELLM-IDX TO C-SELLM-FOUND-IDX
               MOVE STM-PARENT (SELLM-IDX) TO O-ST-PARENT
               MOVE STM-PHONE-AREA (SELLM-IDX) TO O-ST-PHONE-AREA
               MOVE STM-PHONE-EXCH (SELLM-IDX) TO O-ST-PHONE-EXCH
               MOVE STM-PHONE-LINE (SELLM-IDX) TO O-ST-PHONE-LINE
           ELSE
               MOVE 'NOT ON SELLER MASTER' TO O-ST-PARENT
               MOVE ZERO TO O-ST-PHONE-AREA
               MOVE ZERO TO O-ST-PHONE-EXCH
               MOVE ZERO TO O-ST-PHONE-LINE
           END-IF.
           PERFORM 3690-STMT-HEADING.

       3660-STMT-ORDER-LINE.
           IF SO-TEAM NOT = H-SELL-TEAM
              OR SO-DIV NOT = H-SELL-DIV
              OR SO-SELLER-ID NOT = H-SELL-ID
               PERFORM 3670-STMT-SELLER-TOTAL
               PERFORM 3655-STMT-NEW-SELLER
           END-IF.

           MOVE SO-ORDER-NUM TO O-SD-ORDER.
           MOVE SO-BUYER TO O-SD-BUYER.
           EVALUATE SO-POP-TYPE
               WHEN 1
                   MOVE 'COKE' TO O-SD-POP
               WHEN 2
                   MOVE 'DIET COKE' TO O-SD-POP
               WHEN 3
                   MOVE 'MELLO YELLO' TO O-SD-POP
               WHEN 4
                   MOVE 'CHERRY COKE' TO O-SD-POP
               WHEN 5
                   MOVE 'DIET CHERRY COKE' TO O-SD-POP
               WHEN 6
                   MOVE 'SPRITE' TO O-SD-POP
           END-EVALUATE.
           MOVE SO-CASES TO O-SD-CASES.
           MOVE SO-TOTAL TO O-SD-AMOUNT.
           ADD SO-CASES TO C-ST-CASES.
           ADD SO-TOTAL TO C-ST-AMOUNT.

           IF SO-ORDER-NUM = H-ST-ORDER
               MOVE SPACES TO O-SD-BAL-AREA
           ELSE
               MOVE SO-ORDER-NUM TO H-ST-ORDER
               PERFORM 3665-STMT-ORDER-BALANCE
           END-IF.

           WRITE STMT-LINE
               FROM STMT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 3690-STMT-HEADING.
           PERFORM 9350-READ-SELLER-SORTED.

      *    A REFUSED ORDER'S BALANCE IS NOT CHASED, THE SAME AS ON
      *    THE COLLECTIONS REPORT.
       3665-STMT-ORDER-BALANCE.
           MOVE SO-ORDER-NUM TO C-BAL-KEY.
           PERFORM 3912-BAL-LOOKUP.
           IF C-BAL-FOUND-IDX = ZERO
               MOVE SPACES TO O-SD-BAL-AREA
               MOVE 'NOT ON BALANCE FILE' TO O-SD-NOTE
           ELSE
               SET BAL-IDX TO C-BAL-FOUND-IDX
               COMPUTE C-OPEN-BAL = TB-TOTAL (BAL-IDX)
                   - TB-PAID (BAL-IDX)
               MOVE TB-PAID (BAL-IDX) TO O-SD-PAID
               MOVE C-OPEN-BAL TO O-SD-OPEN
               ADD TB-PAID (BAL-IDX) TO C-ST-PAID
               IF TB-DLV-STATUS (BAL-IDX) = 'R'
                   MOVE 'REFUSED - NOT DUE' TO O-SD-NOTE
               ELSE
                   MOVE SPACES TO O-SD-NOTE
                   ADD C-OPEN-BAL TO C-ST-OPEN
               END-IF
           END-IF.

       3670-STMT-SELLER-TOTAL.
           MOVE C-ST-CASES TO O-ST-CASES.
           MOVE C-ST-AMOUNT TO O-ST-AMOUNT.
           MOVE C-ST-PAID TO O-ST-PAID.
           MOVE C-ST-OPEN TO O-ST-OPEN.
           WRITE STMT-LINE
               FROM STMT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE ZERO TO C-BEST-TIER-IDX.
           MOVE ZERO TO C-BEST-TIER-MIN.
           MOVE C-ST-AMOUNT TO C-TIER-TEST-AMT.
           PERFORM 3620-TIER-TEST
               VARYING AWD-SUB FROM 1 BY 1
                   UNTIL AWD-SUB > C-TIER-TBL-CTR.
           IF C-BEST-TIER-IDX > ZERO
               MOVE TT-TIER-NAME (C-BEST-TIER-IDX) TO O-ST-TIER
           ELSE
               MOVE 'NO AWARD' TO O-ST-TIER
           END-IF.
           WRITE STMT-LINE
               FROM STMT-TIER-LINE
                   AFTER ADVANCING 2 LINES.

       3690-STMT-HEADING.
           ADD 1 TO C-STMT-PCTR.
           MOVE C-STMT-PCTR TO O-PCTR.
           WRITE STMT-LINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE STMT-LINE
               FROM STMT-TITLE-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE STMT-LINE
               FROM STMT-SELLER-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE STMT-LINE
               FROM STMT-PARENT-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE STMT-LINE
               FROM STMT-HEADING-LINE
                   AFTER ADVANCING 2 LINES.

      *    THE ORDER PLACED ALWAYS TIES TO THE VALIDATED SALES
      *    FIGURES, RESUBMITTED CORRECTIONS INCLUDED, BECAUSE IT IS
      *    CUT FROM THE SAME GRAND-TOTAL COUNTERS.
                       AT EOP
                           PERFORM 9900-HEADING.

       3210-PREX-TOTAL.
           MOVE C-PREX-CTR TO O-PX-CTR.
           WRITE PREX-LINE
               FROM PREX-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           CLOSE PREX-PRTOUT.

       3200-ERROR-TOTAL.

           MOVE C-ERR-CTR TO O-ERR-CTR.
               FROM ERROR-TOTAL
                   AFTER ADVANCING 3 LINES.

           IF C-SELLM-LOST-CTR > ZERO
               MOVE C-SELLM-LOST-CTR TO O-SELLM-LOST
               WRITE PRTLINE-ERR
                   FROM SELLM-LOST-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

      *    THE SEASON'S POP SALES GO TO THE LEDGER THROUGH THE
      *    SAME CHART MAPPING THE RENT FEED USES.
      *    DEPOSITS COLLECTED ARE OWED BACK ON THE EMPTIES, SO THEY
      *    POST TO THEIR OWN LIABILITY LINE AND NOT TO SALES.
       3350-WRITE-GL-FEED.
           PERFORM 1500-READ-CHART.
           OPEN OUTPUT GL-OUT.
           MOVE 'POPSALES  ' TO C-GL-LOOKUP-KEY.
           COMPUTE C-GL-AMOUNT = C-GT-SALES - C-GT-DEPOSITS.
           PERFORM 1540-WRITE-GL-REC.
           MOVE 'POPDEPOSIT' TO C-GL-LOOKUP-KEY.
           MOVE C-GT-DEPOSITS TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
           PERFORM 1550-GL-TRAILER.
           CLOSE GL-OUT.
           END-IF.


       9970-PREX-HEADING.
           ADD 1 TO C-PREX-PCTR.
           MOVE C-PREX-PCTR TO O-PCTR.
           WRITE PREX-LINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PREX-LINE
               FROM PREX-TITLE-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PREX-LINE
               FROM PREX-HEADING-LINE
                   AFTER ADVANCING 2 LINES.

       9100-ERR-HEADING.

           ADD 1 TO C-ERR-PCTR.
