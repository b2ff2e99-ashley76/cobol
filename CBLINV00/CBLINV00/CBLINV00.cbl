      *               BOAT-TYPE SUBTOTALS AND A SELL-AT-COST FLAG   *
      *               WHEN THE ACCRUAL PASSES THE PARAMETER         *
      *               PERCENTAGE OF THE UNIT'S COST.                *
      * 10/15/26  AL  EVERY MATCHED SALE NOW REGISTERS THE          *
      *               MANUFACTURER WARRANTY - HULL, BOAT TYPE,      *
      *               CUSTOMER NUMBER, SALE DATE AND COVERAGE END   *
      *               DATE FROM THE PER-TYPE WARRANTY TERMS (BUILT  *
      *               IN, OVERRIDDEN BY THE BOATWTRM TERMS FILE) -  *
      *               APPENDED TO THE BOATWREG REGISTRATION FILE    *
      *               FOR THE CBLWAR00 CLAIMS RUN.  A SALE WITH A   *
      *               BAD PURCHASE DATE IS NOT REGISTERED AND GOES  *
      *               TO THE ERROR LISTING.                         *
      * 10/15/26  AL  EVERY REGISTERED SALE IS PRICED AGAINST THE   *
      *               MANUFACTURER PROGRAM TABLE (MFGPGM - BOAT     *
      *               TYPE, HOLDBACK PERCENT OF UNIT COST, REBATE   *
      *               AMOUNT, EFFECTIVE DATES) AND A QUALIFYING     *
      *               SALE APPENDS A HOLDBACK/REBATE CLAIM (HULL,   *
      *               SALE DATE, AMOUNT DUE) TO MFGCLAIM FOR THE    *
      *               CBLMFG00 CLAIMS RECEIVABLE RUN.               *
      * 10/15/26  AL  TRADE-IN RECORDS NOW PUT THE TRADED BOAT ON   *
      *               THE MASTER AS A USED UNIT - GENERATED U       *
      *               STOCK NUMBER, USED FLAG, COST = ALLOWANCE -   *
      *               DATED THE SALE IT FOLLOWS; THE TRADED BOAT    *
      *               TYPE RIDES IN COLUMN 43 OF THE TRADE RECORD   *
      *               (BLANK = SAME TYPE AS THE SALE). RECON        *
      *               TRANSACTIONS (BOATRCN) ADD TO A USED UNIT'S   *
      *               COST, AND A SALE RECORD TYPED U SELLS THE     *
      *               FIRST AVAILABLE USED UNIT OF ITS TYPE WITH    *
      *               ALLOWANCE, RECON, RESALE PRICE AND GROSS      *
      *               MARGIN REPORTED. STOCK AGING AND FLOOR-PLAN   *
      *               TOTALS NOW SHOW NEW AND USED UNITS            *
      *               SEPARATELY.                                   *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK, AND STAMPS THE RUN AUDIT LOG.     *
      * 10/15/26  AL  A USED-UNIT SALE NOW GOES ON BOATWREG TOO,    *
      *               WITH A NEW NEW/USED FLAG SET TO U AND NO     *
      *               COVERAGE END, SO CBLTTL00 FINDS ITS STOCK     *
      *               NUMBER.  NEW SALES ARE FLAGGED N.             *
      ***************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FPPARM-STATUS.

           SELECT OPTIONAL WARRANTY-TERMS
               ASSIGN TO BOATWTRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WTRM-STATUS.

           SELECT OPTIONAL WARRANTY-REG
               ASSIGN TO BOATWREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WREG-STATUS.

           SELECT OPTIONAL MFG-PROGRAMS
               ASSIGN TO MFGPGM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MPGM-STATUS.

           SELECT OPTIONAL MFG-CLAIMS
               ASSIGN TO MFGCLAIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MCLM-STATUS.

           SELECT OPTIONAL RECON-TRANS
               ASSIGN TO BOATRCN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RCN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS INV-REC.

      *    A USED UNIT (IV-NEW-USED = U) CARRIES A GENERATED STOCK
      *    NUMBER IN THE HULL FIELD; ITS COST IS THE TRADE-IN
      *    ALLOWANCE PLUS THE RECON COST POSTED AGAINST IT.
       01  INV-REC.
           05  IV-HULL-NO        PIC X(8).
           05  IV-STOCK-NO REDEFINES IV-HULL-NO.
               10  IV-STOCK-PFX  PIC X.
               10  IV-STOCK-SEQ  PIC 9(7).
           05  IV-BOAT-TYPE      PIC X.
           05  IV-COST           PIC 9(6)V99.
           05  IV-RECVD-DATE     PIC 9(8).
           05  IV-STATUS         PIC X.
           05  IV-NEW-USED       PIC X.
           05  IV-RECON-COST     PIC 9(5)V99.

       FD NEW-INVENTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS NEW-INV-REC.

       01  NEW-INV-REC           PIC X(34).

       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           05  I-CUST-NO             PIC 9(6).
           05  I-PROMISE-DATE        PIC 9(8).

       01  TRADEIN-REC REDEFINES I-REC.
           05  TI-LAST-NAME          PIC X(15).
           05  TI-DESC               PIC X(20).
           05  TI-ALLOWANCE          PIC 9(5)V99.
           05  TI-BOAT-TYPE          PIC X.
           05  FILLER                PIC X(2).
           05  TI-REC-TYPE           PIC X.
           05  FILLER                PIC X(14).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       01  FPPARM-REC.
           05  FP-FLAG-PCT       PIC 99.

       FD WARRANTY-TERMS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS WTRM-REC.

       01  WTRM-REC.
           05  WT-BOAT-TYPE      PIC X.
           05  WT-MONTHS         PIC 999.

       FD WARRANTY-REG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS WREG-REC.

       01  WREG-REC.
           05  WR-HULL-NO        PIC X(8).
           05  WR-BOAT-TYPE      PIC X.
           05  WR-CUST-NO        PIC 9(6).
           05  WR-SALE-DATE      PIC 9(8).
           05  WR-COVER-END      PIC 9(8).
           05  WR-NEW-USED       PIC X.

       FD MFG-PROGRAMS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS MPGM-REC.

       01  MPGM-REC.
           05  MP-PGM-CODE       PIC X(6).
           05  MP-MFG-NAME       PIC X(20).
           05  MP-BOAT-TYPE      PIC X.
           05  MP-HOLDBACK-PCT   PIC 99V99.
           05  MP-REBATE-AMT     PIC 9(5)V99.
           05  MP-EFF-FROM       PIC 9(8).
           05  MP-EFF-TO         PIC 9(8).

       FD MFG-CLAIMS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS MCLM-REC.

       01  MCLM-REC.
           05  MC-HULL-NO        PIC X(8).
           05  MC-BOAT-TYPE      PIC X.
           05  MC-PGM-CODE       PIC X(6).
           05  MC-SALE-DATE      PIC 9(8).
           05  MC-HOLDBACK       PIC 9(6)V99.
           05  MC-REBATE         PIC 9(5)V99.
           05  MC-AMOUNT         PIC 9(7)V99.

       FD RECON-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS RCN-REC.

       01  RCN-REC.
           05  RN-STOCK-NO       PIC X(8).
           05  RN-DATE           PIC X(8).
           05  RN-AMOUNT         PIC 9(5)V99.
           05  RN-DESC           PIC X(20).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-FP-INT         PIC 9(7)V99    VALUE ZERO.
           05  C-FP-LIMIT       PIC 9(7)V99    VALUE ZERO.
           05  C-GT-FP-INT      PIC 9(9)V99    VALUE ZERO.
           05  C-WTRM-STATUS    PIC XX         VALUE "00".
           05  C-WREG-STATUS    PIC XX         VALUE "00".
           05  MORE-WTRMS       PIC XXX        VALUE "YES".
           05  C-WREG-CTR       PIC 9(5)       VALUE ZERO.
           05  C-WREG-REJ-CTR   PIC 9(5)       VALUE ZERO.
           05  C-WARR-MONTHS    PIC 999        VALUE ZERO.
           05  C-ANNIV-MONTHS   PIC 9(6)       VALUE ZERO.
           05  C-ANNIV-INT      PIC 9(7)       VALUE ZERO.
           05  C-MPGM-STATUS    PIC XX         VALUE "00".
           05  C-MCLM-STATUS    PIC XX         VALUE "00".
           05  MORE-MPGMS       PIC XXX        VALUE "YES".
           05  C-MPGM-TBL-CTR   PIC 99         VALUE ZERO.
           05  C-MPGM-FOUND-IDX PIC 99         VALUE ZERO.
           05  C-CLAIM-CTR      PIC 9(5)       VALUE ZERO.
           05  C-GT-CLAIM-AMT   PIC 9(9)V99    VALUE ZERO.
           05  C-RCN-STATUS     PIC XX         VALUE "00".
           05  MORE-RCNS        PIC XXX        VALUE "YES".
           05  RCN-HDG-SW       PIC XXX        VALUE "NO".
           05  C-RCN-CTR        PIC 9(5)       VALUE ZERO.
           05  C-RCNREJ-CTR     PIC 9(5)       VALUE ZERO.
           05  C-GT-RECON       PIC 9(7)V99    VALUE ZERO.
           05  C-USED-SEQ       PIC 9(7)       VALUE ZERO.
           05  SALE-SEEN-SW     PIC XXX        VALUE "NO".
           05  H-SALE-TYPE      PIC X          VALUE SPACE.
           05  H-SALE-COND      PIC X          VALUE SPACE.
           05  H-TRADE-TYPE     PIC X          VALUE SPACE.
           05  H-STOCK-PASS     PIC X          VALUE SPACE.
           05  H-TYPE-NAME      PIC X(13)      VALUE SPACES.
           05  C-TRADE-CTR      PIC 9(5)       VALUE ZERO.
           05  C-TRADEREJ-CTR   PIC 9(5)       VALUE ZERO.
           05  C-GT-ALLOWANCE   PIC 9(7)V99    VALUE ZERO.
           05  C-RESALE-CTR     PIC 9(5)       VALUE ZERO.
           05  C-ALLOWANCE      PIC 9(6)V99    VALUE ZERO.
           05  C-MARGIN         PIC S9(7)V99   VALUE ZERO.
           05  C-GT-RESALE      PIC 9(9)V99    VALUE ZERO.
           05  C-GT-USED-COST   PIC 9(9)V99    VALUE ZERO.
           05  C-GT-MARGIN      PIC S9(9)V99   VALUE ZERO.

      *    ONE ENTRY PER MANUFACTURER PROGRAM; A BOAT TYPE MAY HAVE
      *    SEVERAL OVER TIME, TOLD APART BY THEIR EFFECTIVE DATES.
       01  MFG-PGM-TABLE.
           05  MFG-PGM-ENTRY OCCURS 50 TIMES INDEXED BY MPGM-IDX.
               10  TP-PGM-CODE   PIC X(6).
               10  TP-BOAT-TYPE  PIC X.
               10  TP-HOLDBACK-PCT PIC 99V99.
               10  TP-REBATE-AMT PIC 9(5)V99.
               10  TP-EFF-FROM   PIC 9(8).
               10  TP-EFF-TO     PIC 9(8).

       01  INV-TABLE.
           05  INV-ENTRY OCCURS 200 TIMES INDEXED BY INV-IDX.
               10  TV-COST       PIC 9(6)V99.
               10  TV-RECVD-DATE PIC 9(8).
               10  TV-STATUS     PIC X.
               10  TV-NEW-USED   PIC X.
               10  TV-RECON-COST PIC 9(5)V99.

      *    TRADE-INS STOCKED AND USED UNITS RESOLD THIS RUN, BY
      *    THEIR INVENTORY TABLE POSITION.
       01  TRADE-TABLE.
           05  TRADE-ENTRY OCCURS 200 TIMES INDEXED BY TRD-IDX.
               10  TT-INV-IDX    PIC 999.
               10  TT-DESC       PIC X(20).

       01  RESALE-TABLE.
           05  RESALE-ENTRY OCCURS 200 TIMES INDEXED BY RSL-IDX.
               10  TU-INV-IDX    PIC 999.
               10  TU-PRICE      PIC 9(6)V99.

       01  TYPE-TOTALS.
           05  TYPE-ENTRY OCCURS 6 TIMES INDEXED BY TYPE-IDX.
               10  TY-NAME       PIC X(13).
               10  TY-REMAIN     PIC 9(5).
               10  TY-FP-INT     PIC 9(9)V99.
               10  TY-WARR-MOS   PIC 999.
               10  TY-USED-REMAIN PIC 9(5).
               10  TY-USED-FP-INT PIC 9(9)V99.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-DAY            PIC 99.
       01 C-TODAY-DATE REDEFINES I-DATE    PIC 9(8).

       01 SALE-DATE.
           05  SD-YEAR          PIC 9(4).
           05  SD-MONTH         PIC 99.
           05  SD-DAY           PIC 99.
       01 C-SALE-DATE REDEFINES SALE-DATE  PIC 9(8).

       01 ANNIV-DATE.
           05  AD-YEAR          PIC 9(4).
           05  AD-MONTH         PIC 99.
           05  AD-DAY           PIC 99.
       01 C-ANNIV-DATE REDEFINES ANNIV-DATE PIC 9(8).

       01 TRADE-DATE.
           05  TD-YEAR          PIC 9(4).
           05  TD-MONTH         PIC 99.
           05  TD-DAY           PIC 99.
       01 C-TRADE-DATE REDEFINES TRADE-DATE PIC 9(8).

       01 USED-STOCK-NO.
           05  US-PFX           PIC X       VALUE 'U'.
           05  US-SEQ           PIC 9(7)    VALUE ZERO.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  O-FP-FLAG        PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(35)   VALUE SPACES.

       01  NEW-STOCK-HEADING.
           05  FILLER           PIC X(30)   VALUE
               'NEW UNITS IN STOCK'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  USED-STOCK-HEADING.
           05  FILLER           PIC X(30)   VALUE
               'USED UNITS IN STOCK'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  TYPE-TOTAL-LINE.
           05  O-TY-LABEL       PIC X(15).
           05  O-TY-NAME        PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TY-REMAIN      PIC ZZ,ZZ9.
           05  O-RC-YY          PIC 9(4).
           05  FILLER           PIC X(72)   VALUE SPACES.

       01  RECON-HEADING.
           05  FILLER           PIC X(30)   VALUE
               'RECONDITIONING POSTED'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  RECON-LINE.
           05  FILLER           PIC X(10)   VALUE 'RECON     '.
           05  O-RN-STOCK       PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RN-TYPE        PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RN-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-RN-DD          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-RN-YY          PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RN-DESC        PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RN-AMOUNT      PIC ZZ,ZZZ.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'NEW COST: '.
           05  O-RN-COST        PIC ZZZ,ZZZ.99.
           05  FILLER           PIC X(27)   VALUE SPACES.

       01  RECON-TOTAL-LINE.
           05  FILLER           PIC X(14)   VALUE 'RECON POSTED: '.
           05  O-RCN-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-GT-RECON       PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'RECON REJECTED: '.
           05  O-RCNREJ-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(71)   VALUE SPACES.

       01  TRADE-HEADING.
           05  FILLER           PIC X(30)   VALUE
               'USED UNITS TAKEN IN ON TRADE'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  TRADE-COL-HEADING.
           05  FILLER           PIC X(8)    VALUE 'STOCK NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               'TRADE-IN DESCRIPTION'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE ' ALLOWANCE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'RECEIVED'.
           05  FILLER           PIC X(59)   VALUE SPACES.

       01  TRADE-LINE.
           05  O-TR-STOCK       PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TR-TYPE        PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TR-DESC        PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TR-ALLOWANCE   PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TR-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-TR-DD          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-TR-YY          PIC 9(4).
           05  FILLER           PIC X(59)   VALUE SPACES.

       01  TRADE-TOTAL-LINE.
           05  FILLER           PIC X(19)   VALUE 'TRADE-INS STOCKED: '.
           05  O-TRADE-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'ALLOWANCE: '.
           05  O-GT-ALLOWANCE   PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'NOT STOCKED: '.
           05  O-TRADEREJ-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(56)   VALUE SPACES.

       01  RESALE-HEADING.
           05  FILLER           PIC X(30)   VALUE
               'USED UNITS RESOLD'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  RESALE-COL-HEADING.
           05  FILLER           PIC X(8)    VALUE 'STOCK NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE ' ALLOWANCE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'RECON COST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE ' TOTAL COST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '     RESALE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'GROSS MARGIN'.
           05  FILLER           PIC X(39)   VALUE SPACES.

       01  RESALE-LINE.
           05  O-RS-STOCK       PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RS-TYPE        PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RS-ALLOWANCE   PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RS-RECON       PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RS-COST        PIC $$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RS-PRICE       PIC $$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RS-MARGIN      PIC $$$$,$$9.99-.
           05  FILLER           PIC X(39)   VALUE SPACES.

       01  RESALE-TOTAL-LINE.
           05  FILLER           PIC X(19)   VALUE 'USED UNITS RESOLD: '.
           05  O-RESALE-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'RESALE: '.
           05  O-GT-RESALE      PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'COST: '.
           05  O-GT-USED-COST   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'GROSS MARGIN: '.
           05  O-GT-MARGIN      PIC $$$,$$$,$$9.99-.
           05  FILLER           PIC X(24)   VALUE SPACES.

       01  RECV-TOTAL-LINE.
           05  FILLER           PIC X(17)   VALUE 'UNITS RECEIVED: '.
           05  O-RCV-CTR        PIC ZZ,ZZ9.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(45)   VALUE SPACES.

       01  WARR-TOTAL-LINE.
           05  FILLER           PIC X(24)   VALUE
               'WARRANTIES REGISTERED: '.
           05  O-WREG-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'NOT REGISTERED: '.
           05  O-WREG-REJ-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(76)   VALUE SPACES.

       01  CLAIM-TOTAL-LINE.
           05  FILLER           PIC X(24)   VALUE
               'MFG CLAIMS GENERATED:  '.
           05  O-CLAIM-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'AMOUNT DUE: '.
           05  O-GT-CLAIM-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(72)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER           PIC X(13)   VALUE 'UNITS SOLD: '.
           05  O-SOLD-CTR       PIC ZZ,ZZ9.
           05  O-UNMATCH-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(65)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLINV00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLINV00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE 'CANOE' TO TY-NAME (5).
           MOVE 'R' TO TY-CODE (6).
           MOVE 'CABIN CRUISER' TO TY-NAME (6).
           MOVE 36 TO TY-WARR-MOS (1).
           MOVE 60 TO TY-WARR-MOS (2).
           MOVE 36 TO TY-WARR-MOS (3).
           MOVE 24 TO TY-WARR-MOS (4).
           MOVE 12 TO TY-WARR-MOS (5).
           MOVE 60 TO TY-WARR-MOS (6).
           PERFORM 1100-ZERO-TYPE
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.

           PERFORM 1200-LOAD-INVENTORY.
           PERFORM 1400-READ-FLOOR-RATE.
           PERFORM 1450-READ-FLOOR-PARM.
           PERFORM 1460-READ-WARR-TERMS.
           PERFORM 1490-READ-MFG-PROGRAMS.

           OPEN INPUT BOAT-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN EXTEND WARRANTY-REG.
           OPEN EXTEND MFG-CLAIMS.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.
           PERFORM 1300-APPLY-RECEIPTS.
           PERFORM 1500-APPLY-RECON.
           PERFORM 9000-READ.

       1100-ZERO-TYPE.
           MOVE ZERO TO TY-REMAIN (TYPE-IDX).
           MOVE ZERO TO TY-FP-INT (TYPE-IDX).
           MOVE ZERO TO TY-USED-REMAIN (TYPE-IDX).
           MOVE ZERO TO TY-USED-FP-INT (TYPE-IDX).

       1200-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-MASTER.
           END-READ.
           IF MORE-INV = "YES"
               ADD 1 TO C-INV-READ-CTR
               IF IV-STOCK-PFX = 'U'
                  AND IV-STOCK-SEQ NUMERIC
                  AND IV-STOCK-SEQ > C-USED-SEQ
                   MOVE IV-STOCK-SEQ TO C-USED-SEQ
               END-IF
               IF IV-NEW-USED NOT = 'U'
                   MOVE 'N' TO IV-NEW-USED
               END-IF
               IF IV-RECON-COST NOT NUMERIC
                   MOVE ZERO TO IV-RECON-COST
               END-IF
               IF C-INV-TBL-CTR < 200
                   ADD 1 TO C-INV-TBL-CTR
                   SET INV-IDX TO C-INV-TBL-CTR
                   MOVE IV-COST TO TV-COST (INV-IDX)
                   MOVE IV-RECVD-DATE TO TV-RECVD-DATE (INV-IDX)
                   MOVE IV-STATUS TO TV-STATUS (INV-IDX)
                   MOVE IV-NEW-USED TO TV-NEW-USED (INV-IDX)
                   MOVE IV-RECON-COST TO TV-RECON-COST (INV-IDX)
               ELSE
                   MOVE "YES" TO INV-OVERFLOW-SW
               END-IF
               MOVE FP-FLAG-PCT TO C-FP-FLAG-PCT
           END-IF.

      *    A TERMS CARD REPLACES THE BUILT-IN COVERAGE MONTHS FOR
      *    ITS BOAT TYPE WHEN A MANUFACTURER CHANGES ITS WARRANTY.
       1460-READ-WARR-TERMS.
           OPEN INPUT WARRANTY-TERMS.
           IF C-WTRM-STATUS = "00" OR "05"
               PERFORM 1470-READ-WTRM-REC
                   UNTIL MORE-WTRMS = "NO"
               CLOSE WARRANTY-TERMS
           END-IF.

       1470-READ-WTRM-REC.
           READ WARRANTY-TERMS
               AT END
                   MOVE "NO" TO MORE-WTRMS
           END-READ.
           IF MORE-WTRMS = "YES"
              AND WT-MONTHS NUMERIC
               PERFORM 1480-WTRM-APPLY
                   VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
           END-IF.

       1480-WTRM-APPLY.
           IF TY-CODE (TYPE-IDX) = WT-BOAT-TYPE
               MOVE WT-MONTHS TO TY-WARR-MOS (TYPE-IDX)
           END-IF.

      *    NO PROGRAM FILE MEANS NO CLAIMS ARE GENERATED.
       1490-READ-MFG-PROGRAMS.
           OPEN INPUT MFG-PROGRAMS.
           IF C-MPGM-STATUS = "00" OR "05"
               PERFORM 1495-READ-MPGM-REC
                   UNTIL MORE-MPGMS = "NO"
               CLOSE MFG-PROGRAMS
           END-IF.

       1495-READ-MPGM-REC.
           READ MFG-PROGRAMS
               AT END
                   MOVE "NO" TO MORE-MPGMS
           END-READ.
           IF MORE-MPGMS = "YES"
              AND MP-HOLDBACK-PCT NUMERIC
              AND MP-REBATE-AMT NUMERIC
              AND MP-EFF-FROM NUMERIC
              AND MP-EFF-TO NUMERIC
              AND C-MPGM-TBL-CTR < 50
               ADD 1 TO C-MPGM-TBL-CTR
               SET MPGM-IDX TO C-MPGM-TBL-CTR
               MOVE MP-PGM-CODE TO TP-PGM-CODE (MPGM-IDX)
               MOVE MP-BOAT-TYPE TO TP-BOAT-TYPE (MPGM-IDX)
               MOVE MP-HOLDBACK-PCT TO TP-HOLDBACK-PCT (MPGM-IDX)
               MOVE MP-REBATE-AMT TO TP-REBATE-AMT (MPGM-IDX)
               MOVE MP-EFF-FROM TO TP-EFF-FROM (MPGM-IDX)
               MOVE MP-EFF-TO TO TP-EFF-TO (MPGM-IDX)
           END-IF.


      *    RECEIPTS GO ON BEFORE THE SALES MATCHING PASS SO A UNIT
      *    RECEIVED AND SOLD THE SAME PERIOD STILL MATCHES.
               MOVE RT-COST TO TV-COST (INV-IDX)
               MOVE RT-RECVD-DATE TO TV-RECVD-DATE (INV-IDX)
               MOVE 'A' TO TV-STATUS (INV-IDX)
               MOVE 'N' TO TV-NEW-USED (INV-IDX)
               MOVE ZERO TO TV-RECON-COST (INV-IDX)
               ADD 1 TO C-RCV-CTR
               IF RCV-HDG-SW = "NO"
                   MOVE "YES" TO RCV-HDG-SW
               MOVE TY-NAME (TYPE-IDX) TO O-RC-TYPE
           END-IF.

      *    RECONDITIONING ON A TRADE-IN GOES ON BEFORE THE SALES PASS
      *    SO A UNIT RESOLD THIS RUN SHOWS ITS FULL COST.
       1500-APPLY-RECON.
           OPEN INPUT RECON-TRANS.
           IF C-RCN-STATUS = "00" OR "05"
               PERFORM 1510-APPLY-ONE-RECON
                   UNTIL MORE-RCNS = "NO"
               CLOSE RECON-TRANS
           END-IF.
           IF C-RCN-CTR > ZERO OR C-RCNREJ-CTR > ZERO
               MOVE C-RCN-CTR TO O-RCN-CTR
               MOVE C-GT-RECON TO O-GT-RECON
               MOVE C-RCNREJ-CTR TO O-RCNREJ-CTR
               WRITE PRTLINE
                   FROM RECON-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

       1510-APPLY-ONE-RECON.
           READ RECON-TRANS
               AT END
                   MOVE "NO" TO MORE-RCNS
           END-READ.
           IF MORE-RCNS = "YES"
               PERFORM 1520-EDIT-RECON THRU 1520-EXIT
           END-IF.

       1520-EDIT-RECON.
           MOVE RCN-REC TO O-RECORD.
           IF RN-AMOUNT NOT NUMERIC
              OR RN-AMOUNT = ZERO
               MOVE 'RECON AMOUNT MUST BE NUMERIC AND NOT ZERO.'
                   TO O-ERR-MSG
               GO TO 1520-REJECT
           END-IF.
           MOVE RN-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'RECON DATE IS NOT VALID.' TO O-ERR-MSG
               GO TO 1520-REJECT
           END-IF.
           MOVE ZERO TO C-MATCH-IDX.
           PERFORM 1530-STOCK-FIND
               VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > C-INV-TBL-CTR
                      OR C-MATCH-IDX > ZERO.
           IF C-MATCH-IDX = ZERO
               MOVE 'STOCK NUMBER IS NOT ON THE INVENTORY MASTER.'
                   TO O-ERR-MSG
               GO TO 1520-REJECT
           END-IF.
           SET INV-IDX TO C-MATCH-IDX.
           IF TV-NEW-USED (INV-IDX) NOT = 'U'
               MOVE 'RECON POSTS TO USED UNITS ONLY.' TO O-ERR-MSG
               GO TO 1520-REJECT
           END-IF.
           IF TV-STATUS (INV-IDX) NOT = 'A'
               MOVE 'UNIT IS ALREADY SOLD.' TO O-ERR-MSG
               GO TO 1520-REJECT
           END-IF.
           ADD RN-AMOUNT TO TV-RECON-COST (INV-IDX)
               ON SIZE ERROR
                   MOVE 'RECON TOTAL TOO LARGE FOR THE UNIT.'
                       TO O-ERR-MSG
                   GO TO 1520-REJECT
           END-ADD.
           ADD RN-AMOUNT TO TV-COST (INV-IDX).
           ADD 1 TO C-RCN-CTR.
           ADD RN-AMOUNT TO C-GT-RECON.
           PERFORM 1540-RECON-LINE.
           GO TO 1520-EXIT.

       1520-REJECT.
           ADD 1 TO C-RCNREJ-CTR.
           PERFORM 1360-RECEIPT-REJECT.

       1520-EXIT.
           EXIT.

       1530-STOCK-FIND.
           IF TV-HULL-NO (INV-IDX) = RN-STOCK-NO
               MOVE INV-IDX TO C-MATCH-IDX
           END-IF.

       1540-RECON-LINE.
           IF RCN-HDG-SW = "NO"
               MOVE "YES" TO RCN-HDG-SW
               WRITE PRTLINE
                   FROM RECON-HEADING
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           MOVE TV-HULL-NO (INV-IDX) TO O-RN-STOCK.
           PERFORM 2450-UNIT-TYPE-NAME.
           MOVE H-TYPE-NAME TO O-RN-TYPE.
           MOVE RN-DATE (5:2) TO O-RN-MM.
           MOVE RN-DATE (7:2) TO O-RN-DD.
           MOVE RN-DATE (1:4) TO O-RN-YY.
           MOVE RN-DESC TO O-RN-DESC.
           MOVE RN-AMOUNT TO O-RN-AMOUNT.
           MOVE TV-COST (INV-IDX) TO O-RN-COST.
           WRITE PRTLINE
               FROM RECON-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.


       2000-MAINLINE.
           IF I-REC-TYPE = 'T'
               PERFORM 2400-TRADE-IN THRU 2400-EXIT
           ELSE
               MOVE "YES" TO SALE-SEEN-SW
               MOVE I-BOAT-TYPE TO H-SALE-TYPE
               MOVE I-PURCHASE-YY TO TD-YEAR
               MOVE I-PURCHASE-MM TO TD-MONTH
               MOVE I-PURCHASE-DD TO TD-DAY
               PERFORM 2100-MATCH-SALE
           END-IF.
           PERFORM 9000-READ.


      *    A SALE TYPED U IS A USED-BOAT SALE AND TAKES ONLY USED
      *    STOCK; EVERY OTHER SALE TAKES ONLY NEW STOCK.
       2100-MATCH-SALE.
           MOVE 'N' TO H-SALE-COND.
           IF I-REC-TYPE = 'U'
               MOVE 'U' TO H-SALE-COND
           END-IF.
           MOVE ZERO TO C-MATCH-IDX.
           MOVE ZERO TO C-TYPE-IDX.
           PERFORM 2110-SEARCH-UNIT
               SET INV-IDX TO C-MATCH-IDX
               MOVE 'S' TO TV-STATUS (INV-IDX)
               ADD 1 TO C-SOLD-CTR
               IF H-SALE-COND = 'U'
                   PERFORM 2500-USED-RESALE
               ELSE
                   PERFORM 2200-WARRANTY-REG THRU 2200-EXIT
               END-IF
           ELSE
               ADD 1 TO C-UNMATCH-CTR
               MOVE I-REC TO O-UM-REC
       2110-SEARCH-UNIT.
           IF TV-STATUS (INV-IDX) = 'A'
              AND TV-BOAT-TYPE (INV-IDX) = I-BOAT-TYPE
              AND TV-NEW-USED (INV-IDX) = H-SALE-COND
               IF TV-COST (INV-IDX) = I-BOAT-COST
                   MOVE INV-IDX TO C-MATCH-IDX
               ELSE
           END-IF.


      *    COVERAGE RUNS THROUGH THE DAY BEFORE THE SALE DATE'S
      *    ANNIVERSARY THE TERM MONTHS LATER; A SALE ON THE 29TH-31ST
      *    WITH NO SUCH DAY IN THE ANNIVERSARY MONTH RUNS TO THE END
      *    OF THAT MONTH.
       2200-WARRANTY-REG.
           MOVE I-PURCHASE-YY TO SD-YEAR.
           MOVE I-PURCHASE-MM TO SD-MONTH.
           MOVE I-PURCHASE-DD TO SD-DAY.
           MOVE SALE-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               ADD 1 TO C-WREG-REJ-CTR
               MOVE I-REC TO O-RECORD
               MOVE 'BAD PURCHASE DATE - WARRANTY NOT REGISTERED.'
                   TO O-ERR-MSG
               PERFORM 1360-RECEIPT-REJECT
               GO TO 2200-EXIT
           END-IF.

           MOVE ZERO TO C-WARR-MONTHS.
           PERFORM 2210-WARR-MONTHS
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.
           COMPUTE C-ANNIV-MONTHS =
               SD-YEAR * 12 + SD-MONTH - 1 + C-WARR-MONTHS.
           DIVIDE C-ANNIV-MONTHS BY 12
               GIVING AD-YEAR
                   REMAINDER AD-MONTH.
           ADD 1 TO AD-MONTH.
           MOVE SD-DAY TO AD-DAY.
           MOVE ANNIV-DATE TO DC-DATE.
           MOVE SPACE TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 01 TO AD-DAY
               IF AD-MONTH = 12
                   MOVE 01 TO AD-MONTH
                   ADD 1 TO AD-YEAR
               ELSE
                   ADD 1 TO AD-MONTH
               END-IF
           END-IF.
           COMPUTE C-ANNIV-INT =
               FUNCTION INTEGER-OF-DATE (C-ANNIV-DATE) - 1.

           MOVE TV-HULL-NO (INV-IDX) TO WR-HULL-NO.
           MOVE TV-BOAT-TYPE (INV-IDX) TO WR-BOAT-TYPE.
           MOVE I-CUST-NO TO WR-CUST-NO.
           MOVE C-SALE-DATE TO WR-SALE-DATE.
           COMPUTE WR-COVER-END =
               FUNCTION DATE-OF-INTEGER (C-ANNIV-INT).
           MOVE 'N' TO WR-NEW-USED.
           WRITE WREG-REC.
           ADD 1 TO C-WREG-CTR.
           PERFORM 2300-MFG-CLAIM.

       2200-EXIT.
           EXIT.

       2210-WARR-MONTHS.
           IF TY-CODE (TYPE-IDX) = TV-BOAT-TYPE (INV-IDX)
               MOVE TY-WARR-MOS (TYPE-IDX) TO C-WARR-MONTHS
           END-IF.

      *    THE PROGRAM IN EFFECT ON THE SALE DATE FOR THE UNIT'S BOAT
      *    TYPE OWES THE HOLDBACK PERCENT OF THE UNIT'S COST PLUS THE
      *    FLAT REBATE.
       2300-MFG-CLAIM.
           MOVE ZERO TO C-MPGM-FOUND-IDX.
           PERFORM 2310-MFG-PGM-SEARCH
               VARYING MPGM-IDX FROM 1 BY 1
                   UNTIL MPGM-IDX > C-MPGM-TBL-CTR
                      OR C-MPGM-FOUND-IDX > ZERO.
           IF C-MPGM-FOUND-IDX > ZERO
               SET MPGM-IDX TO C-MPGM-FOUND-IDX
               MOVE TV-HULL-NO (INV-IDX) TO MC-HULL-NO
               MOVE TV-BOAT-TYPE (INV-IDX) TO MC-BOAT-TYPE
               MOVE TP-PGM-CODE (MPGM-IDX) TO MC-PGM-CODE
               MOVE C-SALE-DATE TO MC-SALE-DATE
               COMPUTE MC-HOLDBACK ROUNDED =
                   TV-COST (INV-IDX) * TP-HOLDBACK-PCT (MPGM-IDX) / 100
               MOVE TP-REBATE-AMT (MPGM-IDX) TO MC-REBATE
               COMPUTE MC-AMOUNT = MC-HOLDBACK + MC-REBATE
               WRITE MCLM-REC
               ADD 1 TO C-CLAIM-CTR
               ADD MC-AMOUNT TO C-GT-CLAIM-AMT
           END-IF.

       2310-MFG-PGM-SEARCH.
           IF TP-BOAT-TYPE (MPGM-IDX) = TV-BOAT-TYPE (INV-IDX)
              AND TP-EFF-FROM (MPGM-IDX) NOT > C-SALE-DATE
              AND TP-EFF-TO (MPGM-IDX) NOT < C-SALE-DATE
               MOVE MPGM-IDX TO C-MPGM-FOUND-IDX
           END-IF.

      *    THE TRADED BOAT GOES ON THE LOT THE DAY OF THE SALE IT
      *    FOLLOWS, AT ITS ALLOWANCE, UNDER THE NEXT U STOCK NUMBER.
       2400-TRADE-IN.
           MOVE I-REC TO O-RECORD.
           IF SALE-SEEN-SW = "NO"
               MOVE 'TRADE-IN WITHOUT A PRECEDING SALE - NOT STOCKED.'
                   TO O-ERR-MSG
               GO TO 2400-REJECT
           END-IF.
           MOVE "NO" TO SALE-SEEN-SW.
           IF TI-ALLOWANCE NOT NUMERIC
               MOVE 'TRADE-IN ALLOWANCE NOT NUMERIC - NOT STOCKED.'
                   TO O-ERR-MSG
               GO TO 2400-REJECT
           END-IF.
           MOVE TI-BOAT-TYPE TO H-TRADE-TYPE.
           IF H-TRADE-TYPE = SPACE
               MOVE H-SALE-TYPE TO H-TRADE-TYPE
           END-IF.
           MOVE "NO" TO TYPE-OK-SW.
           PERFORM 2410-TRADE-TYPE-CHECK
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           IF TYPE-OK-SW = "NO"
               MOVE 'UNKNOWN BOAT TYPE ON TRADE-IN - NOT STOCKED.'
                   TO O-ERR-MSG
               GO TO 2400-REJECT
           END-IF.
           IF C-INV-TBL-CTR NOT < 200
               MOVE 'INVENTORY WORK TABLE IS FULL.' TO O-ERR-MSG
               GO TO 2400-REJECT
           END-IF.
           MOVE TRADE-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE C-TODAY-DATE TO C-TRADE-DATE
           END-IF.

           ADD 1 TO C-USED-SEQ.
           MOVE C-USED-SEQ TO US-SEQ.
           ADD 1 TO C-INV-TBL-CTR.
           SET INV-IDX TO C-INV-TBL-CTR.
           MOVE USED-STOCK-NO TO TV-HULL-NO (INV-IDX).
           MOVE H-TRADE-TYPE TO TV-BOAT-TYPE (INV-IDX).
           MOVE TI-ALLOWANCE TO TV-COST (INV-IDX).
           MOVE C-TRADE-DATE TO TV-RECVD-DATE (INV-IDX).
           MOVE 'A' TO TV-STATUS (INV-IDX).
           MOVE 'U' TO TV-NEW-USED (INV-IDX).
           MOVE ZERO TO TV-RECON-COST (INV-IDX).
           ADD 1 TO C-TRADE-CTR.
           ADD TI-ALLOWANCE TO C-GT-ALLOWANCE.
           SET TRD-IDX TO C-TRADE-CTR.
           MOVE C-INV-TBL-CTR TO TT-INV-IDX (TRD-IDX).
           MOVE TI-DESC TO TT-DESC (TRD-IDX).
           GO TO 2400-EXIT.

       2400-REJECT.
           ADD 1 TO C-TRADEREJ-CTR.
           PERFORM 1360-RECEIPT-REJECT.

       2400-EXIT.
           EXIT.

       2410-TRADE-TYPE-CHECK.
           IF TY-CODE (TYPE-IDX) = H-TRADE-TYPE
               MOVE "YES" TO TYPE-OK-SW
           END-IF.

       2450-UNIT-TYPE-NAME.
           MOVE SPACES TO H-TYPE-NAME.
           PERFORM 2460-UNIT-TYPE-FIND
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.

       2460-UNIT-TYPE-FIND.
           IF TY-CODE (TYPE-IDX) = TV-BOAT-TYPE (INV-IDX)
               MOVE TY-NAME (TYPE-IDX) TO H-TYPE-NAME
           END-IF.

      *    A USED UNIT CARRIES NO FACTORY WARRANTY OR PROGRAM CLAIM;
      *    ITS RESALE PRICE IS HELD FOR THE MARGIN SECTION.  THE SALE
      *    STILL GOES ON BOATWREG, FLAGGED USED WITH NO COVERAGE END,
      *    SO THE TITLE RUN CAN FIND ITS STOCK NUMBER - CBLWAR00 AND
      *    CBLMFG00 PASS OVER USED RECORDS.
       2500-USED-RESALE.
           ADD 1 TO C-RESALE-CTR.
           SET RSL-IDX TO C-RESALE-CTR.
           MOVE C-MATCH-IDX TO TU-INV-IDX (RSL-IDX).
           MOVE I-BOAT-COST TO TU-PRICE (RSL-IDX).

           MOVE I-PURCHASE-YY TO SD-YEAR.
           MOVE I-PURCHASE-MM TO SD-MONTH.
           MOVE I-PURCHASE-DD TO SD-DAY.
           MOVE TV-HULL-NO (INV-IDX) TO WR-HULL-NO.
           MOVE TV-BOAT-TYPE (INV-IDX) TO WR-BOAT-TYPE.
           MOVE I-CUST-NO TO WR-CUST-NO.
           MOVE C-SALE-DATE TO WR-SALE-DATE.
           MOVE ZERO TO WR-COVER-END.
           MOVE 'U' TO WR-NEW-USED.
           WRITE WREG-REC.


       3000-CLOSING.
           PERFORM 3100-WRITE-NEW-MASTER.
           PERFORM 3200-REMAINING-STOCK.
           PERFORM 3300-TYPE-TOTALS.
           PERFORM 3400-TRADE-REGISTER.
           PERFORM 3500-USED-RESALES.

           MOVE C-SOLD-CTR TO O-SOLD-CTR.
           MOVE C-REMAIN-CTR TO O-REMAIN-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE C-WREG-CTR TO O-WREG-CTR.
           MOVE C-WREG-REJ-CTR TO O-WREG-REJ-CTR.
           WRITE PRTLINE
               FROM WARR-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE C-CLAIM-CTR TO O-CLAIM-CTR.
           MOVE C-GT-CLAIM-AMT TO O-GT-CLAIM-AMT.
           WRITE PRTLINE
               FROM CLAIM-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE BOAT-MASTER.
           CLOSE PRTOUT.
           CLOSE PRTOUTERR.
           CLOSE WARRANTY-REG.
           CLOSE MFG-CLAIMS.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-SOLD-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-WRITE-NEW-MASTER.
           END-IF.


      *    NEW STOCK FIRST, THEN USED, EACH WITH ITS OWN AGING.
       3200-REMAINING-STOCK.
           WRITE PRTLINE
               FROM NEW-STOCK-HEADING
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.
           MOVE 'N' TO H-STOCK-PASS.
           PERFORM 3210-STOCK-LINE
               VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > C-INV-TBL-CTR.
           WRITE PRTLINE
               FROM USED-STOCK-HEADING
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.
           MOVE 'U' TO H-STOCK-PASS.
           PERFORM 3210-STOCK-LINE
               VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > C-INV-TBL-CTR.

       3210-STOCK-LINE.
           IF TV-STATUS (INV-IDX) = 'A'
              AND TV-NEW-USED (INV-IDX) = H-STOCK-PASS
               ADD 1 TO C-REMAIN-CTR
               MOVE TV-HULL-NO (INV-IDX) TO O-HULL-NO
               PERFORM 3220-TYPE-NAME

       3245-FP-TYPE-ACCUM.
           IF TY-CODE (TYPE-IDX) = TV-BOAT-TYPE (INV-IDX)
               IF H-STOCK-PASS = 'U'
                   ADD C-FP-INT TO TY-USED-FP-INT (TYPE-IDX)
               ELSE
                   ADD C-FP-INT TO TY-FP-INT (TYPE-IDX)
               END-IF
           END-IF.

       3220-TYPE-NAME.
       3230-TYPE-FIND.
           IF TY-CODE (TYPE-IDX) = TV-BOAT-TYPE (INV-IDX)
               MOVE TY-NAME (TYPE-IDX) TO O-BOAT-TYPE
               IF H-STOCK-PASS = 'U'
                   ADD 1 TO TY-USED-REMAIN (TYPE-IDX)
               ELSE
                   ADD 1 TO TY-REMAIN (TYPE-IDX)
               END-IF
           END-IF.


           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'NEW STOCK - ' TO O-TY-LABEL.
           MOVE 'N' TO H-STOCK-PASS.
           PERFORM 3310-TYPE-LINE
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'USED STOCK - ' TO O-TY-LABEL.
           MOVE 'U' TO H-STOCK-PASS.
           PERFORM 3310-TYPE-LINE
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.

       3310-TYPE-LINE.
           MOVE TY-NAME (TYPE-IDX) TO O-TY-NAME.
           IF H-STOCK-PASS = 'U'
               MOVE TY-USED-REMAIN (TYPE-IDX) TO O-TY-REMAIN
               MOVE TY-USED-FP-INT (TYPE-IDX) TO O-TY-FP-INT
           ELSE
               MOVE TY-REMAIN (TYPE-IDX) TO O-TY-REMAIN
               MOVE TY-FP-INT (TYPE-IDX) TO O-TY-FP-INT
           END-IF.
           WRITE PRTLINE
               FROM TYPE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.


       3400-TRADE-REGISTER.
           IF C-TRADE-CTR > ZERO OR C-TRADEREJ-CTR > ZERO
               WRITE PRTLINE
                   FROM TRADE-HEADING
                       AFTER ADVANCING 3 LINES
               END-WRITE
               WRITE PRTLINE
                   FROM TRADE-COL-HEADING
                       AFTER ADVANCING 2 LINES
               END-WRITE
               PERFORM 3410-TRADE-LINE
                   VARYING TRD-IDX FROM 1 BY 1
                       UNTIL TRD-IDX > C-TRADE-CTR
               MOVE C-TRADE-CTR TO O-TRADE-CTR
               MOVE C-GT-ALLOWANCE TO O-GT-ALLOWANCE
               MOVE C-TRADEREJ-CTR TO O-TRADEREJ-CTR
               WRITE PRTLINE
                   FROM TRADE-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

       3410-TRADE-LINE.
           SET INV-IDX TO TT-INV-IDX (TRD-IDX).
           MOVE TV-HULL-NO (INV-IDX) TO O-TR-STOCK.
           PERFORM 2450-UNIT-TYPE-NAME.
           MOVE H-TYPE-NAME TO O-TR-TYPE.
           MOVE TT-DESC (TRD-IDX) TO O-TR-DESC.
           COMPUTE C-ALLOWANCE = TV-COST (INV-IDX)
               - TV-RECON-COST (INV-IDX).
           MOVE C-ALLOWANCE TO O-TR-ALLOWANCE.
           MOVE TV-RECVD-DATE (INV-IDX) (5:2) TO O-TR-MM.
           MOVE TV-RECVD-DATE (INV-IDX) (7:2) TO O-TR-DD.
           MOVE TV-RECVD-DATE (INV-IDX) (1:4) TO O-TR-YY.
           WRITE PRTLINE
               FROM TRADE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

      *    GROSS MARGIN IS RESALE PRICE LESS WHAT THE UNIT COST US -
      *    THE TRADE-IN ALLOWANCE PLUS EVERY RECON DOLLAR.
       3500-USED-RESALES.
           IF C-RESALE-CTR > ZERO
               WRITE PRTLINE
                   FROM RESALE-HEADING
                       AFTER ADVANCING 3 LINES
               END-WRITE
               WRITE PRTLINE
                   FROM RESALE-COL-HEADING
                       AFTER ADVANCING 2 LINES
               END-WRITE
               PERFORM 3510-RESALE-LINE
                   VARYING RSL-IDX FROM 1 BY 1
                       UNTIL RSL-IDX > C-RESALE-CTR
               MOVE C-RESALE-CTR TO O-RESALE-CTR
               MOVE C-GT-RESALE TO O-GT-RESALE
               MOVE C-GT-USED-COST TO O-GT-USED-COST
               MOVE C-GT-MARGIN TO O-GT-MARGIN
               WRITE PRTLINE
                   FROM RESALE-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

       3510-RESALE-LINE.
           SET INV-IDX TO TU-INV-IDX (RSL-IDX).
           MOVE TV-HULL-NO (INV-IDX) TO O-RS-STOCK.
           PERFORM 2450-UNIT-TYPE-NAME.
           MOVE H-TYPE-NAME TO O-RS-TYPE.
           COMPUTE C-ALLOWANCE = TV-COST (INV-IDX)
               - TV-RECON-COST (INV-IDX).
           MOVE C-ALLOWANCE TO O-RS-ALLOWANCE.
           MOVE TV-RECON-COST (INV-IDX) TO O-RS-RECON.
           MOVE TV-COST (INV-IDX) TO O-RS-COST.
           MOVE TU-PRICE (RSL-IDX) TO O-RS-PRICE.
           COMPUTE C-MARGIN = TU-PRICE (RSL-IDX) - TV-COST (INV-IDX).
           MOVE C-MARGIN TO O-RS-MARGIN.
           ADD TU-PRICE (RSL-IDX) TO C-GT-RESALE.
           ADD TV-COST (INV-IDX) TO C-GT-USED-COST.
           ADD C-MARGIN TO C-GT-MARGIN.
           WRITE PRTLINE
               FROM RESALE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.


       9000-READ.
           READ BOAT-MASTER
               AT END
