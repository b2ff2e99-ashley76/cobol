       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLAPM00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * INGREDIENT VENDOR INVOICE THREE-WAY MATCH.                  *
      * EACH VENDOR INVOICE LINE (VENDOR, INVOICE NUMBER, ORDER     *
      * LINE, QUANTITY BILLED, UNIT PRICE) IS MATCHED AGAINST THE   *
      * CBLING00 VENDOR ORDER LINE (PIZZAORD, LINES NUMBERED IN     *
      * FILE ORDER AS ON THE RECEIPTS), THE QUANTITY RECEIVED ON    *
      * THAT LINE (INGRCPT) AND THE AGREED UNIT COST OF THE         *
      * ORDERED INGREDIENT (INGCOST).  QUANTITY OR PRICE OUT BY     *
      * MORE THAN THE PARAMETER TOLERANCE PUTS THE WHOLE INVOICE    *
      * ON THE HOLD REPORT.  A FULLY MATCHED INVOICE IS ADDED OPEN  *
      * TO THE AP VOUCHER MASTER DUE ON THE INVOICE DATE PLUS THE   *
      * VENDOR'S TERMS DAYS, AND ITS NUMBER GOES ON THE VOUCHERED-  *
      * INVOICE HISTORY SO THE SAME VENDOR INVOICE NUMBER IS        *
      * REJECTED AS A DUPLICATE IF IT COMES IN AGAIN.  UNKNOWN OR   *
      * INACTIVE VENDORS ARE REJECTED.                              *
      *                                                             *
      * THE VOUCHER MASTER (APVOUCH IN, APVOUCHN OUT) CARRIES EVERY *
      * VOUCHER UNTIL CBLDSB00 PAYS IT AND MARKS IT PAID.  THE OLD  *
      * MASTER MUST PROVE TO ITS TRAILER AND THE WHOLE HISTORY MUST *
      * FIT THE DUPLICATE TABLE, OR NOTHING IS VOUCHERED, NO NEW    *
      * MASTER IS WRITTEN AND THE RUN ENDS WITH RETURN CODE 16.     *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT VENDOR-MASTER
               ASSIGN TO APVEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-VEND-STATUS.

           SELECT OPTIONAL INVOICE-TRANS
               ASSIGN TO APINVTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRN-STATUS.

           SELECT SORTED-INVOICES
               ASSIGN TO APINVSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK36".

           SELECT OPTIONAL ORDER-FILE
               ASSIGN TO PIZZAORD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ORD-STATUS.

           SELECT OPTIONAL RECEIPTS-FILE
               ASSIGN TO INGRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RCPT-STATUS.

           SELECT OPTIONAL COST-FILE
               ASSIGN TO INGCOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COST-STATUS.

           SELECT OPTIONAL INVOICE-HISTORY
               ASSIGN TO APINVHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO APMPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL VOUCHER-IN
               ASSIGN TO APVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-VOUCH-STATUS.

           SELECT VOUCHER-OUT
               ASSIGN TO APVOUCHN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO APVREG
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT HOLD-RPT
               ASSIGN TO APHOLD
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD VENDOR-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS VM-REC.

      *    STATUS A = ACTIVE, I = INACTIVE (NO NEW VOUCHERS).
       01  VM-REC.
           05  VM-VENDOR          PIC X(6).
           05  VM-NAME            PIC X(30).
           05  VM-TERMS-DAYS      PIC 9(3).
           05  VM-STATUS          PIC X.

       FD INVOICE-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS IN-REC.

       01  IN-REC                 PIC X(44).

       FD SORTED-INVOICES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS IV-REC.

       01  IV-REC.
           05  IV-VENDOR          PIC X(6).
           05  IV-INVOICE         PIC X(10).
           05  IV-INV-DATE        PIC 9(8).
           05  IV-ORDER-LINE      PIC 9(4).
           05  IV-QTY-BILLED      PIC 9(9).
           05  IV-UNIT-PRICE      PIC 9(3)V9(4).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-VENDOR          PIC X(6).
           05  SD-INVOICE         PIC X(10).
           05  FILLER             PIC X(8).
           05  SD-ORDER-LINE      PIC X(4).
           05  FILLER             PIC X(16).

       FD ORDER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ORDER-REC.

       01  ORDER-REC.
           05  OR-INGREDIENT      PIC X(20).
           05  OR-UNITS           PIC 9(9).
           05  OR-ORDER-DATE      PIC 9(8).
           05  FILLER             PIC X(43).

       FD RECEIPTS-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RECEIPT-REC.

       01  RECEIPT-REC.
           05  RE-ORDER-LINE      PIC 9(4).
           05  RE-INGREDIENT      PIC X(20).
           05  RE-QTY-RECVD       PIC 9(9).
           05  RE-RECEIPT-DATE    PIC 9(8).

       FD COST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS COST-REC.

       01  COST-REC.
           05  CO-INGREDIENT      PIC X(20).
           05  CO-UNIT-COST       PIC 9(3)V9(4).

      *    ONE RECORD PER VOUCHERED INVOICE, OLDEST FIRST.
       FD INVOICE-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS AH-REC.

       01  AH-REC.
           05  AH-VENDOR          PIC X(6).
           05  AH-INVOICE         PIC X(10).
           05  AH-VOUCH-DATE      PIC 9(8).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-QTY-TOL       PIC 99V9.
           05  PARM-PRICE-TOL     PIC 99V9.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

      *    STATUS O = OPEN, P = PAID (PAID DATE AND CHECK NUMBER
      *    FILLED IN BY CBLDSB00).
       FD VOUCHER-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS VI-REC.

       01  VI-REC.
           05  FILLER             PIC X(32).
           05  VI-AMOUNT          PIC 9(9)V99.
           05  FILLER             PIC X(54).

       01  VI-TRAILER REDEFINES VI-REC.
           05  VIT-ID             PIC X(8).
           05  VIT-REC-CTR        PIC 9(6).
           05  VIT-HASH-TOTAL     PIC 9(11)V99.
           05  FILLER             PIC X(70).

       FD VOUCHER-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS VO-REC.

       01  VO-REC.
           05  VO-VENDOR          PIC X(6).
           05  VO-INVOICE         PIC X(10).
           05  VO-INV-DATE        PIC 9(8).
           05  VO-DUE-DATE        PIC 9(8).
           05  VO-AMOUNT          PIC 9(9)V99.
           05  VO-VOUCH-DATE      PIC 9(8).
           05  VO-VENDOR-NAME     PIC X(30).
           05  VO-STATUS          PIC X.
           05  VO-PAID-DATE       PIC 9(8).
           05  VO-CHECK           PIC 9(7).

       01  VO-TRAILER REDEFINES VO-REC.
           05  VT-ID              PIC X(8).
           05  VT-REC-CTR         PIC 9(6).
           05  VT-HASH-TOTAL      PIC 9(11)V99.
           05  FILLER             PIC X(70).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD HOLD-RPT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS HOLDLINE.

       01 HOLDLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-VEND-STATUS    PIC XX         VALUE "00".
           05  C-TRN-STATUS     PIC XX         VALUE "00".
           05  C-ORD-STATUS     PIC XX         VALUE "00".
           05  C-RCPT-STATUS    PIC XX         VALUE "00".
           05  C-COST-STATUS    PIC XX         VALUE "00".
           05  C-HIST-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-VOUCH-STATUS   PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-HOLD-PCTR      PIC 99         VALUE ZERO.
           05  MORE-VENDORS     PIC XXX        VALUE "YES".
           05  MORE-INV         PIC XXX        VALUE "YES".
           05  MORE-ORDERS      PIC XXX        VALUE "YES".
           05  MORE-RCPTS       PIC XXX        VALUE "YES".
           05  MORE-COSTS       PIC XXX        VALUE "YES".
           05  MORE-HIST        PIC XXX        VALUE "YES".
           05  MORE-VOUCH       PIC XXX        VALUE "YES".
           05  VOUCH-TRLR-SW    PIC XXX        VALUE "NO".
           05  VOUCH-OK-SW      PIC XXX        VALUE "YES".
           05  C-QTY-TOL        PIC 99V9       VALUE ZERO.
           05  C-PRICE-TOL      PIC 99V9       VALUE ZERO.
           05  C-VEND-TBL-CTR   PIC 9(3)       VALUE ZERO.
           05  C-ORD-TBL-CTR    PIC 9(3)       VALUE ZERO.
           05  C-COST-TBL-CTR   PIC 9(3)       VALUE ZERO.
           05  C-HIST-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-HIST-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-OLD-VO-CTR     PIC 9(6)       VALUE ZERO.
           05  C-OLD-VO-HASH    PIC 9(11)V99   VALUE ZERO.
           05  C-LINE-CTR       PIC 99         VALUE ZERO.
           05  C-LINE-LOST-CTR  PIC 99         VALUE ZERO.
           05  C-VEND-FOUND-IDX PIC 9(3)       VALUE ZERO.
           05  VEND-FOUND-SW    PIC XXX        VALUE "NO".
           05  HIST-FOUND-SW    PIC XXX        VALUE "NO".
           05  COST-FOUND-SW    PIC XXX        VALUE "NO".
           05  DUP-LINE-SW      PIC XXX        VALUE "NO".
           05  INVOICE-HOLD-SW  PIC XXX        VALUE "NO".
           05  H-VENDOR         PIC X(6)       VALUE SPACES.
           05  H-INVOICE        PIC X(10)      VALUE SPACES.
           05  H-INV-DATE       PIC 9(8)       VALUE ZERO.
           05  H-REJECT-REASON  PIC X(30)      VALUE SPACES.
           05  H-HOLD-REASON    PIC X(30)      VALUE SPACES.
           05  H-INGREDIENT     PIC X(20)      VALUE SPACES.
           05  C-ORDER-PRICE    PIC 9(3)V9(4)  VALUE ZERO.
           05  C-RECVD          PIC 9(9)       VALUE ZERO.
           05  C-QTY-DIFF       PIC 9(9)       VALUE ZERO.
           05  C-PRICE-DIFF     PIC 9(3)V9(4)  VALUE ZERO.
           05  C-LINE-AMOUNT    PIC 9(9)V99    VALUE ZERO.
           05  C-INV-AMOUNT     PIC 9(9)V99    VALUE ZERO.
           05  C-DUE-INT        PIC 9(7)       VALUE ZERO.
           05  C-DUE-DATE       PIC 9(8)       VALUE ZERO.
           05  C-BUS-DATE       PIC 9(8)       VALUE ZERO.
           05  C-LINES-READ-CTR PIC 9(7)       VALUE ZERO.
           05  C-INV-CTR        PIC 9(5)       VALUE ZERO.
           05  C-VOUCH-CTR      PIC 9(5)       VALUE ZERO.
           05  C-HOLD-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-VOUCH-TOTAL    PIC 9(11)V99   VALUE ZERO.
           05  C-HOLD-TOTAL     PIC 9(11)V99   VALUE ZERO.
           05  C-VO-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-VO-HASH        PIC 9(11)V99   VALUE ZERO.

       01  VENDOR-TABLE.
           05  VENDOR-ENTRY OCCURS 200 TIMES INDEXED BY VEND-IDX.
               10  TV-VENDOR      PIC X(6).
               10  TV-NAME        PIC X(30).
               10  TV-TERMS-DAYS  PIC 9(3).
               10  TV-STATUS      PIC X.

      *    ORDER LINE N IS THE NTH RECORD ON PIZZAORD.
       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 100 TIMES INDEXED BY ORD-IDX.
               10  TO-INGREDIENT  PIC X(20).
               10  TO-UNITS       PIC 9(9).
               10  TO-RECVD       PIC 9(9).
               10  TO-RCPT-SW     PIC X.

       01  COST-TABLE.
           05  COST-ENTRY OCCURS 100 TIMES INDEXED BY COST-IDX.
               10  TC-INGREDIENT  PIC X(20).
               10  TC-UNIT-COST   PIC 9(3)V9(4).

       01  HIST-TABLE.
           05  HIST-ENTRY OCCURS 2000 TIMES INDEXED BY HIST-IDX.
               10  TH-VENDOR      PIC X(6).
               10  TH-INVOICE     PIC X(10).

      *    THE LINES OF THE INVOICE IN HAND.
       01  LINE-TABLE.
           05  LINE-ENTRY OCCURS 50 TIMES INDEXED BY LINE-IDX
                                                     LINE-IDX2.
               10  TL-ORDER-LINE  PIC 9(4).
               10  TL-QTY-BILLED  PIC 9(9).
               10  TL-UNIT-PRICE  PIC 9(3)V9(4).
               10  TL-LINE-OK     PIC X.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLAPM00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01  W-DATE-OUT.
           05  W-DATE-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  W-DATE-DD       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  W-DATE-YY       PIC 9(4).

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'AP VOUCHER REGISTER - INGREDIENTS'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  HOLD-TITLE.
           05  FILLER           PIC X(53)   VALUE SPACES.
           05  FILLER           PIC X(26)   VALUE
               'VENDOR INVOICE HOLD REPORT'.
           05  FILLER           PIC X(53)   VALUE SPACES.

       01  TOLERANCE-LINE.
           05  FILLER           PIC X(25)   VALUE
               'QUANTITY TOLERANCE:     '.
           05  O-QTY-TOL        PIC Z9.9.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE
               'PRICE TOLERANCE:        '.
           05  O-PRICE-TOL      PIC Z9.9.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(67)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'VENDOR'.
           05  FILLER           PIC X(32)   VALUE 'NAME'.
           05  FILLER           PIC X(12)   VALUE 'INVOICE'.
           05  FILLER           PIC X(12)   VALUE 'INV DATE'.
           05  FILLER           PIC X(12)   VALUE 'DUE DATE'.
           05  FILLER           PIC X(5)    VALUE 'LINES'.
           05  FILLER           PIC X(16)   VALUE '          AMOUNT'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'STATUS'.
           05  FILLER           PIC X(27)   VALUE SPACES.

       01  INVOICE-LINE.
           05  O-VENDOR         PIC X(6).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-VENDOR-NAME    PIC X(30).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-INVOICE        PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-INV-DATE       PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-DUE-DATE       PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LINES          PIC ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-STATUS         PIC X(30).
           05  FILLER           PIC X(5)    VALUE SPACES.

       01  HOLD-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'VENDOR'.
           05  FILLER           PIC X(12)   VALUE 'INVOICE'.
           05  FILLER           PIC X(6)    VALUE 'LINE'.
           05  FILLER           PIC X(22)   VALUE 'INGREDIENT'.
           05  FILLER           PIC X(13)   VALUE '     BILLED'.
           05  FILLER           PIC X(13)   VALUE '   RECEIVED'.
           05  FILLER           PIC X(10)   VALUE ' INV PRICE'.
           05  FILLER           PIC X(10)   VALUE ' ORD PRICE'.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'REASON'.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  HOLD-LINE.
           05  O-HL-VENDOR      PIC X(6).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-INVOICE     PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-LINE        PIC ZZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-INGREDIENT  PIC X(20).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-BILLED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-RECVD       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-INV-PRICE   PIC ZZ9.9999.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-ORD-PRICE   PIC ZZ9.9999.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-REASON      PIC X(30).
           05  FILLER           PIC X(8)    VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(16)   VALUE 'INVOICES READ: '.
           05  O-INV-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'VOUCHERED: '.
           05  O-VOUCH-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-VOUCH-TOTAL    PIC $$$,$$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'HELD: '.
           05  O-HOLD-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  STOP-LINE.
           05  O-STOP-TEXT      PIC X(60).
           05  O-STOP-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(66)   VALUE SPACES.

       01  HOLD-TOTAL-LINE.
           05  FILLER           PIC X(16)   VALUE 'INVOICES HELD: '.
           05  O-HT-HOLD-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'BILLED VALUE: '.
           05  O-HT-HOLD-TOTAL  PIC $$$,$$$,$$$,$$9.99.
           05  FILLER           PIC X(74)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLAPM00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-INVOICE
               UNTIL MORE-INV = "NO".
           PERFORM 3000-CLOSING THRU 3000-EXIT.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           COMPUTE C-BUS-DATE = I-YEAR * 10000 + I-MONTH * 100
               + I-DAY.

           PERFORM 1050-READ-PARM.
           PERFORM 1100-LOAD-VENDORS.
           PERFORM 1200-LOAD-ORDERS.
           PERFORM 1300-LOAD-RECEIPTS.
           PERFORM 1400-LOAD-COSTS.
           PERFORM 1500-LOAD-HISTORY.
           PERFORM 1600-PROVE-VOUCHERS.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT HOLD-RPT.
           PERFORM 9100-HEADING.
           PERFORM 9200-HOLD-HEADING.

      *    NOTHING IS VOUCHERED UNLESS THE HISTORY FIT AND THE OLD
      *    MASTER PROVED - A SHORT TABLE WOULD LET A DUPLICATE
      *    THROUGH AND A SHORT MASTER WOULD DROP OPEN VOUCHERS.
           IF C-HIST-LOST-CTR > ZERO OR VOUCH-OK-SW = "NO"
               MOVE "NO" TO MORE-INV
           ELSE
               SORT SORT-WORK
                   ON ASCENDING KEY SD-VENDOR
                   ON ASCENDING KEY SD-INVOICE
                   ON ASCENDING KEY SD-ORDER-LINE
                   USING INVOICE-TRANS
                   GIVING SORTED-INVOICES
               OPEN OUTPUT VOUCHER-OUT
               OPEN EXTEND INVOICE-HISTORY
               PERFORM 1650-CARRY-VOUCHERS
               OPEN INPUT SORTED-INVOICES
               PERFORM 9000-READ
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

      *    NO CARD MEANS QUANTITY AND PRICE MUST MATCH EXACTLY.
       1050-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-QTY-TOL NUMERIC
                   MOVE PARM-QTY-TOL TO C-QTY-TOL
               END-IF
               IF PARM-PRICE-TOL NUMERIC
                   MOVE PARM-PRICE-TOL TO C-PRICE-TOL
               END-IF
               CLOSE PARM-CARD
           END-IF.


       1100-LOAD-VENDORS.
           OPEN INPUT VENDOR-MASTER.
           IF C-VEND-STATUS = "00"
               PERFORM 1110-LOAD-VENDOR
                   UNTIL MORE-VENDORS = "NO"
               CLOSE VENDOR-MASTER
           END-IF.

       1110-LOAD-VENDOR.
           READ VENDOR-MASTER
               AT END
                   MOVE "NO" TO MORE-VENDORS
           END-READ.
           IF MORE-VENDORS = "YES"
               AND C-VEND-TBL-CTR < 200
                   ADD 1 TO C-VEND-TBL-CTR
                   MOVE VM-VENDOR TO TV-VENDOR (C-VEND-TBL-CTR)
                   MOVE VM-NAME TO TV-NAME (C-VEND-TBL-CTR)
                   IF VM-TERMS-DAYS NUMERIC
                       MOVE VM-TERMS-DAYS
                           TO TV-TERMS-DAYS (C-VEND-TBL-CTR)
                   ELSE
                       MOVE ZERO TO TV-TERMS-DAYS (C-VEND-TBL-CTR)
                   END-IF
                   MOVE VM-STATUS TO TV-STATUS (C-VEND-TBL-CTR)
           END-IF.


       1200-LOAD-ORDERS.
           OPEN INPUT ORDER-FILE.
           IF C-ORD-STATUS = "00" OR "05"
               PERFORM 1210-LOAD-ORDER
                   UNTIL MORE-ORDERS = "NO"
               CLOSE ORDER-FILE
           END-IF.

       1210-LOAD-ORDER.
           READ ORDER-FILE
               AT END
                   MOVE "NO" TO MORE-ORDERS
           END-READ.
           IF MORE-ORDERS = "YES"
               AND C-ORD-TBL-CTR < 100
                   ADD 1 TO C-ORD-TBL-CTR
                   MOVE OR-INGREDIENT
                       TO TO-INGREDIENT (C-ORD-TBL-CTR)
                   MOVE OR-UNITS TO TO-UNITS (C-ORD-TBL-CTR)
                   MOVE ZERO TO TO-RECVD (C-ORD-TBL-CTR)
                   MOVE "N" TO TO-RCPT-SW (C-ORD-TBL-CTR)
           END-IF.


       1300-LOAD-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE.
           IF C-RCPT-STATUS = "00" OR "05"
               PERFORM 1310-LOAD-RECEIPT
                   UNTIL MORE-RCPTS = "NO"
               CLOSE RECEIPTS-FILE
           END-IF.

       1310-LOAD-RECEIPT.
           READ RECEIPTS-FILE
               AT END
                   MOVE "NO" TO MORE-RCPTS
           END-READ.
           IF MORE-RCPTS = "YES"
               AND RE-ORDER-LINE NUMERIC
               AND RE-QTY-RECVD NUMERIC
               IF RE-ORDER-LINE > ZERO
                  AND RE-ORDER-LINE NOT > C-ORD-TBL-CTR
                   SET ORD-IDX TO RE-ORDER-LINE
                   ADD RE-QTY-RECVD TO TO-RECVD (ORD-IDX)
                   MOVE "Y" TO TO-RCPT-SW (ORD-IDX)
               END-IF
           END-IF.


       1400-LOAD-COSTS.
           OPEN INPUT COST-FILE.
           IF C-COST-STATUS = "00" OR "05"
               PERFORM 1410-LOAD-COST
                   UNTIL MORE-COSTS = "NO"
               CLOSE COST-FILE
           END-IF.

       1410-LOAD-COST.
           READ COST-FILE
               AT END
                   MOVE "NO" TO MORE-COSTS
           END-READ.
           IF MORE-COSTS = "YES"
               AND C-COST-TBL-CTR < 100
               AND CO-UNIT-COST NUMERIC
                   ADD 1 TO C-COST-TBL-CTR
                   MOVE CO-INGREDIENT
                       TO TC-INGREDIENT (C-COST-TBL-CTR)
                   MOVE CO-UNIT-COST
                       TO TC-UNIT-COST (C-COST-TBL-CTR)
           END-IF.


       1500-LOAD-HISTORY.
           OPEN INPUT INVOICE-HISTORY.
           IF C-HIST-STATUS = "00" OR "05"
               PERFORM 1510-LOAD-HIST-REC
                   UNTIL MORE-HIST = "NO"
               CLOSE INVOICE-HISTORY
           END-IF.

       1510-LOAD-HIST-REC.
           READ INVOICE-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
               IF C-HIST-TBL-CTR < 2000
                   ADD 1 TO C-HIST-TBL-CTR
                   MOVE AH-VENDOR TO TH-VENDOR (C-HIST-TBL-CTR)
                   MOVE AH-INVOICE TO TH-INVOICE (C-HIST-TBL-CTR)
               ELSE
                   ADD 1 TO C-HIST-LOST-CTR
               END-IF
           END-IF.

      *    FIRST PASS OVER THE OLD MASTER: ITS RECORDS MUST ADD UP
      *    TO ITS TRAILER.  NO MASTER AT ALL IS THE FIRST RUN.
       1600-PROVE-VOUCHERS.
           OPEN INPUT VOUCHER-IN.
           IF C-VOUCH-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-VOUCH
               PERFORM 1610-PROVE-ONE
                   UNTIL MORE-VOUCH = "NO"
               CLOSE VOUCHER-IN
           END-IF.
           IF VOUCH-TRLR-SW = "NO" AND C-OLD-VO-CTR > ZERO
               MOVE "NO" TO VOUCH-OK-SW
           END-IF.

       1610-PROVE-ONE.
           READ VOUCHER-IN
               AT END
                   MOVE "NO" TO MORE-VOUCH
           END-READ.
           IF MORE-VOUCH = "YES"
               IF VIT-ID = 'TRAILER '
                   MOVE "YES" TO VOUCH-TRLR-SW
                   IF VIT-REC-CTR NOT = C-OLD-VO-CTR
                      OR VIT-HASH-TOTAL NOT = C-OLD-VO-HASH
                       MOVE "NO" TO VOUCH-OK-SW
                   END-IF
               ELSE
                   ADD 1 TO C-OLD-VO-CTR
                   IF VI-AMOUNT IS NUMERIC
                       ADD VI-AMOUNT TO C-OLD-VO-HASH
                   END-IF
               END-IF
           END-IF.

      *    EVERY VOUCHER ON THE OLD MASTER, OPEN OR PAID, GOES TO
      *    THE NEW ONE AHEAD OF THIS RUN'S VOUCHERS.
       1650-CARRY-VOUCHERS.
           OPEN INPUT VOUCHER-IN.
           IF C-VOUCH-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-VOUCH
               PERFORM 1660-CARRY-ONE
                   UNTIL MORE-VOUCH = "NO"
               CLOSE VOUCHER-IN
           END-IF.

       1660-CARRY-ONE.
           READ VOUCHER-IN
               AT END
                   MOVE "NO" TO MORE-VOUCH
           END-READ.
           IF MORE-VOUCH = "YES"
              AND VIT-ID NOT = 'TRAILER '
               WRITE VO-REC FROM VI-REC
               ADD 1 TO C-VO-REC-CTR
               IF VI-AMOUNT IS NUMERIC
                   ADD VI-AMOUNT TO C-VO-HASH
               END-IF
           END-IF.


      *    ONE PASS PER VENDOR INVOICE: GATHER ITS LINES, THEN
      *    REJECT, HOLD OR VOUCHER THE INVOICE AS A WHOLE.
       2000-INVOICE.
           MOVE IV-VENDOR TO H-VENDOR.
           MOVE IV-INVOICE TO H-INVOICE.
           MOVE IV-INV-DATE TO H-INV-DATE.
           MOVE ZERO TO C-LINE-CTR.
           MOVE ZERO TO C-LINE-LOST-CTR.
           ADD 1 TO C-INV-CTR.
           PERFORM 2100-COLLECT-LINE
               UNTIL MORE-INV = "NO"
                  OR IV-VENDOR NOT = H-VENDOR
                  OR IV-INVOICE NOT = H-INVOICE.
           PERFORM 2200-EVALUATE THRU 2200-EXIT.

       2100-COLLECT-LINE.
           IF C-LINE-CTR < 50
               ADD 1 TO C-LINE-CTR
               SET LINE-IDX TO C-LINE-CTR
               IF IV-ORDER-LINE NUMERIC
                   MOVE IV-ORDER-LINE TO TL-ORDER-LINE (LINE-IDX)
               ELSE
                   MOVE ZERO TO TL-ORDER-LINE (LINE-IDX)
               END-IF
               IF IV-QTY-BILLED NUMERIC
                   MOVE IV-QTY-BILLED TO TL-QTY-BILLED (LINE-IDX)
               ELSE
                   MOVE ZERO TO TL-QTY-BILLED (LINE-IDX)
               END-IF
               IF IV-UNIT-PRICE NUMERIC
                   MOVE IV-UNIT-PRICE TO TL-UNIT-PRICE (LINE-IDX)
               ELSE
                   MOVE ZERO TO TL-UNIT-PRICE (LINE-IDX)
               END-IF
               MOVE "Y" TO TL-LINE-OK (LINE-IDX)
           ELSE
               ADD 1 TO C-LINE-LOST-CTR
           END-IF.
           PERFORM 9000-READ.


       2200-EVALUATE.
           MOVE SPACES TO H-REJECT-REASON.
           MOVE "NO" TO INVOICE-HOLD-SW.
           MOVE ZERO TO C-INV-AMOUNT.
           MOVE SPACES TO O-DUE-DATE.

           PERFORM 2300-VENDOR-FIND.
           IF VEND-FOUND-SW = "NO"
               MOVE "REJECTED - UNKNOWN VENDOR" TO H-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           SET VEND-IDX TO C-VEND-FOUND-IDX.
           IF TV-STATUS (VEND-IDX) NOT = "A"
               MOVE "REJECTED - VENDOR NOT ACTIVE" TO H-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2400-HIST-FIND.
           IF HIST-FOUND-SW = "YES"
               MOVE "REJECTED - DUPLICATE INVOICE"
                   TO H-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           MOVE H-INV-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE "REJECTED - BAD INVOICE DATE" TO H-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.
           IF C-LINE-LOST-CTR > ZERO
               MOVE "REJECTED - OVER 50 LINES" TO H-REJECT-REASON
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2500-MATCH-LINE
               VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > C-LINE-CTR.

           IF INVOICE-HOLD-SW = "YES"
               GO TO 2200-EXIT
           END-IF.

           COMPUTE C-DUE-INT =
               FUNCTION INTEGER-OF-DATE (H-INV-DATE)
               + TV-TERMS-DAYS (VEND-IDX).
           COMPUTE C-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (C-DUE-INT).
           PERFORM 2700-WRITE-VOUCHER.

       2200-EXIT.
           PERFORM 2800-INVOICE-LINE.

       2300-VENDOR-FIND.
           MOVE "NO" TO VEND-FOUND-SW.
           MOVE ZERO TO C-VEND-FOUND-IDX.
           PERFORM 2310-VENDOR-SEARCH
               VARYING VEND-IDX FROM 1 BY 1
                   UNTIL VEND-IDX > C-VEND-TBL-CTR
                      OR VEND-FOUND-SW = "YES".

       2310-VENDOR-SEARCH.
           IF TV-VENDOR (VEND-IDX) = H-VENDOR
               MOVE "YES" TO VEND-FOUND-SW
               MOVE VEND-IDX TO C-VEND-FOUND-IDX
           END-IF.

       2400-HIST-FIND.
           MOVE "NO" TO HIST-FOUND-SW.
           PERFORM 2410-HIST-SEARCH
               VARYING HIST-IDX FROM 1 BY 1
                   UNTIL HIST-IDX > C-HIST-TBL-CTR
                      OR HIST-FOUND-SW = "YES".

       2410-HIST-SEARCH.
           IF TH-VENDOR (HIST-IDX) = H-VENDOR
              AND TH-INVOICE (HIST-IDX) = H-INVOICE
               MOVE "YES" TO HIST-FOUND-SW
           END-IF.

      *    THE THREE-WAY TEST FOR ONE INVOICE LINE.  THE BILLED
      *    QUANTITY IS HELD TO WHAT WAS RECEIVED ON THE ORDER LINE
      *    AND THE BILLED PRICE TO THE AGREED INGREDIENT COST.
       2500-MATCH-LINE.
           PERFORM 2510-LINE-TEST THRU 2510-EXIT.
           COMPUTE C-LINE-AMOUNT ROUNDED =
               TL-QTY-BILLED (LINE-IDX) * TL-UNIT-PRICE (LINE-IDX).
           ADD C-LINE-AMOUNT TO C-INV-AMOUNT.
           IF H-HOLD-REASON NOT = SPACES
               MOVE "YES" TO INVOICE-HOLD-SW
               MOVE "N" TO TL-LINE-OK (LINE-IDX)
               PERFORM 2600-HOLD-LINE
           END-IF.

       2510-LINE-TEST.
           MOVE SPACES TO H-HOLD-REASON.
           MOVE SPACES TO H-INGREDIENT.
           MOVE ZERO TO C-RECVD.
           MOVE ZERO TO C-ORDER-PRICE.
           IF TL-QTY-BILLED (LINE-IDX) = ZERO
              OR TL-UNIT-PRICE (LINE-IDX) = ZERO
               MOVE "QTY OR PRICE MISSING/INVALID" TO H-HOLD-REASON
               GO TO 2510-EXIT
           END-IF.
           IF TL-ORDER-LINE (LINE-IDX) = ZERO
              OR TL-ORDER-LINE (LINE-IDX) > C-ORD-TBL-CTR
               MOVE "NO SUCH ORDER LINE" TO H-HOLD-REASON
               GO TO 2510-EXIT
           END-IF.
           MOVE "NO" TO DUP-LINE-SW.
           PERFORM 2520-DUP-LINE-CHECK
               VARYING LINE-IDX2 FROM 1 BY 1
                   UNTIL LINE-IDX2 NOT < LINE-IDX.
           IF DUP-LINE-SW = "YES"
               MOVE "ORDER LINE BILLED TWICE" TO H-HOLD-REASON
               GO TO 2510-EXIT
           END-IF.

           SET ORD-IDX TO TL-ORDER-LINE (LINE-IDX).
           MOVE TO-INGREDIENT (ORD-IDX) TO H-INGREDIENT.
           MOVE TO-RECVD (ORD-IDX) TO C-RECVD.
           PERFORM 2530-COST-FIND.
           IF TO-RCPT-SW (ORD-IDX) = "N"
               MOVE "NOTHING RECEIVED ON ORDER LINE" TO H-HOLD-REASON
               GO TO 2510-EXIT
           END-IF.
           IF TL-QTY-BILLED (LINE-IDX) > C-RECVD
               COMPUTE C-QTY-DIFF =
                   TL-QTY-BILLED (LINE-IDX) - C-RECVD
           ELSE
               COMPUTE C-QTY-DIFF =
                   C-RECVD - TL-QTY-BILLED (LINE-IDX)
           END-IF.
           IF C-QTY-DIFF * 100 > C-RECVD * C-QTY-TOL
               MOVE "QTY BILLED VS RECEIVED" TO H-HOLD-REASON
               GO TO 2510-EXIT
           END-IF.

           IF COST-FOUND-SW = "NO"
               MOVE "NO AGREED COST ON FILE" TO H-HOLD-REASON
               GO TO 2510-EXIT
           END-IF.
           IF TL-UNIT-PRICE (LINE-IDX) > C-ORDER-PRICE
               COMPUTE C-PRICE-DIFF =
                   TL-UNIT-PRICE (LINE-IDX) - C-ORDER-PRICE
           ELSE
               COMPUTE C-PRICE-DIFF =
                   C-ORDER-PRICE - TL-UNIT-PRICE (LINE-IDX)
           END-IF.
           IF C-PRICE-DIFF * 100 > C-ORDER-PRICE * C-PRICE-TOL
               MOVE "PRICE BILLED VS AGREED COST" TO H-HOLD-REASON
           END-IF.

       2510-EXIT.
           EXIT.

       2520-DUP-LINE-CHECK.
           IF TL-ORDER-LINE (LINE-IDX2) = TL-ORDER-LINE (LINE-IDX)
               MOVE "YES" TO DUP-LINE-SW
           END-IF.

       2530-COST-FIND.
           MOVE "NO" TO COST-FOUND-SW.
           PERFORM 2540-COST-SEARCH
               VARYING COST-IDX FROM 1 BY 1
                   UNTIL COST-IDX > C-COST-TBL-CTR
                      OR COST-FOUND-SW = "YES".

       2540-COST-SEARCH.
           IF TC-INGREDIENT (COST-IDX) = H-INGREDIENT
               MOVE "YES" TO COST-FOUND-SW
               MOVE TC-UNIT-COST (COST-IDX) TO C-ORDER-PRICE
           END-IF.

       2600-HOLD-LINE.
           MOVE H-VENDOR TO O-HL-VENDOR.
           MOVE H-INVOICE TO O-HL-INVOICE.
           MOVE TL-ORDER-LINE (LINE-IDX) TO O-HL-LINE.
           MOVE H-INGREDIENT TO O-HL-INGREDIENT.
           MOVE TL-QTY-BILLED (LINE-IDX) TO O-HL-BILLED.
           MOVE C-RECVD TO O-HL-RECVD.
           MOVE TL-UNIT-PRICE (LINE-IDX) TO O-HL-INV-PRICE.
           MOVE C-ORDER-PRICE TO O-HL-ORD-PRICE.
           MOVE H-HOLD-REASON TO O-HL-REASON.
           WRITE HOLDLINE
               FROM HOLD-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HOLD-HEADING.

       2700-WRITE-VOUCHER.
           MOVE H-VENDOR TO VO-VENDOR.
           MOVE H-INVOICE TO VO-INVOICE.
           MOVE H-INV-DATE TO VO-INV-DATE.
           MOVE C-DUE-DATE TO VO-DUE-DATE.
           MOVE C-INV-AMOUNT TO VO-AMOUNT.
           MOVE C-BUS-DATE TO VO-VOUCH-DATE.
           MOVE TV-NAME (VEND-IDX) TO VO-VENDOR-NAME.
           MOVE 'O' TO VO-STATUS.
           MOVE ZERO TO VO-PAID-DATE.
           MOVE ZERO TO VO-CHECK.
           WRITE VO-REC.
           ADD 1 TO C-VO-REC-CTR.
           ADD C-INV-AMOUNT TO C-VO-HASH.

           MOVE H-VENDOR TO AH-VENDOR.
           MOVE H-INVOICE TO AH-INVOICE.
           MOVE C-BUS-DATE TO AH-VOUCH-DATE.
           WRITE AH-REC.
           IF C-HIST-TBL-CTR < 2000
               ADD 1 TO C-HIST-TBL-CTR
               MOVE H-VENDOR TO TH-VENDOR (C-HIST-TBL-CTR)
               MOVE H-INVOICE TO TH-INVOICE (C-HIST-TBL-CTR)
           END-IF.

           MOVE C-DUE-DATE (5:2) TO W-DATE-MM.
           MOVE C-DUE-DATE (7:2) TO W-DATE-DD.
           MOVE C-DUE-DATE (1:4) TO W-DATE-YY.
           MOVE W-DATE-OUT TO O-DUE-DATE.

       2800-INVOICE-LINE.
           MOVE H-VENDOR TO O-VENDOR.
           IF VEND-FOUND-SW = "YES"
               MOVE TV-NAME (VEND-IDX) TO O-VENDOR-NAME
           ELSE
               MOVE SPACES TO O-VENDOR-NAME
           END-IF.
           MOVE H-INVOICE TO O-INVOICE.
           MOVE H-INV-DATE (5:2) TO W-DATE-MM.
           MOVE H-INV-DATE (7:2) TO W-DATE-DD.
           MOVE H-INV-DATE (1:4) TO W-DATE-YY.
           MOVE W-DATE-OUT TO O-INV-DATE.
           COMPUTE O-LINES = C-LINE-CTR + C-LINE-LOST-CTR.
           MOVE C-INV-AMOUNT TO O-AMOUNT.
           IF H-REJECT-REASON NOT = SPACES
               ADD 1 TO C-REJ-CTR
               MOVE H-REJECT-REASON TO O-STATUS
           ELSE
               IF INVOICE-HOLD-SW = "YES"
                   ADD 1 TO C-HOLD-CTR
                   ADD C-INV-AMOUNT TO C-HOLD-TOTAL
                   MOVE "HELD - SEE HOLD REPORT" TO O-STATUS
               ELSE
                   ADD 1 TO C-VOUCH-CTR
                   ADD C-INV-AMOUNT TO C-VOUCH-TOTAL
                   MOVE "VOUCHERED" TO O-STATUS
               END-IF
           END-IF.
           WRITE PRTLINE
               FROM INVOICE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.


       3000-CLOSING.
           IF C-HIST-LOST-CTR > ZERO OR VOUCH-OK-SW = "NO"
               PERFORM 3100-STOPPED
               GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO VO-REC.
           MOVE 'TRAILER ' TO VT-ID.
           MOVE C-VO-REC-CTR TO VT-REC-CTR.
           MOVE C-VO-HASH TO VT-HASH-TOTAL.
           WRITE VO-REC.

           MOVE C-INV-CTR TO O-INV-CTR.
           MOVE C-VOUCH-CTR TO O-VOUCH-CTR.
           MOVE C-VOUCH-TOTAL TO O-VOUCH-TOTAL.
           MOVE C-HOLD-CTR TO O-HOLD-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-HOLD-CTR TO O-HT-HOLD-CTR.
           MOVE C-HOLD-TOTAL TO O-HT-HOLD-TOTAL.
           WRITE HOLDLINE
               FROM HOLD-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE SORTED-INVOICES.
           CLOSE VOUCHER-OUT.
           CLOSE INVOICE-HISTORY.
           CLOSE PRTOUT.
           CLOSE HOLD-RPT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-LINES-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3000-EXIT.
           EXIT.

      *    NOTHING WAS VOUCHERED AND NO NEW MASTER WAS WRITTEN; THE
      *    OLD MASTER AND HISTORY STAND FOR THE RERUN.
       3100-STOPPED.
           IF C-HIST-LOST-CTR > ZERO
               MOVE '** HISTORY OVER TABLE LIMIT - NOTHING VOUCHERED. LE
      -            'FT OUT:' TO O-STOP-TEXT
               MOVE C-HIST-LOST-CTR TO O-STOP-CTR
               WRITE PRTLINE
                   FROM STOP-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.
           IF VOUCH-OK-SW = "NO"
               MOVE '** APVOUCH DOES NOT PROVE - NOTHING VOUCHERED. RECO
      -            'RDS:' TO O-STOP-TEXT
               MOVE C-OLD-VO-CTR TO O-STOP-CTR
               WRITE PRTLINE
                   FROM STOP-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.
           CLOSE PRTOUT.
           CLOSE HOLD-RPT.
           MOVE 'FAILED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           MOVE 16 TO RETURN-CODE.


       9000-READ.
           READ SORTED-INVOICES
               AT END
                   MOVE "NO" TO MORE-INV.
           IF MORE-INV = "YES"
               ADD 1 TO C-LINES-READ-CTR
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           MOVE C-QTY-TOL TO O-QTY-TOL.
           MOVE C-PRICE-TOL TO O-PRICE-TOL.
           WRITE PRTLINE
               FROM TOLERANCE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9200-HOLD-HEADING.
           ADD 1 TO C-HOLD-PCTR.
           MOVE C-HOLD-PCTR TO O-PCTR.
           WRITE HOLDLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE HOLDLINE
               FROM HOLD-TITLE
                   AFTER ADVANCING 1 LINE.
           MOVE C-QTY-TOL TO O-QTY-TOL.
           MOVE C-PRICE-TOL TO O-PRICE-TOL.
           WRITE HOLDLINE
               FROM TOLERANCE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE HOLDLINE
               FROM HOLD-HEADING-1
                   AFTER ADVANCING 2 LINES.
