       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLDEP00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * SECURITY DEPOSIT MOVE-OUT DISPOSITION.                      *
      * MOVE-OUTS (M RECORDS WITH AN OUT DATE ON MONBILLS) ARE      *
      * PICKED UP ONTO THE MOVE-OUT FILE (DEPMOUT IN, DEPMOUTN      *
      * OUT) WITH THE STATUTORY DEADLINE - THE MOVE-OUT DATE PLUS   *
      * THE DAYS ON THE DEPPARM CARD (30 WHEN NO CARD).  EACH       *
      * DISPOSITION ON DEPTRN IS A HEADER (H) WITH THE TENANT'S     *
      * FORWARDING NAME AND ADDRESS, FOLLOWED BY ITS ITEMIZED       *
      * DEDUCTIONS (I) - DAMAGES, CLEANING, KEYS, OTHER.  UNPAID    *
      * RENT IS NOT KEYED: THE OPEN BALANCE ON RENTRECV IS TAKEN    *
      * FIRST.  THE DEPOSIT HELD ON DEPLEDG PAYS THE DEDUCTIONS,    *
      * THE REST IS REFUNDED.  POSTING CLEARS THE UNIT'S DEPLEDG    *
      * BALANCE, PAYS THE RETAINED RENT AGAINST THE OLDEST OPEN     *
      * RENTRECV ITEMS, PRINTS THE ITEMIZED LETTER (DEPLTR, ONE     *
      * PAGE PER TENANT) AND WRITES THE REFUND AS A PAYABLE ON      *
      * DEPVOUCH IN THE AP VOUCHER LAYOUT, DUE BY THE DEADLINE,     *
      * WITH THE PAYEE'S MAILING ADDRESS ADDED.  A DISPOSITION WITH *
      * ANY REJECTED ITEM IS HELD WHOLE.  THE REPORT (DEPRPT) IS    *
      * THE DISPOSITION REGISTER AND THE MOVE-OUTS STILL WAITING    *
      * FOR A DISPOSITION WITH THE DAYS LEFT BEFORE THE DEADLINE.   *
      * REJECTED TRANSACTIONS PRINT ON DEPERR.                      *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MOVEOUT-MASTER
               ASSIGN TO DEPMOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MOM-STATUS.

           SELECT NEW-MOVEOUT-MASTER
               ASSIGN TO DEPMOUTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO DEPTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

           SELECT OPTIONAL RENT-MASTER
               ASSIGN TO MONBILLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO DEPLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DEP-STATUS.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO RENTRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENANT-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO DEPPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT VOUCHER-OUT
               ASSIGN TO DEPVOUCH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-PRTOUT
               ASSIGN TO DEPLTR
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DEPRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO DEPERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MOVEOUT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS MOM-REC.

       01  MOM-REC                  PIC X(80).

       FD NEW-MOVEOUT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NEW-MOM-REC.

       01  NEW-MOM-REC              PIC X(80).

      *    A DISPOSITION IS ONE H RECORD FOLLOWED BY ITS I RECORDS.
      *    A BLANK MOVE-OUT DATE ON THE H TAKES THE MOVE-OUT ON
      *    FILE FOR THE UNIT; A BLANK NAME TAKES THE TENANT MASTER.
       FD TRANS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS TRAN-REC.

       01  TRAN-REC.
           05  TR-CODE              PIC X.
           05  TR-BLD-CODE          PIC XX.
           05  TR-UNIT              PIC 99.
           05  TR-MOVE-DATE         PIC X(8).
           05  TR-FWD-NAME          PIC X(20).
           05  TR-FWD-ADDR          PIC X(25).
           05  TR-FWD-CITY          PIC X(15).
           05  TR-FWD-STATE         PIC XX.
           05  TR-FWD-ZIP           PIC X(9).

       01  ITEM-TRAN REDEFINES TRAN-REC.
           05  FILLER               PIC X(5).
           05  TR-ITEM-TYPE         PIC X(4).
           05  TR-ITEM-AMT          PIC 9(5)V99.
           05  TR-ITEM-AMT-X REDEFINES TR-ITEM-AMT
                                    PIC X(7).
           05  TR-ITEM-DESC         PIC X(30).
           05  FILLER               PIC X(38).

       FD RENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS I-REC.

       01  I-REC.
           05  I-BLD-CODE        PIC XX.
           05  I-UNIT            PIC 99.
           05  FILLER            PIC X(22).
           05  I-REC-TYPE        PIC X.

       01  MOVE-REC REDEFINES I-REC.
           05  MV-BLD-CODE       PIC XX.
           05  MV-UNIT           PIC 99.
           05  FILLER            PIC X.
           05  MV-MOVE-DATE      PIC 9(8).
           05  MV-IN-OUT         PIC X.
           05  FILLER            PIC X(12).
           05  MV-REC-TYPE       PIC X.

       FD DEPOSIT-LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS DEP-REC.

       01  DEP-REC.
           05  DL-BLD-CODE          PIC XX.
           05  DL-UNIT              PIC 99.
           05  DL-BALANCE           PIC S9(7)V99.

       FD RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RECV-REC.

       01  RECV-REC.
           05  RV-BLD-CODE          PIC XX.
           05  RV-UNIT              PIC 99.
           05  RV-BILL-DATE         PIC 9(8).
           05  RV-BILLED            PIC 9(7)V99.
           05  RV-PAID              PIC 9(7)V99.

       FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-REC.

       01  TENANT-REC.
           05  TN-BLD-CODE          PIC XX.
           05  TN-UNIT              PIC 99.
           05  TN-NAME              PIC X(20).
           05  TN-LEASE-START       PIC 9(8).
           05  TN-LEASE-END         PIC 9(8).
           05  TN-PHONE             PIC X(10).
           05  TN-ROUTING           PIC 9(9).
           05  TN-ACCOUNT           PIC X(12).
           05  TN-AUTOPAY           PIC X.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-STAT-DAYS       PIC 999.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

      *    THE AP VOUCHER LAYOUT (APVOUCH) WITH THE PAYEE'S NAME AND
      *    MAILING ADDRESS ADDED - A TENANT IS NOT ON THE VENDOR
      *    MASTER.  VENDOR IS D + BUILDING + UNIT, INVOICE IS THE
      *    MOVE-OUT DATE.
       FD VOUCHER-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS VO-REC.

       01  VO-REC.
           05  VO-VENDOR          PIC X(6).
           05  VO-INVOICE         PIC X(10).
           05  VO-INV-DATE        PIC 9(8).
           05  VO-DUE-DATE        PIC 9(8).
           05  VO-AMOUNT          PIC 9(9)V99.
           05  VO-VOUCH-DATE      PIC 9(8).
           05  VO-PAYEE-NAME      PIC X(20).
           05  VO-PAYEE-ADDR      PIC X(25).
           05  VO-PAYEE-CITY      PIC X(15).
           05  VO-PAYEE-STATE     PIC XX.
           05  VO-PAYEE-ZIP       PIC X(9).

       01  VO-TRAILER REDEFINES VO-REC.
           05  VT-ID              PIC X(8).
           05  VT-REC-CTR         PIC 9(6).
           05  VT-HASH-TOTAL      PIC 9(11)V99.
           05  FILLER             PIC X(95).

       FD LETTER-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.

       01  LETTER-LINE              PIC X(132).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD PRTOUTERR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE-ERR.

       01 PRTLINE-ERR          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-MOM-STATUS     PIC XX         VALUE "00".
           05  C-TRAN-STATUS    PIC XX         VALUE "00".
           05  C-BILL-STATUS    PIC XX         VALUE "00".
           05  C-DEP-STATUS     PIC XX         VALUE "00".
           05  C-RECV-STATUS    PIC XX         VALUE "00".
           05  C-TENANT-STATUS  PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  MORE-MOM         PIC XXX        VALUE "YES".
           05  MORE-BILLS       PIC XXX        VALUE "YES".
           05  MORE-DEPS        PIC XXX        VALUE "YES".
           05  MORE-RECV        PIC XXX        VALUE "YES".
           05  MORE-TENANTS     PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-STAT-DAYS      PIC 999        VALUE 30.
           05  C-DAYS-LEFT      PIC S9(5)      VALUE ZERO.
           05  C-MOM-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-MOM-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  C-DEP-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-DEP-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-RCV-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-TEN-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-TEN-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-CAT-FOUND-IDX  PIC 9          VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-PEND-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  DISP-OPEN-SW     PIC XXX        VALUE "NO".
           05  DISP-BAD-SW      PIC XXX        VALUE "NO".
           05  H-HEADER-REC     PIC X(84)      VALUE SPACES.
           05  H-BLD-CODE       PIC XX         VALUE SPACES.
           05  H-UNIT           PIC 99         VALUE ZERO.
           05  H-MOVE-DATE      PIC 9(8)       VALUE ZERO.
           05  H-DEADLINE       PIC 9(8)       VALUE ZERO.
           05  H-MOM-SUB        PIC 9(4)       VALUE ZERO.
           05  H-DEP-SUB        PIC 999        VALUE ZERO.
           05  H-FWD-NAME       PIC X(20)      VALUE SPACES.
           05  H-FWD-ADDR       PIC X(25)      VALUE SPACES.
           05  H-FWD-CITY       PIC X(15)      VALUE SPACES.
           05  H-FWD-STATE      PIC XX         VALUE SPACES.
           05  H-FWD-ZIP        PIC X(9)       VALUE SPACES.
           05  H-NOTE           PIC X(27)      VALUE SPACES.
           05  H-ITEM-TYPE      PIC X(4)       VALUE SPACES.
           05  C-ITEM-CTR       PIC 99         VALUE ZERO.
           05  C-ITEM-TOT       PIC 9(7)V99    VALUE ZERO.
           05  C-OPEN-ITEM      PIC 9(7)V99    VALUE ZERO.
           05  C-UNPAID         PIC 9(7)V99    VALUE ZERO.
           05  C-HELD           PIC 9(7)V99    VALUE ZERO.
           05  C-DEDUCT-TOT     PIC 9(7)V99    VALUE ZERO.
           05  C-APPLIED        PIC 9(7)V99    VALUE ZERO.
           05  C-REFUND         PIC 9(7)V99    VALUE ZERO.
           05  C-OWED           PIC 9(7)V99    VALUE ZERO.
           05  C-RENT-APPLIED   PIC 9(7)V99    VALUE ZERO.
           05  C-PMT-LEFT       PIC 9(7)V99    VALUE ZERO.
           05  C-TRAN-READ-CTR  PIC 9(5)       VALUE ZERO.
           05  C-DISP-CTR       PIC 9(5)       VALUE ZERO.
           05  C-HELD-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-NEW-MOUT-CTR   PIC 9(5)       VALUE ZERO.
           05  C-DROP-CTR       PIC 9(5)       VALUE ZERO.
           05  C-VO-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-VO-HASH        PIC 9(11)V99   VALUE ZERO.
           05  GT-DEPOSIT       PIC 9(9)V99    VALUE ZERO.
           05  GT-DEDUCT        PIC 9(9)V99    VALUE ZERO.
           05  GT-REFUND        PIC 9(9)V99    VALUE ZERO.
           05  GT-OWED          PIC 9(9)V99    VALUE ZERO.
           05  GT-RENT-APPLIED  PIC 9(9)V99    VALUE ZERO.

       01  WORK-DATE.
           05  WK-YYYY          PIC 9(4).
           05  WK-MM            PIC 99.
           05  WK-DD            PIC 99.
       01  WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).

       01  EDIT-DATE.
           05  ED-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-YYYY          PIC 9(4).

      *    STATUS P = WAITING FOR A DISPOSITION, D = DISPOSED.
       01  MOVEOUT-TABLE.
           05  MOVEOUT-ENTRY OCCURS 500 TIMES INDEXED BY MOM-IDX.
               10  TM-BLD-CODE      PIC XX.
               10  TM-UNIT          PIC 99.
               10  TM-MOVE-DATE     PIC 9(8).
               10  TM-DEADLINE      PIC 9(8).
               10  TM-STATUS        PIC X.
               10  TM-DISP-DATE     PIC 9(8).
               10  TM-DEDUCTED      PIC 9(7)V99.
               10  TM-REFUNDED      PIC 9(7)V99.
               10  TM-OWED          PIC 9(7)V99.
               10  TM-NAME          PIC X(20).
               10  FILLER           PIC X(4).

       01  DEP-TABLE.
           05  DEP-ENTRY OCCURS 200 TIMES INDEXED BY DEP-IDX.
               10  TD-BLD-CODE      PIC XX.
               10  TD-UNIT          PIC 99.
               10  TD-BALANCE       PIC S9(7)V99.

       01  RECV-TABLE.
           05  RECV-ENTRY OCCURS 3000 TIMES INDEXED BY RCV-IDX.
               10  TV-BLD-CODE      PIC XX.
               10  TV-UNIT          PIC 99.
               10  TV-BILL-DATE     PIC 9(8).
               10  TV-BILLED        PIC 9(7)V99.
               10  TV-PAID          PIC 9(7)V99.

       01  TENANT-TABLE.
           05  TENANT-ENTRY OCCURS 500 TIMES INDEXED BY TEN-IDX.
               10  TT-BLD-CODE      PIC XX.
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 10 TIMES INDEXED BY ITM-IDX.
               10  TI-TYPE-NAME     PIC X(11).
               10  TI-DESC          PIC X(30).
               10  TI-AMT           PIC 9(5)V99.

       01  CATEGORY-NAMES.
           05  FILLER           PIC X(15)   VALUE 'DAMGDAMAGES'.
           05  FILLER           PIC X(15)   VALUE 'CLENCLEANING'.
           05  FILLER           PIC X(15)   VALUE 'KEYSKEYS/LOCKS'.
           05  FILLER           PIC X(15)   VALUE 'OTHROTHER'.

       01  CATEGORY-TABLE REDEFINES CATEGORY-NAMES.
           05  CATEGORY-ENTRY OCCURS 4 TIMES INDEXED BY CAT-IDX.
               10  TC-CODE      PIC X(4).
               10  TC-NAME      PIC X(11).

       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 500 TIMES INDEXED BY PND-IDX.
               10  TP-KEY.
                   15  TP-DEADLINE  PIC 9(8).
                   15  TP-BLD-CODE  PIC XX.
                   15  TP-UNIT      PIC 99.
               10  TP-MOM-SUB       PIC 9(4).

       01  PENDING-ENTRY-TEMP   PIC X(16).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLDEP00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'SECURITY DEPOSIT DISPOSITIONS'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(22)   VALUE 'TENANT'.
           05  FILLER           PIC X(12)   VALUE 'MOVED OUT'.
           05  FILLER           PIC X(14)   VALUE '       DEPOSIT'.
           05  FILLER           PIC X(14)   VALUE '    DEDUCTIONS'.
           05  FILLER           PIC X(14)   VALUE '        REFUND'.
           05  FILLER           PIC X(15)   VALUE '     STILL OWED'.
           05  FILLER           PIC X(29)   VALUE '  NOTE'.

       01  REGISTER-LINE.
           05  O-BLD-CODE       PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-UNIT           PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-NAME           PIC X(20).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-MOVE-DATE      PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-DEPOSIT        PIC $$$,$$$,$$9.99.
           05  O-DEDUCT         PIC $$$,$$$,$$9.99.
           05  O-REFUND         PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-OWED           PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-NOTE           PIC X(27).

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(21)   VALUE
               'DISPOSITIONS POSTED: '.
           05  O-DISP-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE
               'HELD FOR REJECTED ITEMS: '.
           05  O-HELD-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'TRANSACTIONS REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(37)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(19)   VALUE 'DEPOSITS DISPOSED: '.
           05  O-GT-DEPOSIT     PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'DEDUCTED: '.
           05  O-GT-DEDUCT      PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REFUNDED: '.
           05  O-GT-REFUND      PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'STILL OWED: '.
           05  O-GT-OWED        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(16)   VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER           PIC X(45)   VALUE
               'UNPAID RENT RETAINED AND PAID ON RENTRECV:'.
           05  O-GT-RENT-APPL   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(17)   VALUE 'REFUND VOUCHERS: '.
           05  O-VOUCH-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  TOTAL-LINE-4.
           05  FILLER           PIC X(35)   VALUE
               'MOVE-OUTS PICKED UP FROM MONBILLS: '.
           05  O-NEW-MOUT-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(28)   VALUE
               'DISPOSED MOVE-OUTS DROPPED: '.
           05  O-DROP-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(53)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(70)   VALUE
               '** FILES TOO LARGE FOR THE TABLES - NOTHING POSTED. LEFT
      -        ' OUT:'.
           05  O-LOST-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(56)   VALUE SPACES.

       01  PENDING-TITLE-LINE.
           05  FILLER           PIC X(45)   VALUE
               'MOVE-OUTS WAITING FOR A DEPOSIT DISPOSITION'.
           05  FILLER           PIC X(16)   VALUE 'STATUTORY DAYS: '.
           05  O-STAT-DAYS      PIC ZZ9.
           05  FILLER           PIC X(68)   VALUE SPACES.

       01  PENDING-HEADING.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(22)   VALUE 'TENANT'.
           05  FILLER           PIC X(12)   VALUE 'MOVED OUT'.
           05  FILLER           PIC X(12)   VALUE 'DEADLINE'.
           05  FILLER           PIC X(10)   VALUE 'DAYS LEFT'.
           05  FILLER           PIC X(17)   VALUE '  DEPOSIT HELD'.
           05  FILLER           PIC X(47)   VALUE 'NOTE'.

       01  PENDING-LINE.
           05  O-PD-BLD-CODE    PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-PD-UNIT        PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-PD-NAME        PIC X(20).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PD-MOVE-DATE   PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PD-DEADLINE    PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-PD-DAYS-LEFT   PIC ZZZ9-.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-PD-DEPOSIT     PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PD-NOTE        PIC X(20).
           05  FILLER           PIC X(27)   VALUE SPACES.

       01  NO-PENDING-LINE.
           05  FILLER           PIC X(45)   VALUE
               'NO MOVE-OUTS ARE WAITING FOR A DISPOSITION.'.
           05  FILLER           PIC X(87)   VALUE SPACES.

      *            DISPOSITION LETTER  ========>>
       01  LTR-TITLE-LINE.
           05  FILLER           PIC X(38)   VALUE SPACES.
           05  FILLER           PIC X(33)   VALUE "LINDQUIST'S RENTALS".
           05  FILLER           PIC X(61)   VALUE SPACES.

       01  LTR-DATE-LINE.
           05  FILLER           PIC X(6)    VALUE 'DATE: '.
           05  O-LT-DATE        PIC X(10).
           05  FILLER           PIC X(116)  VALUE SPACES.

       01  LTR-NAME-LINE.
           05  O-LT-NAME        PIC X(20).
           05  FILLER           PIC X(112)  VALUE SPACES.

       01  LTR-ADDR-LINE.
           05  O-LT-ADDR        PIC X(25).
           05  FILLER           PIC X(107)  VALUE SPACES.

       01  LTR-CITY-LINE.
           05  O-LT-CITY        PIC X(15).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-LT-STATE       PIC XX.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LT-ZIP         PIC X(9).
           05  FILLER           PIC X(103)  VALUE SPACES.

       01  LTR-RE-LINE.
           05  FILLER           PIC X(32)   VALUE
               'RE: SECURITY DEPOSIT - BUILDING '.
           05  O-LT-BLD-CODE    PIC XX.
           05  FILLER           PIC X(6)    VALUE ' UNIT '.
           05  O-LT-UNIT        PIC 99.
           05  FILLER           PIC X(13)   VALUE ' - MOVED OUT '.
           05  O-LT-MOVE-DATE   PIC X(10).
           05  FILLER           PIC X(67)   VALUE SPACES.

       01  LTR-TEXT-LINE.
           05  O-LT-TEXT        PIC X(70).
           05  FILLER           PIC X(62)   VALUE SPACES.

       01  LTR-AMT-LINE.
           05  O-LT-LABEL       PIC X(45).
           05  O-LT-AMT         PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(73)   VALUE SPACES.

       01  LTR-ITEM-LINE.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-LI-TYPE        PIC X(11).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-LI-DESC        PIC X(30).
           05  O-LI-AMT         PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(73)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(84).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(45).

       PROCEDURE DIVISION.

       0000-CBLDEP00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = "NO".
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
           MOVE I-DATE TO C-TODAY-DATE.
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-DATE).
           PERFORM 1020-READ-PARM.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT LETTER-PRTOUT.
           OPEN OUTPUT VOUCHER-OUT.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-TENANTS.
           PERFORM 1200-LOAD-MOVEOUTS.
           PERFORM 1300-LOAD-DEPOSITS.
           PERFORM 1400-LOAD-RECEIVABLES.
           PERFORM 1500-PICK-UP-MOVEOUTS.

      *    NOTHING IS POSTED UNLESS EVERY FILE FIT - A SHORT TABLE
      *    WOULD REWRITE THE FILE WITHOUT THE RECORDS LEFT OUT.
           IF C-LOST-CTR > ZERO
               MOVE "NO" TO MORE-TRANS
           ELSE
               OPEN INPUT TRANS-IN
               IF C-TRAN-STATUS = "00" OR "05"
                   PERFORM 9000-READ
               ELSE
                   MOVE "NO" TO MORE-TRANS
               END-IF
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

      *    THE STATE'S DEADLINE IN DAYS AFTER MOVE-OUT.
       1020-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-STAT-DAYS
               END-READ
               IF PARM-STAT-DAYS IS NUMERIC
                  AND PARM-STAT-DAYS > ZERO
                   MOVE PARM-STAT-DAYS TO C-STAT-DAYS
               END-IF
               CLOSE PARM-CARD
           END-IF.
           MOVE C-STAT-DAYS TO O-STAT-DAYS.

       1100-LOAD-TENANTS.
           OPEN INPUT TENANT-MASTER.
           IF C-TENANT-STATUS = "00" OR "05"
               PERFORM 1110-READ-TENANT
                   UNTIL MORE-TENANTS = "NO"
               CLOSE TENANT-MASTER
           END-IF.

       1110-READ-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-TENANTS
           END-READ.
           IF MORE-TENANTS = "YES"
               AND C-TEN-TBL-CTR < 500
                   ADD 1 TO C-TEN-TBL-CTR
                   MOVE TN-BLD-CODE TO TT-BLD-CODE (C-TEN-TBL-CTR)
                   MOVE TN-UNIT TO TT-UNIT (C-TEN-TBL-CTR)
                   MOVE TN-NAME TO TT-NAME (C-TEN-TBL-CTR)
           END-IF.

       1200-LOAD-MOVEOUTS.
           OPEN INPUT MOVEOUT-MASTER.
           IF C-MOM-STATUS = "00" OR "05"
               PERFORM 1210-READ-MOM-REC
                   UNTIL MORE-MOM = "NO"
               CLOSE MOVEOUT-MASTER
           END-IF.

       1210-READ-MOM-REC.
           READ MOVEOUT-MASTER
               AT END
                   MOVE "NO" TO MORE-MOM
           END-READ.
           IF MORE-MOM = "YES"
               IF C-MOM-TBL-CTR < 500
                   ADD 1 TO C-MOM-TBL-CTR
                   SET MOM-IDX TO C-MOM-TBL-CTR
                   MOVE MOM-REC TO MOVEOUT-ENTRY (MOM-IDX)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

       1300-LOAD-DEPOSITS.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-DEP-STATUS = "00" OR "05"
               PERFORM 1310-READ-DEP-REC
                   UNTIL MORE-DEPS = "NO"
               CLOSE DEPOSIT-LEDGER
           END-IF.

       1310-READ-DEP-REC.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE "NO" TO MORE-DEPS
           END-READ.
           IF MORE-DEPS = "YES"
               IF C-DEP-TBL-CTR < 200
                   ADD 1 TO C-DEP-TBL-CTR
                   MOVE DL-BLD-CODE TO TD-BLD-CODE (C-DEP-TBL-CTR)
                   MOVE DL-UNIT TO TD-UNIT (C-DEP-TBL-CTR)
                   MOVE DL-BALANCE TO TD-BALANCE (C-DEP-TBL-CTR)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

       1400-LOAD-RECEIVABLES.
           OPEN INPUT RECV-MASTER.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1410-READ-RECV-REC
                   UNTIL MORE-RECV = "NO"
               CLOSE RECV-MASTER
           END-IF.

       1410-READ-RECV-REC.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               IF C-RCV-TBL-CTR < 3000
                   ADD 1 TO C-RCV-TBL-CTR
                   MOVE RV-BLD-CODE TO TV-BLD-CODE (C-RCV-TBL-CTR)
                   MOVE RV-UNIT TO TV-UNIT (C-RCV-TBL-CTR)
                   MOVE RV-BILL-DATE TO TV-BILL-DATE (C-RCV-TBL-CTR)
                   MOVE RV-BILLED TO TV-BILLED (C-RCV-TBL-CTR)
                   MOVE RV-PAID TO TV-PAID (C-RCV-TBL-CTR)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

      *    EVERY MOVE-OUT ON THIS MONTH'S BILLING INPUT THAT IS NOT
      *    ALREADY ON THE MOVE-OUT FILE STARTS ITS DEADLINE CLOCK.
       1500-PICK-UP-MOVEOUTS.
           OPEN INPUT RENT-MASTER.
           IF C-BILL-STATUS = "00" OR "05"
               PERFORM 1510-READ-BILL-REC
                   UNTIL MORE-BILLS = "NO"
               CLOSE RENT-MASTER
           END-IF.

       1510-READ-BILL-REC.
           READ RENT-MASTER
               AT END
                   MOVE "NO" TO MORE-BILLS
           END-READ.
           IF MORE-BILLS = "YES"
              AND MV-REC-TYPE = 'M'
              AND MV-IN-OUT = 'O'
              AND MV-MOVE-DATE IS NUMERIC
               MOVE MV-BLD-CODE TO H-BLD-CODE
               MOVE MV-UNIT TO H-UNIT
               MOVE MV-MOVE-DATE TO H-MOVE-DATE
               PERFORM 2700-MOVEOUT-FIND
               IF C-MOM-FOUND-IDX = ZERO
                   PERFORM 2750-MOVEOUT-ADD
                   IF C-MOM-FOUND-IDX > ZERO
                       ADD 1 TO C-NEW-MOUT-CTR
                   END-IF
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-TRAN-READ-CTR.
           PERFORM 2100-EDIT-TRAN
               THRU 2100-EXIT.
           PERFORM 9000-READ.

       2100-EDIT-TRAN.
           IF TR-CODE = 'H'
               IF DISP-OPEN-SW = "YES"
                   PERFORM 2500-POST-DISPOSITION
                       THRU 2500-EXIT
               END-IF
               PERFORM 2200-START-DISPOSITION
                   THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF TR-CODE = 'I'
               PERFORM 2300-DEDUCTION-ITEM
                   THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 'TRANSACTION CODE MUST BE H OR I.' TO O-ERR-MSG.
           PERFORM 2900-REJECT.

       2100-EXIT.
           EXIT.

      *    THE HEADER NEEDS A DEPOSIT ON THE LEDGER, A MOVE-OUT NOT
      *    ALREADY DISPOSED, AND SOMEWHERE TO MAIL THE LETTER.
       2200-START-DISPOSITION.
           MOVE "NO" TO DISP-OPEN-SW.
           MOVE "NO" TO DISP-BAD-SW.
           MOVE ZERO TO C-ITEM-CTR.
           MOVE ZERO TO C-ITEM-TOT.
           IF TR-UNIT NOT NUMERIC
               MOVE 'UNIT MUST BE NUMERIC.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE TR-BLD-CODE TO H-BLD-CODE.
           MOVE TR-UNIT TO H-UNIT.
           PERFORM 2600-DEPOSIT-FIND.
           IF C-DEP-FOUND-IDX = ZERO
               MOVE 'NO DEPOSIT LEDGER RECORD FOR THIS UNIT.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           SET DEP-IDX TO C-DEP-FOUND-IDX.
           IF TD-BALANCE (DEP-IDX) NOT > ZERO
               MOVE 'NO DEPOSIT BALANCE IS HELD FOR THIS UNIT.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE C-DEP-FOUND-IDX TO H-DEP-SUB.

           IF TR-MOVE-DATE = SPACES
               PERFORM 2720-PENDING-FIND
               IF C-MOM-FOUND-IDX = ZERO
                   MOVE 'NO MOVE-OUT ON FILE - KEY THE MOVE-OUT DATE.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2200-EXIT
               END-IF
               SET MOM-IDX TO C-MOM-FOUND-IDX
               MOVE TM-MOVE-DATE (MOM-IDX) TO H-MOVE-DATE
           ELSE
               MOVE TR-MOVE-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'MOVE-OUT DATE IS NOT VALID OR IS IN FUTURE.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2200-EXIT
               END-IF
               MOVE TR-MOVE-DATE TO H-MOVE-DATE
               PERFORM 2700-MOVEOUT-FIND
           END-IF.
           IF C-MOM-FOUND-IDX > ZERO
               SET MOM-IDX TO C-MOM-FOUND-IDX
               IF TM-STATUS (MOM-IDX) = 'D'
                   MOVE 'THIS MOVE-OUT HAS ALREADY BEEN DISPOSED.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2200-EXIT
               END-IF
               MOVE TM-DEADLINE (MOM-IDX) TO H-DEADLINE
           ELSE
               COMPUTE H-DEADLINE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (H-MOVE-DATE)
                    + C-STAT-DAYS)
           END-IF.
           MOVE C-MOM-FOUND-IDX TO H-MOM-SUB.

           MOVE TR-FWD-NAME TO H-FWD-NAME.
           IF H-FWD-NAME = SPACES
               PERFORM 2650-TENANT-FIND
               IF C-TEN-FOUND-IDX = ZERO
                   MOVE 'FORWARDING NAME NEEDED - NO TENANT ON FILE.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2200-EXIT
               END-IF
               SET TEN-IDX TO C-TEN-FOUND-IDX
               MOVE TT-NAME (TEN-IDX) TO H-FWD-NAME
           END-IF.
           IF TR-FWD-ADDR = SPACES
              OR TR-FWD-CITY = SPACES
               MOVE 'FORWARDING ADDRESS AND CITY ARE REQUIRED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE TR-FWD-ADDR TO H-FWD-ADDR.
           MOVE TR-FWD-CITY TO H-FWD-CITY.
           MOVE TR-FWD-STATE TO H-FWD-STATE.
           MOVE TR-FWD-ZIP TO H-FWD-ZIP.
           MOVE TRAN-REC TO H-HEADER-REC.
           MOVE "YES" TO DISP-OPEN-SW.

       2200-EXIT.
           EXIT.

      *    AN ITEM MUST FOLLOW ITS OWN UNIT'S HEADER.  A BAD ITEM
      *    HOLDS THE WHOLE DISPOSITION SO NO LETTER GOES OUT SHORT.
       2300-DEDUCTION-ITEM.
           IF DISP-OPEN-SW = "NO"
              OR TR-BLD-CODE NOT = H-BLD-CODE
              OR TR-UNIT NOT = H-UNIT
               MOVE 'NO ACCEPTED HEADER AHEAD OF THIS DEDUCTION.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           MOVE TR-ITEM-TYPE TO H-ITEM-TYPE.
           PERFORM 2400-CATEGORY-FIND.
           IF C-CAT-FOUND-IDX = ZERO
               MOVE 'DEDUCTION TYPE MUST BE DAMG/CLEN/KEYS/OTHR.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               MOVE "YES" TO DISP-BAD-SW
               GO TO 2300-EXIT
           END-IF.
           IF TR-ITEM-AMT-X NOT NUMERIC
              OR TR-ITEM-AMT = ZERO
               MOVE 'DEDUCTION AMOUNT MUST BE NUMERIC, NOT ZERO.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               MOVE "YES" TO DISP-BAD-SW
               GO TO 2300-EXIT
           END-IF.
           IF TR-ITEM-DESC = SPACES
               MOVE 'DEDUCTION NEEDS A DESCRIPTION FOR THE LETTER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               MOVE "YES" TO DISP-BAD-SW
               GO TO 2300-EXIT
           END-IF.
           IF C-ITEM-CTR = 10
               MOVE 'MORE THAN 10 DEDUCTIONS ON ONE DISPOSITION.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               MOVE "YES" TO DISP-BAD-SW
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO C-ITEM-CTR.
           SET ITM-IDX TO C-ITEM-CTR.
           SET CAT-IDX TO C-CAT-FOUND-IDX.
           MOVE TC-NAME (CAT-IDX) TO TI-TYPE-NAME (ITM-IDX).
           MOVE TR-ITEM-DESC TO TI-DESC (ITM-IDX).
           MOVE TR-ITEM-AMT TO TI-AMT (ITM-IDX).
           ADD TR-ITEM-AMT TO C-ITEM-TOT.

       2300-EXIT.
           EXIT.

       2400-CATEGORY-FIND.
           MOVE ZERO TO C-CAT-FOUND-IDX.
           PERFORM 2410-CATEGORY-SEARCH
               VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 4
                      OR C-CAT-FOUND-IDX > ZERO.

       2410-CATEGORY-SEARCH.
           IF TC-CODE (CAT-IDX) = H-ITEM-TYPE
               SET C-CAT-FOUND-IDX TO CAT-IDX
           END-IF.

      *    UNPAID RENT COMES OFF THE DEPOSIT FIRST, THEN THE KEYED
      *    DEDUCTIONS; WHAT IS LEFT IS REFUNDED.  THE LEDGER BALANCE
      *    IS USED UP EITHER WAY.
       2500-POST-DISPOSITION.
           MOVE "NO" TO DISP-OPEN-SW.
           IF DISP-BAD-SW = "YES"
               ADD 1 TO C-HELD-CTR
               MOVE H-HEADER-REC TO O-RECORD
               MOVE 'DISPOSITION HELD - ONE OF ITS ITEMS REJECTED.'
                   TO O-ERR-MSG
               WRITE PRTLINE-ERR
                   FROM ERROR-RECORD
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9200-ERR-HEADING
               END-WRITE
               GO TO 2500-EXIT
           END-IF.

           MOVE ZERO TO C-UNPAID.
           PERFORM 2510-UNPAID-ACCUM
               VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > C-RCV-TBL-CTR.
           COMPUTE C-DEDUCT-TOT = C-UNPAID + C-ITEM-TOT.
           SET DEP-IDX TO H-DEP-SUB.
           MOVE TD-BALANCE (DEP-IDX) TO C-HELD.
           IF C-DEDUCT-TOT > C-HELD
               MOVE C-HELD TO C-APPLIED
               MOVE ZERO TO C-REFUND
               COMPUTE C-OWED = C-DEDUCT-TOT - C-HELD
           ELSE
               MOVE C-DEDUCT-TOT TO C-APPLIED
               COMPUTE C-REFUND = C-HELD - C-DEDUCT-TOT
               MOVE ZERO TO C-OWED
           END-IF.
           IF C-UNPAID > C-HELD
               MOVE C-HELD TO C-RENT-APPLIED
           ELSE
               MOVE C-UNPAID TO C-RENT-APPLIED
           END-IF.

           MOVE C-RENT-APPLIED TO C-PMT-LEFT.
           PERFORM 2520-APPLY-RENT
               VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > C-RCV-TBL-CTR
                      OR C-PMT-LEFT = ZERO.
           SUBTRACT C-APPLIED FROM TD-BALANCE (DEP-IDX).
           SUBTRACT C-REFUND FROM TD-BALANCE (DEP-IDX).

           IF H-MOM-SUB = ZERO
               PERFORM 2750-MOVEOUT-ADD
               MOVE C-MOM-FOUND-IDX TO H-MOM-SUB
           END-IF.
           IF H-MOM-SUB > ZERO
               SET MOM-IDX TO H-MOM-SUB
               MOVE 'D' TO TM-STATUS (MOM-IDX)
               MOVE C-TODAY-DATE TO TM-DISP-DATE (MOM-IDX)
               MOVE C-APPLIED TO TM-DEDUCTED (MOM-IDX)
               MOVE C-REFUND TO TM-REFUNDED (MOM-IDX)
               MOVE C-OWED TO TM-OWED (MOM-IDX)
               MOVE H-FWD-NAME TO TM-NAME (MOM-IDX)
           END-IF.

           IF C-REFUND > ZERO
               PERFORM 2550-WRITE-VOUCHER
           END-IF.
           PERFORM 2560-PRINT-LETTER.
           PERFORM 2580-REGISTER-LINE.

           ADD 1 TO C-DISP-CTR.
           ADD C-HELD TO GT-DEPOSIT.
           ADD C-APPLIED TO GT-DEDUCT.
           ADD C-REFUND TO GT-REFUND.
           ADD C-OWED TO GT-OWED.
           ADD C-RENT-APPLIED TO GT-RENT-APPLIED.

       2500-EXIT.
           EXIT.

       2510-UNPAID-ACCUM.
           IF TV-BLD-CODE (RCV-IDX) = H-BLD-CODE
              AND TV-UNIT (RCV-IDX) = H-UNIT
              AND TV-BILLED (RCV-IDX) > TV-PAID (RCV-IDX)
               COMPUTE C-UNPAID = C-UNPAID
                   + TV-BILLED (RCV-IDX) - TV-PAID (RCV-IDX)
           END-IF.

      *    THE RETAINED RENT PAYS THE OLDEST OPEN ITEMS FIRST, THE
      *    SAME WAY CBLRNT02 APPLIES A PAYMENT.
       2520-APPLY-RENT.
           IF TV-BLD-CODE (RCV-IDX) = H-BLD-CODE
              AND TV-UNIT (RCV-IDX) = H-UNIT
               COMPUTE C-OPEN-ITEM = TV-BILLED (RCV-IDX)
                   - TV-PAID (RCV-IDX)
               IF C-OPEN-ITEM > ZERO
                   IF C-PMT-LEFT NOT > C-OPEN-ITEM
                       ADD C-PMT-LEFT TO TV-PAID (RCV-IDX)
                       MOVE ZERO TO C-PMT-LEFT
                   ELSE
                       ADD C-OPEN-ITEM TO TV-PAID (RCV-IDX)
                       SUBTRACT C-OPEN-ITEM FROM C-PMT-LEFT
                   END-IF
               END-IF
           END-IF.

      *    THE REFUND IS A PAYABLE DUE BY THE STATUTORY DEADLINE.
       2550-WRITE-VOUCHER.
           MOVE SPACES TO VO-REC.
           STRING 'D' H-BLD-CODE H-UNIT
               DELIMITED BY SIZE INTO VO-VENDOR.
           MOVE H-MOVE-DATE TO VO-INVOICE.
           MOVE C-TODAY-DATE TO VO-INV-DATE.
           MOVE H-DEADLINE TO VO-DUE-DATE.
           MOVE C-REFUND TO VO-AMOUNT.
           MOVE C-TODAY-DATE TO VO-VOUCH-DATE.
           MOVE H-FWD-NAME TO VO-PAYEE-NAME.
           MOVE H-FWD-ADDR TO VO-PAYEE-ADDR.
           MOVE H-FWD-CITY TO VO-PAYEE-CITY.
           MOVE H-FWD-STATE TO VO-PAYEE-STATE.
           MOVE H-FWD-ZIP TO VO-PAYEE-ZIP.
           WRITE VO-REC.
           ADD 1 TO C-VO-REC-CTR.
           ADD C-REFUND TO C-VO-HASH.

      *    ONE PAGE PER TENANT, LIKE THE OWNER STATEMENTS.
       2560-PRINT-LETTER.
           WRITE LETTER-LINE
               FROM LTR-TITLE-LINE
                   AFTER ADVANCING PAGE.
           MOVE C-TODAY-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-LT-DATE.
           WRITE LETTER-LINE
               FROM LTR-DATE-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE H-FWD-NAME TO O-LT-NAME.
           WRITE LETTER-LINE
               FROM LTR-NAME-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE H-FWD-ADDR TO O-LT-ADDR.
           WRITE LETTER-LINE
               FROM LTR-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE H-FWD-CITY TO O-LT-CITY.
           MOVE H-FWD-STATE TO O-LT-STATE.
           MOVE H-FWD-ZIP TO O-LT-ZIP.
           WRITE LETTER-LINE
               FROM LTR-CITY-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE H-BLD-CODE TO O-LT-BLD-CODE.
           MOVE H-UNIT TO O-LT-UNIT.
           MOVE H-MOVE-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-LT-MOVE-DATE.
           WRITE LETTER-LINE
               FROM LTR-RE-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'THIS IS THE ITEMIZED STATEMENT OF YOUR SECURITY DEPOSIT
      -        ' REQUIRED BY' TO O-LT-TEXT.
           WRITE LETTER-LINE
               FROM LTR-TEXT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'STATE LAW.  THE DEDUCTIONS BELOW WERE TAKEN FROM THE DE
      -        'POSIT WE HELD.' TO O-LT-TEXT.
           WRITE LETTER-LINE
               FROM LTR-TEXT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'SECURITY DEPOSIT HELD' TO O-LT-LABEL.
           MOVE C-HELD TO O-LT-AMT.
           WRITE LETTER-LINE
               FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'ITEMIZED DEDUCTIONS:' TO O-LT-TEXT.
           WRITE LETTER-LINE
               FROM LTR-TEXT-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-UNPAID > ZERO
               MOVE 'UNPAID RENT' TO O-LI-TYPE
               MOVE 'RENT AND CHARGES LEFT UNPAID' TO O-LI-DESC
               MOVE C-UNPAID TO O-LI-AMT
               WRITE LETTER-LINE
                   FROM LTR-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           PERFORM 2570-LETTER-ITEM
               VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > C-ITEM-CTR.
           IF C-DEDUCT-TOT = ZERO
               MOVE 'NONE' TO O-LI-TYPE
               MOVE SPACES TO O-LI-DESC
               MOVE ZERO TO O-LI-AMT
               WRITE LETTER-LINE
                   FROM LTR-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           MOVE 'TOTAL DEDUCTIONS' TO O-LT-LABEL.
           MOVE C-DEDUCT-TOT TO O-LT-AMT.
           WRITE LETTER-LINE
               FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-OWED > ZERO
               MOVE 'BALANCE STILL OWED BY YOU' TO O-LT-LABEL
               MOVE C-OWED TO O-LT-AMT
           ELSE
               MOVE 'REFUND DUE YOU - CHECK TO FOLLOW' TO O-LT-LABEL
               MOVE C-REFUND TO O-LT-AMT
           END-IF.
           WRITE LETTER-LINE
               FROM LTR-AMT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE "LINDQUIST'S RENTALS - PROPERTY MANAGEMENT"
               TO O-LT-TEXT.
           WRITE LETTER-LINE
               FROM LTR-TEXT-LINE
                   AFTER ADVANCING 4 LINES.

       2570-LETTER-ITEM.
           MOVE TI-TYPE-NAME (ITM-IDX) TO O-LI-TYPE.
           MOVE TI-DESC (ITM-IDX) TO O-LI-DESC.
           MOVE TI-AMT (ITM-IDX) TO O-LI-AMT.
           WRITE LETTER-LINE
               FROM LTR-ITEM-LINE
                   AFTER ADVANCING 1 LINE.

       2580-REGISTER-LINE.
           MOVE H-BLD-CODE TO O-BLD-CODE.
           MOVE H-UNIT TO O-UNIT.
           MOVE H-FWD-NAME TO O-NAME.
           MOVE O-LT-MOVE-DATE TO O-MOVE-DATE.
           MOVE C-HELD TO O-DEPOSIT.
           MOVE C-APPLIED TO O-DEDUCT.
           MOVE C-REFUND TO O-REFUND.
           MOVE C-OWED TO O-OWED.
           MOVE SPACES TO H-NOTE.
           IF C-TODAY-DATE > H-DEADLINE
               MOVE 'PAST THE STATUTORY DEADLINE' TO H-NOTE
           END-IF.
           MOVE H-NOTE TO O-NOTE.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2600-DEPOSIT-FIND.
           MOVE ZERO TO C-DEP-FOUND-IDX.
           PERFORM 2610-DEPOSIT-SEARCH
               VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > C-DEP-TBL-CTR
                      OR C-DEP-FOUND-IDX > ZERO.

       2610-DEPOSIT-SEARCH.
           IF TD-BLD-CODE (DEP-IDX) = H-BLD-CODE
              AND TD-UNIT (DEP-IDX) = H-UNIT
               SET C-DEP-FOUND-IDX TO DEP-IDX
           END-IF.

       2650-TENANT-FIND.
           MOVE ZERO TO C-TEN-FOUND-IDX.
           PERFORM 2660-TENANT-SEARCH
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR
                      OR C-TEN-FOUND-IDX > ZERO.

       2660-TENANT-SEARCH.
           IF TT-BLD-CODE (TEN-IDX) = H-BLD-CODE
              AND TT-UNIT (TEN-IDX) = H-UNIT
               SET C-TEN-FOUND-IDX TO TEN-IDX
           END-IF.

      *    THE MOVE-OUT FOR THIS UNIT AND DATE.
       2700-MOVEOUT-FIND.
           MOVE ZERO TO C-MOM-FOUND-IDX.
           PERFORM 2710-MOVEOUT-SEARCH
               VARYING MOM-IDX FROM 1 BY 1
                   UNTIL MOM-IDX > C-MOM-TBL-CTR
                      OR C-MOM-FOUND-IDX > ZERO.

       2710-MOVEOUT-SEARCH.
           IF TM-BLD-CODE (MOM-IDX) = H-BLD-CODE
              AND TM-UNIT (MOM-IDX) = H-UNIT
              AND TM-MOVE-DATE (MOM-IDX) = H-MOVE-DATE
               SET C-MOM-FOUND-IDX TO MOM-IDX
           END-IF.

      *    THE UNIT'S MOVE-OUT STILL WAITING FOR A DISPOSITION.
       2720-PENDING-FIND.
           MOVE ZERO TO C-MOM-FOUND-IDX.
           PERFORM 2730-PENDING-SEARCH
               VARYING MOM-IDX FROM 1 BY 1
                   UNTIL MOM-IDX > C-MOM-TBL-CTR
                      OR C-MOM-FOUND-IDX > ZERO.

       2730-PENDING-SEARCH.
           IF TM-BLD-CODE (MOM-IDX) = H-BLD-CODE
              AND TM-UNIT (MOM-IDX) = H-UNIT
              AND TM-STATUS (MOM-IDX) = 'P'
               SET C-MOM-FOUND-IDX TO MOM-IDX
           END-IF.

       2750-MOVEOUT-ADD.
           MOVE ZERO TO C-MOM-FOUND-IDX.
           IF C-MOM-TBL-CTR < 500
               ADD 1 TO C-MOM-TBL-CTR
               SET MOM-IDX TO C-MOM-TBL-CTR
               MOVE C-MOM-TBL-CTR TO C-MOM-FOUND-IDX
               MOVE SPACES TO MOVEOUT-ENTRY (MOM-IDX)
               MOVE H-BLD-CODE TO TM-BLD-CODE (MOM-IDX)
               MOVE H-UNIT TO TM-UNIT (MOM-IDX)
               MOVE H-MOVE-DATE TO TM-MOVE-DATE (MOM-IDX)
               COMPUTE TM-DEADLINE (MOM-IDX) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (H-MOVE-DATE)
                    + C-STAT-DAYS)
               MOVE 'P' TO TM-STATUS (MOM-IDX)
               MOVE ZERO TO TM-DISP-DATE (MOM-IDX)
               MOVE ZERO TO TM-DEDUCTED (MOM-IDX)
               MOVE ZERO TO TM-REFUNDED (MOM-IDX)
               MOVE ZERO TO TM-OWED (MOM-IDX)
               PERFORM 2650-TENANT-FIND
               IF C-TEN-FOUND-IDX > ZERO
                   SET TEN-IDX TO C-TEN-FOUND-IDX
                   MOVE TT-NAME (TEN-IDX) TO TM-NAME (MOM-IDX)
               END-IF
           END-IF.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE TRAN-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           IF DISP-OPEN-SW = "YES"
               PERFORM 2500-POST-DISPOSITION
                   THRU 2500-EXIT
           END-IF.
           IF C-LOST-CTR = ZERO
               CLOSE TRANS-IN
               PERFORM 3100-REWRITE-FILES
           END-IF.

           MOVE SPACES TO VO-REC.
           MOVE 'TRAILER ' TO VT-ID.
           MOVE C-VO-REC-CTR TO VT-REC-CTR.
           MOVE C-VO-HASH TO VT-HASH-TOTAL.
           WRITE VO-REC.
           CLOSE VOUCHER-OUT.

           MOVE C-DISP-CTR TO O-DISP-CTR.
           MOVE C-HELD-CTR TO O-HELD-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE GT-DEPOSIT TO O-GT-DEPOSIT.
           MOVE GT-DEDUCT TO O-GT-DEDUCT.
           MOVE GT-REFUND TO O-GT-REFUND.
           MOVE GT-OWED TO O-GT-OWED.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE GT-RENT-APPLIED TO O-GT-RENT-APPL.
           MOVE C-VO-REC-CTR TO O-VOUCH-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE.
           MOVE C-NEW-MOUT-CTR TO O-NEW-MOUT-CTR.
           MOVE C-DROP-CTR TO O-DROP-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-4
                   AFTER ADVANCING 1 LINE.
           IF C-LOST-CTR > ZERO
               MOVE C-LOST-CTR TO O-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           PERFORM 3200-PENDING-REPORT.

           CLOSE LETTER-PRTOUT.
           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRAN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-LOST-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    DEPLEDG AND RENTRECV ARE REWRITTEN IN PLACE AS CBLANL04
      *    AND CBLRNT02 DO; THE MOVE-OUT FILE GOES TO ITS NEW
      *    GENERATION.  A DISPOSED MOVE-OUT DROPS A YEAR AFTER ITS
      *    DISPOSITION.
       3100-REWRITE-FILES.
           OPEN OUTPUT DEPOSIT-LEDGER.
           PERFORM 3110-WRITE-DEP-REC
               VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > C-DEP-TBL-CTR.
           CLOSE DEPOSIT-LEDGER.

           IF GT-RENT-APPLIED > ZERO
               OPEN OUTPUT RECV-MASTER
               PERFORM 3120-WRITE-RECV-REC
                   VARYING RCV-IDX FROM 1 BY 1
                       UNTIL RCV-IDX > C-RCV-TBL-CTR
               CLOSE RECV-MASTER
           END-IF.

           OPEN OUTPUT NEW-MOVEOUT-MASTER.
           PERFORM 3130-WRITE-MOM-REC
               VARYING MOM-IDX FROM 1 BY 1
                   UNTIL MOM-IDX > C-MOM-TBL-CTR.
           CLOSE NEW-MOVEOUT-MASTER.

       3110-WRITE-DEP-REC.
           MOVE TD-BLD-CODE (DEP-IDX) TO DL-BLD-CODE.
           MOVE TD-UNIT (DEP-IDX) TO DL-UNIT.
           MOVE TD-BALANCE (DEP-IDX) TO DL-BALANCE.
           WRITE DEP-REC.

       3120-WRITE-RECV-REC.
           MOVE TV-BLD-CODE (RCV-IDX) TO RV-BLD-CODE.
           MOVE TV-UNIT (RCV-IDX) TO RV-UNIT.
           MOVE TV-BILL-DATE (RCV-IDX) TO RV-BILL-DATE.
           MOVE TV-BILLED (RCV-IDX) TO RV-BILLED.
           MOVE TV-PAID (RCV-IDX) TO RV-PAID.
           WRITE RECV-REC.

       3130-WRITE-MOM-REC.
           IF TM-STATUS (MOM-IDX) = 'D'
              AND FUNCTION INTEGER-OF-DATE (TM-DISP-DATE (MOM-IDX))
                  + 365 < C-TODAY-INT
               ADD 1 TO C-DROP-CTR
           ELSE
               WRITE NEW-MOM-REC FROM MOVEOUT-ENTRY (MOM-IDX)
           END-IF.

      *    MOVE-OUTS STILL WAITING, SOONEST DEADLINE FIRST.
       3200-PENDING-REPORT.
           PERFORM 3210-PENDING-SELECT
               VARYING MOM-IDX FROM 1 BY 1
                   UNTIL MOM-IDX > C-MOM-TBL-CTR.
           IF C-PEND-TBL-CTR > 1
               PERFORM 3220-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-PEND-TBL-CTR - 1
           END-IF.
           PERFORM 9110-PENDING-HEADING.
           IF C-PEND-TBL-CTR = ZERO
               WRITE PRTLINE
                   FROM NO-PENDING-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               PERFORM 3240-PENDING-LINE
                   VARYING PND-IDX FROM 1 BY 1
                       UNTIL PND-IDX > C-PEND-TBL-CTR
           END-IF.

       3210-PENDING-SELECT.
           IF TM-STATUS (MOM-IDX) = 'P'
               ADD 1 TO C-PEND-TBL-CTR
               SET PND-IDX TO C-PEND-TBL-CTR
               MOVE TM-DEADLINE (MOM-IDX) TO TP-DEADLINE (PND-IDX)
               MOVE TM-BLD-CODE (MOM-IDX) TO TP-BLD-CODE (PND-IDX)
               MOVE TM-UNIT (MOM-IDX) TO TP-UNIT (PND-IDX)
               SET TP-MOM-SUB (PND-IDX) TO MOM-IDX
           END-IF.

       3220-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-PEND-TBL-CTR - C-RANK-PASS.
           PERFORM 3230-RANK-COMPARE
               VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > C-RANK-LIMIT.

       3230-RANK-COMPARE.
           IF TP-KEY (PND-IDX) > TP-KEY (PND-IDX + 1)
               MOVE PENDING-ENTRY (PND-IDX) TO PENDING-ENTRY-TEMP
               MOVE PENDING-ENTRY (PND-IDX + 1)
                   TO PENDING-ENTRY (PND-IDX)
               MOVE PENDING-ENTRY-TEMP TO PENDING-ENTRY (PND-IDX + 1)
           END-IF.

       3240-PENDING-LINE.
           SET MOM-IDX TO TP-MOM-SUB (PND-IDX).
           MOVE TM-BLD-CODE (MOM-IDX) TO O-PD-BLD-CODE.
           MOVE TM-UNIT (MOM-IDX) TO O-PD-UNIT.
           MOVE TM-NAME (MOM-IDX) TO O-PD-NAME.
           MOVE TM-MOVE-DATE (MOM-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-PD-MOVE-DATE.
           MOVE TM-DEADLINE (MOM-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-PD-DEADLINE.
           COMPUTE C-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (TM-DEADLINE (MOM-IDX))
             - C-TODAY-INT.
           MOVE C-DAYS-LEFT TO O-PD-DAYS-LEFT.
           MOVE TM-BLD-CODE (MOM-IDX) TO H-BLD-CODE.
           MOVE TM-UNIT (MOM-IDX) TO H-UNIT.
           PERFORM 2600-DEPOSIT-FIND.
           MOVE SPACES TO O-PD-NOTE.
           IF C-DEP-FOUND-IDX > ZERO
               SET DEP-IDX TO C-DEP-FOUND-IDX
               MOVE TD-BALANCE (DEP-IDX) TO O-PD-DEPOSIT
           ELSE
               MOVE ZERO TO O-PD-DEPOSIT
               MOVE 'NO DEPOSIT ON LEDGER' TO O-PD-NOTE
           END-IF.
           IF C-DAYS-LEFT < ZERO
               MOVE 'PAST DEADLINE' TO O-PD-NOTE
           ELSE
               IF C-DAYS-LEFT NOT > 5
                   MOVE 'DUE WITHIN 5 DAYS' TO O-PD-NOTE
               END-IF
           END-IF.
           WRITE PRTLINE
               FROM PENDING-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-PENDING-HEADING.


       9000-READ.
           READ TRANS-IN
               AT END
                   MOVE "NO" TO MORE-TRANS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9110-PENDING-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM PENDING-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM PENDING-HEADING
                   AFTER ADVANCING 2 LINES.

       9200-ERR-HEADING.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-PCTR.
           WRITE PRTLINE-ERR
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE-ERR
               FROM ERROR-TITLE
                   AFTER ADVANCING 1 LINE.

       9300-EDIT-DATE.
           MOVE WK-MM TO ED-MM.
           MOVE WK-DD TO ED-DD.
           MOVE WK-YYYY TO ED-YYYY.
