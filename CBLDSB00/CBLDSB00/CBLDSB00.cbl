       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLDSB00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * DISBURSEMENTS - CHECK RUN, CHECK REGISTER AND POSITIVE PAY. *
      * EVERY PAYABLE THE SYSTEM PRODUCES IS PAID HERE:             *
      *   C  SALESPERSON COMMISSION DUE (SLSPPYBL FROM CBLCOM00)    *
      *   O  NET DUE TO OWNERS (OWNRPYBL FROM CBLOWN00)             *
      *   P  POP OVERPAYMENT REFUNDS DUE (POPRFND FROM CBLANL05)    *
      *   D  SECURITY DEPOSIT REFUNDS (DEPVOUCH FROM CBLDEP00)      *
      *   A  AP VENDOR VOUCHERS DUE BY THE RUN DATE (APVOUCH FROM   *
      *      CBLAPM00)                                              *
      * A SOURCE THAT CARRIES A HASH TRAILER IS PROVED BEFORE ANY   *
      * OF IT IS PAID; ONE THAT DOES NOT PROVE IS NOT PAID AT ALL.  *
      * CHECK NUMBERS COME FROM THE CHECK-STOCK CONTROL RECORD      *
      * (DSBCHKCT IN, DSBCHKCN OUT) - THE NEXT NUMBER AND THE LAST  *
      * NUMBER IN THE STOCK ON HAND.  WHEN THE STOCK RUNS OUT THE   *
      * REST ARE HELD FOR THE NEXT RUN.                             *
      *                                                             *
      * THE CHECK REGISTER (DSBREG IN, DSBREGN OUT) KEEPS EVERY     *
      * CHECK WITH ITS SOURCE AND SOURCE REFERENCE, SO A PAYABLE    *
      * ALREADY PAID BY A CHECK STILL OUTSTANDING IS HELD, NOT PAID *
      * TWICE.  VOID (V) AND VOID-AND-REISSUE (R) CARDS ON DSBVOID  *
      * UPDATE THE REGISTER; A REISSUE PAYS THE SAME PAYEE AND      *
      * AMOUNT ON THE NEXT CHECK NUMBER.                            *
      *                                                             *
      * THE AP VOUCHER MASTER IS CARRIED APVOUCH IN, APVOUCHN OUT.  *
      * A VOUCHER PAID HERE IS MARKED PAID WITH ITS CHECK NUMBER;   *
      * ONE NOT YET DUE STAYS OPEN.  A PAID VOUCHER WHOSE CHECK IS  *
      * VOIDED WITHOUT A REISSUE IS REOPENED FOR THE NEXT RUN, AND  *
      * ONE PAID BEFORE THE CURRENT MONTH IS DROPPED.  A MASTER     *
      * THAT DOES NOT PROVE IS COPIED THROUGH UNCHANGED.            *
      *                                                             *
      * OUTPUTS: THE CHECKS (DSBCHK, ONE PER PAGE), THE REGISTER    *
      * REPORT BY SOURCE (DSBRPT), THE BANK'S POSITIVE-PAY ISSUE    *
      * FILE (DSBPPAY, ISSUES AND VOIDS, HASH TRAILER), AND THE     *
      * CASH DISBURSEMENTS GL EXTRACT (DISBGL) FOR CBLGLC00 - EACH  *
      * SOURCE'S PAYABLE DEBITED, CASH CREDITED.  COMMISSION CHECKS *
      * ARE ADDED TO SLSPADV AS P PAYMENTS AND POP REFUND CHECKS TO *
      * POPPAYS AS R REFUNDS, SO THE NEXT SETTLEMENT AND THE NEXT   *
      * POP RUN SEE THEM PAID.                                      *
      * RETURN CODE 4 WHEN ANY PAYABLE IS HELD OR A CARD REJECTED,  *
      * 8 WHEN A SOURCE FAILED ITS TRAILER.                         *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL CHECK-CONTROL
               ASSIGN TO DSBCHKCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CTL-STATUS.

           SELECT NEW-CHECK-CONTROL
               ASSIGN TO DSBCHKCN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REGISTER-IN
               ASSIGN TO DSBREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REG-STATUS.

           SELECT REGISTER-OUT
               ASSIGN TO DSBREGN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-TRANS
               ASSIGN TO DSBVOID
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-VOID-STATUS.

           SELECT OPTIONAL COMM-PAYABLE
               ASSIGN TO SLSPPYBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL OWNER-PAYABLE
               ASSIGN TO OWNRPYBL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL POP-REFUNDS
               ASSIGN TO POPRFND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL DEPOSIT-VOUCHERS
               ASSIGN TO DEPVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL AP-VOUCHERS
               ASSIGN TO APVOUCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT AP-VOUCHERS-OUT
               ASSIGN TO APVOUCHN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHART-OF-ACCOUNTS
               ASSIGN TO CHARTACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHART-STATUS.

           SELECT COMM-PAYMENTS
               ASSIGN TO SLSPADV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FEED-STATUS.

           SELECT POP-PAYMENTS
               ASSIGN TO POPPAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-FEED-STATUS.

           SELECT GL-OUT
               ASSIGN TO DISBGL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POS-PAY-OUT
               ASSIGN TO DSBPPAY
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-PRTOUT
               ASSIGN TO DSBCHK
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DSBRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

      *    THE CHECK STOCK ON HAND AND THE BANK ACCOUNT IT DRAWS ON.
       FD CHECK-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS CC-REC.

       01  CC-REC.
           05  CC-NEXT-CHECK        PIC 9(7).
           05  CC-LAST-CHECK        PIC 9(7).
           05  CC-ROUTING           PIC 9(9).
           05  CC-ACCOUNT           PIC X(12).

       FD NEW-CHECK-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS CN-REC.

       01  CN-REC                   PIC X(35).

      *    STATUS I = ISSUED (OUTSTANDING OR CLEARED), V = VOID.  A
      *    VOIDED CHECK THAT WAS REISSUED CARRIES THE NEW NUMBER.
       FD REGISTER-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RI-REC.

       01  RI-REC                   PIC X(133).

       FD REGISTER-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RO-REC.

       01  RO-REC                   PIC X(133).

      *    V = VOID THE CHECK, R = VOID IT AND REISSUE ON A NEW CHECK.
       FD VOID-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS VD-REC.

       01  VD-REC.
           05  VD-TYPE              PIC X.
           05  VD-CHECK             PIC 9(7).
           05  VD-REASON            PIC X(20).

      *    THE CBLCOM00 PAYABLE EXTRACT - NO TRAILER.
       FD COMM-PAYABLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PB-REC.

       01  PB-REC.
           05  PB-CODE              PIC X(3).
           05  PB-NAME              PIC X(25).
           05  PB-NET-DUE           PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.

       FD OWNER-PAYABLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS OP-REC.

       01  OP-REC.
           05  OP-CODE              PIC X(3).
           05  OP-NAME              PIC X(25).
           05  OP-ADDRESS           PIC X(25).
           05  OP-CITY              PIC X(15).
           05  OP-STATE             PIC XX.
           05  OP-ZIP               PIC X(9).
           05  OP-PERIOD            PIC 9(6).
           05  OP-NET-DUE           PIC 9(9)V99.

       01  OP-TRAILER REDEFINES OP-REC.
           05  OT-ID                PIC X(8).
           05  OT-REC-CTR           PIC 9(6).
           05  OT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(69).

       FD POP-REFUNDS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RF-REC.

       01  RF-REC.
           05  RF-ORDER-NUM         PIC 9(5).
           05  RF-TEAM              PIC X.
           05  RF-SELLER            PIC X(15).
           05  RF-AMOUNT            PIC 9(7)V99.

       01  RF-TRAILER REDEFINES RF-REC.
           05  RT-ID                PIC X(8).
           05  RT-REC-CTR           PIC 9(6).
           05  RT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(3).

      *    THE AP VOUCHER LAYOUT WITH THE PAYEE'S ADDRESS, AS
      *    CBLDEP00 WRITES IT.
       FD DEPOSIT-VOUCHERS
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

      *    THE CBLAPM00 VOUCHER MASTER.  STATUS O = OPEN, P = PAID.
       FD AP-VOUCHERS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS AV-REC.

       01  AV-REC.
           05  AV-VENDOR          PIC X(6).
           05  AV-INVOICE         PIC X(10).
           05  AV-INV-DATE        PIC 9(8).
           05  AV-DUE-DATE        PIC 9(8).
           05  AV-AMOUNT          PIC 9(9)V99.
           05  AV-VOUCH-DATE      PIC 9(8).
           05  AV-VENDOR-NAME     PIC X(30).
           05  AV-STATUS          PIC X.
           05  AV-PAID-DATE       PIC 9(8).
           05  AV-CHECK           PIC 9(7).

       01  AV-TRAILER REDEFINES AV-REC.
           05  AVT-ID             PIC X(8).
           05  AVT-REC-CTR        PIC 9(6).
           05  AVT-HASH-TOTAL     PIC 9(11)V99.
           05  FILLER             PIC X(70).

       FD AP-VOUCHERS-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS AN-REC.

       01  AN-REC                 PIC X(97).

       01  AN-TRAILER REDEFINES AN-REC.
           05  ANT-ID             PIC X(8).
           05  ANT-REC-CTR        PIC 9(6).
           05  ANT-HASH-TOTAL     PIC 9(11)V99.
           05  FILLER             PIC X(70).

       FD CHART-OF-ACCOUNTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CHART-REC.

       01  CHART-REC.
           05  CA-KEY               PIC X(10).
           05  CA-ACCOUNT           PIC 9(8).

      *    THE CBLCOM00 PAYMENT TRANSACTION.
       FD COMM-PAYMENTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS PY-REC.

       01  PY-REC.
           05  PY-CODE              PIC X(3).
           05  PY-TYPE              PIC X.
           05  PY-DATE              PIC 9(8).
           05  PY-AMOUNT            PIC 9(7)V99.

      *    THE CBLANL05 ORDER PAYMENT TRANSACTION.
       FD POP-PAYMENTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS OPMT-REC.

       01  OPMT-REC.
           05  OPM-ORDER-NUM        PIC 9(5).
           05  OPM-PAY-DATE         PIC 9(8).
           05  OPM-AMOUNT           PIC 9(5)V99.
           05  OPM-PAY-TYPE         PIC X.

       FD GL-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS GL-REC.

       01  GL-REC.
           05  GL-ACCOUNT           PIC 9(8).
           05  GL-DESC              PIC X(20).
           05  GL-AMOUNT            PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X.

       01  GL-TRAILER REDEFINES GL-REC.
           05  GT-ID                PIC X(8).
           05  GT-REC-CTR           PIC 9(6).
           05  GT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(14).

      *    ACTION I = ISSUED, V = VOIDED.
       FD POS-PAY-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS PP-REC.

       01  PP-REC.
           05  PP-ROUTING           PIC 9(9).
           05  PP-ACCOUNT           PIC X(12).
           05  PP-CHECK             PIC 9(10).
           05  PP-AMOUNT            PIC 9(10)V99.
           05  PP-ISSUE-DATE        PIC 9(8).
           05  PP-ACTION            PIC X.
           05  PP-PAYEE             PIC X(25).

       01  PP-TRAILER REDEFINES PP-REC.
           05  PT-ID                PIC X(8).
           05  PT-REC-CTR           PIC 9(6).
           05  PT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(50).

       FD CHECK-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CHECK-LINE.

       01  CHECK-LINE               PIC X(132).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-CTL-STATUS     PIC XX         VALUE "00".
           05  C-REG-STATUS     PIC XX         VALUE "00".
           05  C-VOID-STATUS    PIC XX         VALUE "00".
           05  C-IN-STATUS      PIC XX         VALUE "00".
           05  C-CHART-STATUS   PIC XX         VALUE "00".
           05  C-FEED-STATUS    PIC XX         VALUE "00".
           05  MORE-IN          PIC XXX        VALUE "YES".
           05  MORE-CHART       PIC XXX        VALUE "YES".
           05  STOCK-SW         PIC XXX        VALUE "YES".
           05  TRAILER-SEEN-SW  PIC XXX        VALUE "NO".
           05  SOURCE-OK-SW     PIC XXX        VALUE "YES".
           05  REISSUE-SW       PIC XXX        VALUE "NO".
           05  REOPEN-SW        PIC XXX        VALUE "NO".
           05  C-BUS-DATE       PIC 9(8)       VALUE ZERO.
           05  C-BUS-PERIOD     PIC 9(6)       VALUE ZERO.
           05  C-BUS-MONTH-START PIC 9(8)      VALUE ZERO.
           05  C-NEXT-CHECK     PIC 9(7)       VALUE ZERO.
           05  C-LAST-CHECK     PIC 9(7)       VALUE ZERO.
           05  C-ROUTING        PIC 9(9)       VALUE ZERO.
           05  C-ACCOUNT        PIC X(12)      VALUE SPACES.
           05  C-REG-TBL-CTR    PIC 9(5)       VALUE ZERO.
           05  C-REG-FOUND-IDX  PIC 9(5)       VALUE ZERO.
           05  C-CHART-TBL-CTR  PIC 99         VALUE ZERO.
           05  C-GL-LOOKUP-KEY  PIC X(10)      VALUE SPACES.
           05  C-GL-ACCOUNT     PIC 9(8)       VALUE ZERO.
           05  C-GL-AMOUNT      PIC S9(9)V99   VALUE ZERO.
           05  C-GL-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-GL-HASH        PIC 9(11)V99   VALUE ZERO.
           05  C-GL-CASH        PIC S9(9)V99   VALUE ZERO.
           05  C-PP-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-PP-HASH        PIC 9(11)V99   VALUE ZERO.
           05  C-SEG-CTR        PIC 9(6)       VALUE ZERO.
           05  C-SEG-HASH       PIC 9(11)V99   VALUE ZERO.
           05  C-SRC-SUB        PIC 9          VALUE ZERO.
           05  C-HOLD-REASON    PIC X(30)      VALUE SPACES.
           05  C-VOID-NOTE      PIC X(30)      VALUE SPACES.
           05  C-READ-CTR       PIC 9(7)       VALUE ZERO.
           05  C-VOID-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REISSUE-CTR    PIC 9(5)       VALUE ZERO.
           05  C-VOID-REJ-CTR   PIC 9(5)       VALUE ZERO.
           05  C-REG-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-ISSUED-CTR     PIC 9(5)       VALUE ZERO.
           05  C-ISSUED-AMT     PIC 9(9)V99    VALUE ZERO.
           05  C-HELD-CTR       PIC 9(5)       VALUE ZERO.
           05  C-BAD-SRC-CTR    PIC 9          VALUE ZERO.
           05  C-AN-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-AN-HASH        PIC 9(11)V99   VALUE ZERO.
           05  C-AP-OPEN-CTR    PIC 9(5)       VALUE ZERO.
           05  C-AP-PURGE-CTR   PIC 9(5)       VALUE ZERO.

      *    THE PAYABLE BEING PAID, WHICHEVER SOURCE IT CAME FROM.
      *    THE REFERENCE IS WHAT MAKES IT UNIQUE AT ITS SOURCE.
       01  PAYABLE-AREA.
           05  H-SRC                PIC X.
           05  H-REF                PIC X(16).
           05  H-PAYEE              PIC X(25).
           05  H-ADDRESS            PIC X(25).
           05  H-CITY               PIC X(15).
           05  H-STATE              PIC XX.
           05  H-ZIP                PIC X(9).
           05  H-AMOUNT             PIC S9(9)V99.
           05  H-CHECK              PIC 9(7).

      *    C = COMMISSION, O = OWNER, P = POP REFUND, D = DEPOSIT,
      *    A = AP VENDOR VOUCHER.
       01  SOURCE-ARRAY.
           05  FILLER    PIC X(36)   VALUE
               'CSLSPPYBLCOMMISSION DUE   COMMPAY   '.
           05  FILLER    PIC X(36)   VALUE
               'OOWNRPYBLNET DUE TO OWNERSOWNERPAY  '.
           05  FILLER    PIC X(36)   VALUE
               'PPOPRFND POP REFUNDS DUE  POPREFUND '.
           05  FILLER    PIC X(36)   VALUE
               'DDEPVOUCHDEPOSIT REFUNDS  DEPREFUND '.
           05  FILLER    PIC X(36)   VALUE
               'AAPVOUCH AP VOUCHERS DUE  APPAY     '.

       01  SOURCE-TABLE REDEFINES SOURCE-ARRAY.
           05  SOURCE-ENTRY OCCURS 5 TIMES INDEXED BY SRC-IDX.
               10  SR-CODE          PIC X.
               10  SR-FILE          PIC X(8).
               10  SR-DESC          PIC X(17).
               10  SR-GL-KEY        PIC X(10).

       01  SOURCE-TOTALS.
           05  SOURCE-TOTAL OCCURS 5 TIMES.
               10  ST-ISSUED-CTR    PIC 9(5).
               10  ST-ISSUED-AMT    PIC 9(9)V99.
               10  ST-VOID-AMT      PIC 9(9)V99.
               10  ST-HELD-CTR      PIC 9(5).
               10  ST-HELD-AMT      PIC 9(9)V99.

       01  REG-ITEM.
           05  RG-CHECK             PIC 9(7).
           05  RG-SRC               PIC X.
           05  RG-REF               PIC X(16).
           05  RG-PAYEE             PIC X(25).
           05  RG-AMOUNT            PIC 9(7)V99.
           05  RG-ISSUE-DATE        PIC 9(8).
           05  RG-STATUS            PIC X.
           05  RG-VOID-DATE         PIC 9(8).
           05  RG-REISSUE           PIC 9(7).
           05  RG-ADDRESS           PIC X(25).
           05  RG-CITY              PIC X(15).
           05  RG-STATE             PIC XX.
           05  RG-ZIP               PIC X(9).

       01  REGISTER-TABLE.
           05  REG-ENTRY            PIC X(133)
                                    OCCURS 5000 TIMES
                                    INDEXED BY REG-IDX.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 30 TIMES INDEXED BY CHART-IDX.
               10  TC-CA-KEY        PIC X(10).
               10  TC-CA-ACCOUNT    PIC 9(8).

      *    CHECK AMOUNT IN WORDS.
       01  WORDS-AREA.
           05  C-WORDS          PIC X(100)     VALUE SPACES.
           05  C-WORD-PTR       PIC 999        VALUE 1.
           05  C-WORD-AMT       PIC 9(7)V99    VALUE ZERO.
           05  C-WORD-AMT-R REDEFINES C-WORD-AMT.
               10  C-WA-MILLIONS    PIC 9.
               10  C-WA-THOUSANDS   PIC 999.
               10  C-WA-UNITS       PIC 999.
               10  C-WA-CENTS       PIC 99.
           05  C-TRIPLE         PIC 999        VALUE ZERO.
           05  C-TRIPLE-R REDEFINES C-TRIPLE.
               10  C-TR-HUNDREDS    PIC 9.
               10  C-TR-TENS        PIC 99.
           05  C-TENS-DIGIT     PIC 9          VALUE ZERO.
           05  C-ONES-DIGIT     PIC 9          VALUE ZERO.

       01  ONES-ARRAY.
           05  FILLER    PIC X(9)    VALUE 'ONE'.
           05  FILLER    PIC X(9)    VALUE 'TWO'.
           05  FILLER    PIC X(9)    VALUE 'THREE'.
           05  FILLER    PIC X(9)    VALUE 'FOUR'.
           05  FILLER    PIC X(9)    VALUE 'FIVE'.
           05  FILLER    PIC X(9)    VALUE 'SIX'.
           05  FILLER    PIC X(9)    VALUE 'SEVEN'.
           05  FILLER    PIC X(9)    VALUE 'EIGHT'.
           05  FILLER    PIC X(9)    VALUE 'NINE'.
           05  FILLER    PIC X(9)    VALUE 'TEN'.
           05  FILLER    PIC X(9)    VALUE 'ELEVEN'.
           05  FILLER    PIC X(9)    VALUE 'TWELVE'.
           05  FILLER    PIC X(9)    VALUE 'THIRTEEN'.
           05  FILLER    PIC X(9)    VALUE 'FOURTEEN'.
           05  FILLER    PIC X(9)    VALUE 'FIFTEEN'.
           05  FILLER    PIC X(9)    VALUE 'SIXTEEN'.
           05  FILLER    PIC X(9)    VALUE 'SEVENTEEN'.
           05  FILLER    PIC X(9)    VALUE 'EIGHTEEN'.
           05  FILLER    PIC X(9)    VALUE 'NINETEEN'.

       01  ONES-TABLE REDEFINES ONES-ARRAY.
           05  ONES-WORD        PIC X(9)    OCCURS 19 TIMES.

       01  TENS-ARRAY.
           05  FILLER    PIC X(7)    VALUE 'TEN'.
           05  FILLER    PIC X(7)    VALUE 'TWENTY'.
           05  FILLER    PIC X(7)    VALUE 'THIRTY'.
           05  FILLER    PIC X(7)    VALUE 'FORTY'.
           05  FILLER    PIC X(7)    VALUE 'FIFTY'.
           05  FILLER    PIC X(7)    VALUE 'SIXTY'.
           05  FILLER    PIC X(7)    VALUE 'SEVENTY'.
           05  FILLER    PIC X(7)    VALUE 'EIGHTY'.
           05  FILLER    PIC X(7)    VALUE 'NINETY'.

       01  TENS-TABLE REDEFINES TENS-ARRAY.
           05  TENS-WORD        PIC X(7)    OCCURS 9 TIMES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLDSB00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

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

       01  COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(33)   VALUE SPACES.
           05  FILLER           PIC X(41)   VALUE
               'DISBURSEMENTS CHECK REGISTER'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  SECTION-LINE.
           05  O-SECT-TITLE     PIC X(17).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'SOURCE: '.
           05  O-SECT-FILE      PIC X(8).
           05  FILLER           PIC X(96)   VALUE SPACES.

       01  REGISTER-HEADING.
           05  FILLER           PIC X(10)   VALUE '  CHECK'.
           05  FILLER           PIC X(27)   VALUE 'PAYEE'.
           05  FILLER           PIC X(18)   VALUE 'REFERENCE'.
           05  FILLER           PIC X(17)   VALUE '         AMOUNT'.
           05  FILLER           PIC X(60)   VALUE 'NOTE'.

       01  REGISTER-LINE.
           05  O-RG-CHECK       PIC X(7).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-PAYEE       PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-RG-REF         PIC X(16).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-RG-AMOUNT      PIC $$,$$$,$$$.99-.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-NOTE        PIC X(30).
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  SOURCE-TOTAL-LINE.
           05  FILLER           PIC X(10)   VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'CHECKS ISSUED: '.
           05  O-ST-ISSUED-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ST-ISSUED-AMT  PIC $$$,$$$,$$$.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'HELD: '.
           05  O-ST-HELD-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ST-HELD-AMT    PIC $$$,$$$,$$$.99.
           05  FILLER           PIC X(51)   VALUE SPACES.

       01  VOID-HEADING.
           05  FILLER           PIC X(10)   VALUE '  CHECK'.
           05  FILLER           PIC X(27)   VALUE 'PAYEE'.
           05  FILLER           PIC X(18)   VALUE 'REFERENCE'.
           05  FILLER           PIC X(17)   VALUE '         AMOUNT'.
           05  FILLER           PIC X(23)   VALUE 'ACTION'.
           05  FILLER           PIC X(37)   VALUE 'REASON'.

       01  VOID-LINE.
           05  O-VD-CHECK       PIC X(7).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-VD-PAYEE       PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-VD-REF         PIC X(16).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-VD-AMOUNT      PIC $$,$$$,$$$.99-.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-VD-ACTION      PIC X(22).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-VD-REASON      PIC X(20).
           05  FILLER           PIC X(17)   VALUE SPACES.

       01  TOTAL-LINE.
           05  O-TOT-TEXT       PIC X(40).
           05  O-TOT-CTR        PIC ZZ,ZZZ.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TOT-AMT        PIC $$$,$$$,$$$.99.
           05  FILLER           PIC X(68)   VALUE SPACES.

       01  STOCK-LINE.
           05  FILLER           PIC X(24)   VALUE
               'NEXT CHECK NUMBER:     '.
           05  O-NEXT-CHECK     PIC 9(7).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               'LAST CHECK ON HAND: '.
           05  O-LAST-CHECK     PIC 9(7).
           05  FILLER           PIC X(70)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER           PIC X(10)   VALUE SPACES.
           05  O-NONE-TEXT      PIC X(60).
           05  FILLER           PIC X(62)   VALUE SPACES.

      *    THE CHECK FACE.
       01  CHK-TOP-LINE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'CHECK NO. '.
           05  O-CK-CHECK       PIC 9(7).
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'DATE: '.
           05  O-CK-DATE        PIC X(10).
           05  FILLER           PIC X(34)   VALUE SPACES.

       01  CHK-PAY-LINE.
           05  FILLER           PIC X(21)   VALUE
               'PAY TO THE ORDER OF  '.
           05  O-CK-PAYEE       PIC X(25).
           05  FILLER           PIC X(24)   VALUE SPACES.
           05  O-CK-AMOUNT      PIC $**,***,***.99.
           05  FILLER           PIC X(48)   VALUE SPACES.

       01  CHK-WORDS-LINE.
           05  O-CK-WORDS       PIC X(100).
           05  FILLER           PIC X(32)   VALUE SPACES.

       01  CHK-ADDR-LINE.
           05  FILLER           PIC X(21)   VALUE SPACES.
           05  O-CK-ADDR        PIC X(50).
           05  FILLER           PIC X(61)   VALUE SPACES.

       01  CHK-MEMO-LINE.
           05  FILLER           PIC X(6)    VALUE 'MEMO: '.
           05  O-CK-MEMO-DESC   PIC X(17).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-CK-MEMO-REF    PIC X(16).
           05  FILLER           PIC X(92)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLDSB00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-VOIDS.
           PERFORM 2100-COMMISSION.
           PERFORM 2200-OWNERS.
           PERFORM 2300-POP-REFUNDS.
           PERFORM 2400-DEPOSITS.
           PERFORM 2450-AP-VOUCHERS.
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
           MOVE I-DATE TO C-BUS-DATE.
           COMPUTE C-BUS-PERIOD = I-YEAR * 100 + I-MONTH.
           COMPUTE C-BUS-MONTH-START = C-BUS-PERIOD * 100 + 1.

           INITIALIZE SOURCE-TOTALS.
           PERFORM 1100-LOAD-CONTROL.
           PERFORM 1200-READ-CHART.
           PERFORM 1300-LOAD-REGISTER.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT CHECK-PRTOUT.
           OPEN OUTPUT POS-PAY-OUT.
           OPEN OUTPUT GL-OUT.
           OPEN EXTEND COMM-PAYMENTS.
           IF C-FEED-STATUS NOT = "00"
               OPEN OUTPUT COMM-PAYMENTS
           END-IF.
           OPEN EXTEND POP-PAYMENTS.
           IF C-FEED-STATUS NOT = "00"
               OPEN OUTPUT POP-PAYMENTS
           END-IF.
           PERFORM 9100-HEADING.


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

      *    NO CONTROL RECORD, OR ONE THAT DOES NOT ADD UP, MEANS NO
      *    CHECK STOCK - EVERY PAYABLE IS HELD.
       1100-LOAD-CONTROL.
           MOVE "NO" TO STOCK-SW.
           OPEN INPUT CHECK-CONTROL.
           IF C-CTL-STATUS = "00" OR "05"
               READ CHECK-CONTROL
                   AT END
                       MOVE SPACES TO CC-REC
               END-READ
               IF CC-NEXT-CHECK IS NUMERIC
                  AND CC-LAST-CHECK IS NUMERIC
                  AND CC-ROUTING IS NUMERIC
                  AND CC-NEXT-CHECK > ZERO
                   MOVE CC-NEXT-CHECK TO C-NEXT-CHECK
                   MOVE CC-LAST-CHECK TO C-LAST-CHECK
                   MOVE CC-ROUTING TO C-ROUTING
                   MOVE CC-ACCOUNT TO C-ACCOUNT
                   MOVE "YES" TO STOCK-SW
               END-IF
               CLOSE CHECK-CONTROL
           END-IF.

       1200-READ-CHART.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-CHART-STATUS = "00" OR "05"
               PERFORM 1210-READ-CHART-REC
                   UNTIL MORE-CHART = "NO"
               CLOSE CHART-OF-ACCOUNTS
           END-IF.

       1210-READ-CHART-REC.
           READ CHART-OF-ACCOUNTS
               AT END
                   MOVE "NO" TO MORE-CHART
           END-READ.
           IF MORE-CHART = "YES"
               AND C-CHART-TBL-CTR < 30
                   ADD 1 TO C-CHART-TBL-CTR
                   MOVE CA-KEY TO TC-CA-KEY (C-CHART-TBL-CTR)
                   MOVE CA-ACCOUNT TO TC-CA-ACCOUNT (C-CHART-TBL-CTR)
           END-IF.

      *    UNKNOWN KEYS POST TO SUSPENSE ACCOUNT 99999999 SO THE GL
      *    STILL BALANCES AND THE ENTRY SHOWS UP FOR CORRECTION.
       1220-CHART-LOOKUP.
           MOVE 99999999 TO C-GL-ACCOUNT.
           PERFORM 1230-CHART-SEARCH
               VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > C-CHART-TBL-CTR.

       1230-CHART-SEARCH.
           IF TC-CA-KEY (CHART-IDX) = C-GL-LOOKUP-KEY
               MOVE TC-CA-ACCOUNT (CHART-IDX) TO C-GL-ACCOUNT
           END-IF.

      *    A REGISTER PAST THE TABLE LIMIT IS COUNTED AND THE RUN
      *    PAYS NOTHING - THE REGISTER WOULD COME OUT SHORT.
       1300-LOAD-REGISTER.
           OPEN INPUT REGISTER-IN.
           IF C-REG-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 1310-READ-REGISTER
                   UNTIL MORE-IN = "NO"
               CLOSE REGISTER-IN
           END-IF.
           IF C-REG-LOST-CTR > ZERO
               MOVE "NO" TO STOCK-SW
           END-IF.

       1310-READ-REGISTER.
           READ REGISTER-IN
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF C-REG-TBL-CTR < 5000
                   ADD 1 TO C-REG-TBL-CTR
                   MOVE RI-REC TO REG-ENTRY (C-REG-TBL-CTR)
               ELSE
                   ADD 1 TO C-REG-LOST-CTR
               END-IF
           END-IF.


      *    VOIDS AND REISSUES COME FIRST SO A REISSUE TAKES THE
      *    FIRST CHECK NUMBER OF THE RUN.
       2000-VOIDS.
           MOVE 'VOIDS/REISSUES' TO O-SECT-TITLE.
           MOVE 'DSBVOID' TO O-SECT-FILE.
           WRITE PRTLINE
               FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM VOID-HEADING
                   AFTER ADVANCING 2 LINES.
           OPEN INPUT VOID-TRANS.
           IF C-VOID-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2010-VOID-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE VOID-TRANS
           END-IF.
           IF C-VOID-CTR = ZERO AND C-VOID-REJ-CTR = ZERO
               MOVE 'NO VOIDS THIS RUN.' TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       2010-VOID-ONE.
           READ VOID-TRANS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               ADD 1 TO C-READ-CTR
               MOVE SPACES TO C-VOID-NOTE
               MOVE ZERO TO C-REG-FOUND-IDX
               IF VD-TYPE NOT = 'V' AND VD-TYPE NOT = 'R'
                   MOVE 'REJECTED - BAD TYPE' TO C-VOID-NOTE
               ELSE
                   IF VD-CHECK IS NOT NUMERIC
                       MOVE 'REJECTED - BAD NUMBER' TO C-VOID-NOTE
                   ELSE
                       PERFORM 2050-FIND-CHECK
                       IF C-REG-FOUND-IDX = ZERO
                           MOVE 'REJECTED - NOT ON FILE'
                               TO C-VOID-NOTE
                       ELSE
                           IF RG-STATUS = 'V'
                               MOVE 'REJECTED - WAS VOIDED'
                                   TO C-VOID-NOTE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF C-VOID-NOTE = SPACES
                   PERFORM 2020-VOID-CHECK
               ELSE
                   ADD 1 TO C-VOID-REJ-CTR
                   IF VD-CHECK IS NUMERIC
                       MOVE VD-CHECK TO O-VD-CHECK
                   ELSE
                       MOVE SPACES TO O-VD-CHECK
                   END-IF
                   MOVE SPACES TO O-VD-PAYEE
                   MOVE SPACES TO O-VD-REF
                   MOVE ZERO TO O-VD-AMOUNT
                   MOVE C-VOID-NOTE TO O-VD-ACTION
                   MOVE VD-REASON TO O-VD-REASON
                   PERFORM 2040-VOID-LINE
               END-IF
           END-IF.

      *    THE VOID REVERSES THE CASH; A REISSUE PAYS IT AGAIN ON A
      *    NEW NUMBER.  A VOID THAT IS NOT REISSUED LEAVES THE
      *    PAYABLE FOR THE SOURCE TO RAISE AGAIN.
       2020-VOID-CHECK.
           SET REG-IDX TO C-REG-FOUND-IDX.
           MOVE 'V' TO RG-STATUS.
           MOVE C-BUS-DATE TO RG-VOID-DATE.
           ADD 1 TO C-VOID-CTR.
           PERFORM 2060-SOURCE-FIND.
           ADD RG-AMOUNT TO ST-VOID-AMT (C-SRC-SUB).

           MOVE RG-CHECK TO PP-CHECK.
           MOVE RG-AMOUNT TO PP-AMOUNT.
           MOVE RG-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE 'V' TO PP-ACTION.
           MOVE RG-PAYEE TO PP-PAYEE.
           PERFORM 2590-WRITE-POS-PAY.

           MOVE RG-CHECK TO O-VD-CHECK.
           MOVE RG-PAYEE TO O-VD-PAYEE.
           MOVE RG-REF TO O-VD-REF.
           MOVE RG-AMOUNT TO O-VD-AMOUNT.
           MOVE VD-REASON TO O-VD-REASON.

           IF VD-TYPE = 'R' AND STOCK-SW = "YES"
              AND C-NEXT-CHECK NOT > C-LAST-CHECK
              AND C-REG-TBL-CTR < 5000
               MOVE RG-SRC TO H-SRC
               MOVE RG-REF TO H-REF
               MOVE RG-PAYEE TO H-PAYEE
               MOVE RG-ADDRESS TO H-ADDRESS
               MOVE RG-CITY TO H-CITY
               MOVE RG-STATE TO H-STATE
               MOVE RG-ZIP TO H-ZIP
               MOVE RG-AMOUNT TO H-AMOUNT
               MOVE C-NEXT-CHECK TO RG-REISSUE
               MOVE REG-ITEM TO REG-ENTRY (REG-IDX)
               MOVE SPACES TO O-VD-ACTION
               STRING 'REISSUED ON '
                      C-NEXT-CHECK DELIMITED BY SIZE
                   INTO O-VD-ACTION
               END-STRING
               PERFORM 2040-VOID-LINE
               ADD 1 TO C-REISSUE-CTR
               MOVE "YES" TO REISSUE-SW
               PERFORM 2510-ISSUE-CHECK
               MOVE "NO" TO REISSUE-SW
           ELSE
               MOVE REG-ITEM TO REG-ENTRY (REG-IDX)
               IF VD-TYPE = 'R'
                   MOVE 'VOID - REISSUE HELD' TO O-VD-ACTION
                   ADD 1 TO C-HELD-CTR
               ELSE
                   IF RG-SRC = 'C' OR RG-SRC = 'P'
                       MOVE 'VOID - ADJUST SOURCE' TO O-VD-ACTION
                   ELSE
                       IF RG-SRC = 'A'
                           MOVE 'VOID - REOPEN VOUCHER'
                               TO O-VD-ACTION
                       ELSE
                           MOVE 'VOID' TO O-VD-ACTION
                       END-IF
                   END-IF
               END-IF
               PERFORM 2040-VOID-LINE
           END-IF.

       2040-VOID-LINE.
           WRITE PRTLINE
               FROM VOID-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2050-FIND-CHECK.
           MOVE ZERO TO C-REG-FOUND-IDX.
           PERFORM 2055-CHECK-SEARCH
               VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > C-REG-TBL-CTR
                      OR C-REG-FOUND-IDX > ZERO.
           IF C-REG-FOUND-IDX > ZERO
               MOVE REG-ENTRY (C-REG-FOUND-IDX) TO REG-ITEM
           END-IF.

       2055-CHECK-SEARCH.
           IF REG-ENTRY (REG-IDX) (1:7) = VD-CHECK
               SET C-REG-FOUND-IDX TO REG-IDX
           END-IF.

       2060-SOURCE-FIND.
           SET SRC-IDX TO 1.
           SEARCH SOURCE-ENTRY
               AT END
                   SET SRC-IDX TO 1
               WHEN SR-CODE (SRC-IDX) = RG-SRC
                   CONTINUE
           END-SEARCH.
           SET C-SRC-SUB TO SRC-IDX.

       2065-SOURCE-FIND-H.
           SET SRC-IDX TO 1.
           SEARCH SOURCE-ENTRY
               AT END
                   SET SRC-IDX TO 1
               WHEN SR-CODE (SRC-IDX) = H-SRC
                   CONTINUE
           END-SEARCH.
           SET C-SRC-SUB TO SRC-IDX.


      *    COMMISSION - NO TRAILER ON THIS EXTRACT.
       2100-COMMISSION.
           SET SRC-IDX TO 1.
           PERFORM 2600-SOURCE-START.
           MOVE "YES" TO TRAILER-SEEN-SW.
           OPEN INPUT COMM-PAYABLE.
           IF C-IN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2110-COMM-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE COMM-PAYABLE
           END-IF.
           PERFORM 2650-SOURCE-END.

       2110-COMM-ONE.
           READ COMM-PAYABLE
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               ADD 1 TO C-READ-CTR
               MOVE 'C' TO H-SRC
               MOVE SPACES TO H-REF
               STRING PB-CODE C-BUS-PERIOD DELIMITED BY SIZE
                   INTO H-REF
               END-STRING
               MOVE PB-NAME TO H-PAYEE
               IF PB-NAME = SPACES
                   MOVE PB-CODE TO H-PAYEE
               END-IF
               MOVE SPACES TO H-ADDRESS
               MOVE SPACES TO H-CITY
               MOVE SPACES TO H-STATE
               MOVE SPACES TO H-ZIP
               IF PB-NET-DUE IS NUMERIC
                   MOVE PB-NET-DUE TO H-AMOUNT
               ELSE
                   MOVE ZERO TO H-AMOUNT
               END-IF
               PERFORM 2500-PAY-ONE
           END-IF.


      *    OWNERS - THE TRAILER IS PROVED ON A FIRST PASS.
       2200-OWNERS.
           SET SRC-IDX TO 2.
           PERFORM 2600-SOURCE-START.
           OPEN INPUT OWNER-PAYABLE.
           IF C-IN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2205-OWNER-PROVE
                   UNTIL MORE-IN = "NO"
               CLOSE OWNER-PAYABLE
           END-IF.
           PERFORM 2700-TRAILER-RESULT.
           IF SOURCE-OK-SW = "YES"
               OPEN INPUT OWNER-PAYABLE
               MOVE "YES" TO MORE-IN
               PERFORM 2210-OWNER-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE OWNER-PAYABLE
           END-IF.
           PERFORM 2650-SOURCE-END.

       2205-OWNER-PROVE.
           READ OWNER-PAYABLE
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF OT-ID = 'TRAILER '
                   MOVE "YES" TO TRAILER-SEEN-SW
                   IF OT-REC-CTR NOT = C-SEG-CTR
                      OR OT-HASH-TOTAL NOT = C-SEG-HASH
                       MOVE "NO" TO SOURCE-OK-SW
                   END-IF
               ELSE
                   ADD 1 TO C-SEG-CTR
                   IF OP-NET-DUE IS NUMERIC
                       ADD OP-NET-DUE TO C-SEG-HASH
                   END-IF
               END-IF
           END-IF.

       2210-OWNER-ONE.
           READ OWNER-PAYABLE
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND OT-ID NOT = 'TRAILER '
               ADD 1 TO C-READ-CTR
               MOVE 'O' TO H-SRC
               MOVE SPACES TO H-REF
               STRING OP-CODE OP-PERIOD DELIMITED BY SIZE
                   INTO H-REF
               END-STRING
               MOVE OP-NAME TO H-PAYEE
               MOVE OP-ADDRESS TO H-ADDRESS
               MOVE OP-CITY TO H-CITY
               MOVE OP-STATE TO H-STATE
               MOVE OP-ZIP TO H-ZIP
               IF OP-NET-DUE IS NUMERIC
                   MOVE OP-NET-DUE TO H-AMOUNT
               ELSE
                   MOVE ZERO TO H-AMOUNT
               END-IF
               PERFORM 2500-PAY-ONE
           END-IF.


      *    POP REFUNDS - PAYABLE TO THE SELLER WHO TOOK THE ORDER.
       2300-POP-REFUNDS.
           SET SRC-IDX TO 3.
           PERFORM 2600-SOURCE-START.
           OPEN INPUT POP-REFUNDS.
           IF C-IN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2305-POP-PROVE
                   UNTIL MORE-IN = "NO"
               CLOSE POP-REFUNDS
           END-IF.
           PERFORM 2700-TRAILER-RESULT.
           IF SOURCE-OK-SW = "YES"
               OPEN INPUT POP-REFUNDS
               MOVE "YES" TO MORE-IN
               PERFORM 2310-POP-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE POP-REFUNDS
           END-IF.
           PERFORM 2650-SOURCE-END.

       2305-POP-PROVE.
           READ POP-REFUNDS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF RT-ID = 'TRAILER '
                   MOVE "YES" TO TRAILER-SEEN-SW
                   IF RT-REC-CTR NOT = C-SEG-CTR
                      OR RT-HASH-TOTAL NOT = C-SEG-HASH
                       MOVE "NO" TO SOURCE-OK-SW
                   END-IF
               ELSE
                   ADD 1 TO C-SEG-CTR
                   IF RF-AMOUNT IS NUMERIC
                       ADD RF-AMOUNT TO C-SEG-HASH
                   END-IF
               END-IF
           END-IF.

       2310-POP-ONE.
           READ POP-REFUNDS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND RT-ID NOT = 'TRAILER '
               ADD 1 TO C-READ-CTR
               MOVE 'P' TO H-SRC
               MOVE SPACES TO H-REF
               STRING RF-ORDER-NUM RF-TEAM DELIMITED BY SIZE
                   INTO H-REF
               END-STRING
               MOVE RF-SELLER TO H-PAYEE
               MOVE SPACES TO H-ADDRESS
               MOVE SPACES TO H-CITY
               MOVE SPACES TO H-STATE
               MOVE SPACES TO H-ZIP
               IF RF-AMOUNT IS NUMERIC
                   MOVE RF-AMOUNT TO H-AMOUNT
               ELSE
                   MOVE ZERO TO H-AMOUNT
               END-IF
               PERFORM 2500-PAY-ONE
           END-IF.


      *    DEPOSIT REFUNDS - PAYABLE TO THE TENANT AT THE
      *    FORWARDING ADDRESS.
       2400-DEPOSITS.
           SET SRC-IDX TO 4.
           PERFORM 2600-SOURCE-START.
           OPEN INPUT DEPOSIT-VOUCHERS.
           IF C-IN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2405-DEPOSIT-PROVE
                   UNTIL MORE-IN = "NO"
               CLOSE DEPOSIT-VOUCHERS
           END-IF.
           PERFORM 2700-TRAILER-RESULT.
           IF SOURCE-OK-SW = "YES"
               OPEN INPUT DEPOSIT-VOUCHERS
               MOVE "YES" TO MORE-IN
               PERFORM 2410-DEPOSIT-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE DEPOSIT-VOUCHERS
           END-IF.
           PERFORM 2650-SOURCE-END.

       2405-DEPOSIT-PROVE.
           READ DEPOSIT-VOUCHERS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF VT-ID = 'TRAILER '
                   MOVE "YES" TO TRAILER-SEEN-SW
                   IF VT-REC-CTR NOT = C-SEG-CTR
                      OR VT-HASH-TOTAL NOT = C-SEG-HASH
                       MOVE "NO" TO SOURCE-OK-SW
                   END-IF
               ELSE
                   ADD 1 TO C-SEG-CTR
                   IF VO-AMOUNT IS NUMERIC
                       ADD VO-AMOUNT TO C-SEG-HASH
                   END-IF
               END-IF
           END-IF.

       2410-DEPOSIT-ONE.
           READ DEPOSIT-VOUCHERS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND VT-ID NOT = 'TRAILER '
               ADD 1 TO C-READ-CTR
               MOVE 'D' TO H-SRC
               MOVE SPACES TO H-REF
               STRING VO-VENDOR VO-INVOICE DELIMITED BY SIZE
                   INTO H-REF
               END-STRING
               MOVE VO-PAYEE-NAME TO H-PAYEE
               MOVE VO-PAYEE-ADDR TO H-ADDRESS
               MOVE VO-PAYEE-CITY TO H-CITY
               MOVE VO-PAYEE-STATE TO H-STATE
               MOVE VO-PAYEE-ZIP TO H-ZIP
               IF VO-AMOUNT IS NUMERIC
                   MOVE VO-AMOUNT TO H-AMOUNT
               ELSE
                   MOVE ZERO TO H-AMOUNT
               END-IF
               PERFORM 2500-PAY-ONE
           END-IF.


      *    AP VOUCHERS - PAYABLE TO THE VENDOR.  THE MASTER IS
      *    PROVED, THEN REWRITTEN WITH EVERY VOUCHER DUE BY THE RUN
      *    DATE PAID AND MARKED.
       2450-AP-VOUCHERS.
           SET SRC-IDX TO 5.
           PERFORM 2600-SOURCE-START.
           OPEN INPUT AP-VOUCHERS.
           IF C-IN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2455-AP-PROVE
                   UNTIL MORE-IN = "NO"
               CLOSE AP-VOUCHERS
           END-IF.
           PERFORM 2700-TRAILER-RESULT.
           OPEN OUTPUT AP-VOUCHERS-OUT.
           OPEN INPUT AP-VOUCHERS.
           IF C-IN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2460-AP-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE AP-VOUCHERS
           END-IF.
           IF SOURCE-OK-SW = "YES"
               MOVE SPACES TO AN-REC
               MOVE 'TRAILER ' TO ANT-ID
               MOVE C-AN-REC-CTR TO ANT-REC-CTR
               MOVE C-AN-HASH TO ANT-HASH-TOTAL
               WRITE AN-REC
           END-IF.
           CLOSE AP-VOUCHERS-OUT.
           PERFORM 2650-SOURCE-END.

       2455-AP-PROVE.
           READ AP-VOUCHERS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF AVT-ID = 'TRAILER '
                   MOVE "YES" TO TRAILER-SEEN-SW
                   IF AVT-REC-CTR NOT = C-SEG-CTR
                      OR AVT-HASH-TOTAL NOT = C-SEG-HASH
                       MOVE "NO" TO SOURCE-OK-SW
                   END-IF
               ELSE
                   ADD 1 TO C-SEG-CTR
                   IF AV-AMOUNT IS NUMERIC
                       ADD AV-AMOUNT TO C-SEG-HASH
                   END-IF
               END-IF
           END-IF.

      *    A MASTER THAT DID NOT PROVE GOES THROUGH AS IT CAME,
      *    TRAILER AND ALL, FOR THE NEXT RUN TO PROVE AGAIN.
       2460-AP-ONE.
           READ AP-VOUCHERS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF SOURCE-OK-SW = "NO"
                   WRITE AN-REC FROM AV-REC
               ELSE
                   IF AVT-ID NOT = 'TRAILER '
                       PERFORM 2465-AP-VOUCHER
                   END-IF
               END-IF
           END-IF.

       2465-AP-VOUCHER.
           MOVE "NO" TO REOPEN-SW.
           IF AV-STATUS = 'P'
               PERFORM 2470-AP-CHECK-STATUS
           END-IF.
           IF AV-STATUS NOT = 'P'
              AND REOPEN-SW = "NO"
              AND AV-DUE-DATE NOT > C-BUS-DATE
               ADD 1 TO C-READ-CTR
               MOVE 'A' TO H-SRC
               MOVE SPACES TO H-REF
               STRING AV-VENDOR AV-INVOICE DELIMITED BY SIZE
                   INTO H-REF
               END-STRING
               MOVE AV-VENDOR-NAME TO H-PAYEE
               IF AV-VENDOR-NAME = SPACES
                   MOVE AV-VENDOR TO H-PAYEE
               END-IF
               MOVE SPACES TO H-ADDRESS
               MOVE SPACES TO H-CITY
               MOVE SPACES TO H-STATE
               MOVE SPACES TO H-ZIP
               IF AV-AMOUNT IS NUMERIC
                   MOVE AV-AMOUNT TO H-AMOUNT
               ELSE
                   MOVE ZERO TO H-AMOUNT
               END-IF
               MOVE ZERO TO H-CHECK
               PERFORM 2500-PAY-ONE
               IF H-CHECK > ZERO
                   MOVE 'P' TO AV-STATUS
                   MOVE C-BUS-DATE TO AV-PAID-DATE
                   MOVE H-CHECK TO AV-CHECK
               ELSE
                   IF C-HOLD-REASON (1:21) = 'HELD - PAID ON CHECK '
                       MOVE 'P' TO AV-STATUS
                       MOVE RG-ISSUE-DATE TO AV-PAID-DATE
                       MOVE RG-CHECK TO AV-CHECK
                   END-IF
               END-IF
           END-IF.
           IF AV-STATUS = 'P'
              AND AV-PAID-DATE < C-BUS-MONTH-START
               ADD 1 TO C-AP-PURGE-CTR
           ELSE
               IF AV-STATUS NOT = 'P'
                   ADD 1 TO C-AP-OPEN-CTR
               END-IF
               WRITE AN-REC FROM AV-REC
               ADD 1 TO C-AN-REC-CTR
               IF AV-AMOUNT IS NUMERIC
                   ADD AV-AMOUNT TO C-AN-HASH
               END-IF
           END-IF.

      *    A VOIDED CHECK THAT WAS REISSUED HANDS THE VOUCHER TO THE
      *    NEW CHECK; ONE VOIDED OUTRIGHT REOPENS THE VOUCHER.
       2470-AP-CHECK-STATUS.
           MOVE ZERO TO C-REG-FOUND-IDX.
           PERFORM 2475-AP-CHECK-SEARCH
               VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > C-REG-TBL-CTR
                      OR C-REG-FOUND-IDX > ZERO.
           IF C-REG-FOUND-IDX > ZERO
               MOVE REG-ENTRY (C-REG-FOUND-IDX) TO REG-ITEM
               IF RG-STATUS = 'V'
                   IF RG-REISSUE > ZERO
                       MOVE RG-REISSUE TO AV-CHECK
                   ELSE
                       MOVE 'O' TO AV-STATUS
                       MOVE ZERO TO AV-PAID-DATE
                       MOVE ZERO TO AV-CHECK
                       MOVE "YES" TO REOPEN-SW
                   END-IF
               END-IF
           END-IF.

       2475-AP-CHECK-SEARCH.
           IF REG-ENTRY (REG-IDX) (1:7) = AV-CHECK
               SET C-REG-FOUND-IDX TO REG-IDX
           END-IF.


      *    ONE PAYABLE: HELD IF THERE IS NOTHING TO PAY, IF A CHECK
      *    STILL STANDING ON THE REGISTER ALREADY PAID IT, OR IF THE
      *    CHECK STOCK HAS RUN OUT.
       2500-PAY-ONE.
           MOVE SPACES TO C-HOLD-REASON.
           IF H-AMOUNT NOT > ZERO
               MOVE 'HELD - NOTHING DUE' TO C-HOLD-REASON
           ELSE
               IF H-AMOUNT > 9999999.99
                   MOVE 'HELD - OVER CHECK LIMIT' TO C-HOLD-REASON
               ELSE
                   IF H-SRC = 'P' AND H-AMOUNT > 99999.99
                       MOVE 'HELD - OVER REFUND LIMIT'
                           TO C-HOLD-REASON
                   END-IF
               END-IF
           END-IF.
           IF C-HOLD-REASON = SPACES
               MOVE ZERO TO C-REG-FOUND-IDX
               PERFORM 2520-PAID-SEARCH
                   VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > C-REG-TBL-CTR
                          OR C-REG-FOUND-IDX > ZERO
               IF C-REG-FOUND-IDX > ZERO
                   MOVE REG-ENTRY (C-REG-FOUND-IDX) TO REG-ITEM
                   MOVE SPACES TO C-HOLD-REASON
                   STRING 'HELD - PAID ON CHECK '
                          RG-CHECK DELIMITED BY SIZE
                       INTO C-HOLD-REASON
                   END-STRING
               END-IF
           END-IF.
           IF C-HOLD-REASON = SPACES
               IF STOCK-SW = "NO"
                  OR C-NEXT-CHECK > C-LAST-CHECK
                  OR C-REG-TBL-CTR NOT < 5000
                   MOVE 'HELD - OUT OF CHECK STOCK' TO C-HOLD-REASON
               END-IF
           END-IF.
           IF C-HOLD-REASON = SPACES
               PERFORM 2510-ISSUE-CHECK
           ELSE
               ADD 1 TO C-HELD-CTR
               ADD 1 TO ST-HELD-CTR (C-SRC-SUB)
               IF H-AMOUNT > ZERO
                   ADD H-AMOUNT TO ST-HELD-AMT (C-SRC-SUB)
               END-IF
               MOVE SPACES TO O-RG-CHECK
               MOVE H-PAYEE TO O-RG-PAYEE
               MOVE H-REF TO O-RG-REF
               MOVE H-AMOUNT TO O-RG-AMOUNT
               MOVE C-HOLD-REASON TO O-RG-NOTE
               PERFORM 2580-REGISTER-LINE
           END-IF.

      *    THE NEXT CHECK NUMBER PAYS IT: REGISTER ENTRY, CHECK
      *    FACE, POSITIVE-PAY ISSUE, AND THE PAYMENT BACK TO THE
      *    SOURCE WHERE THE SOURCE KEEPS ITS OWN BALANCE.  A
      *    REISSUE IS NOT SENT BACK - THE SOURCE ALREADY HAS THE
      *    FIRST CHECK AS ITS PAYMENT.
       2510-ISSUE-CHECK.
           MOVE C-NEXT-CHECK TO H-CHECK.
           ADD 1 TO C-NEXT-CHECK.
           PERFORM 2065-SOURCE-FIND-H.
           MOVE SPACES TO REG-ITEM.
           MOVE H-CHECK TO RG-CHECK.
           MOVE H-SRC TO RG-SRC.
           MOVE H-REF TO RG-REF.
           MOVE H-PAYEE TO RG-PAYEE.
           MOVE H-AMOUNT TO RG-AMOUNT.
           MOVE C-BUS-DATE TO RG-ISSUE-DATE.
           MOVE 'I' TO RG-STATUS.
           MOVE ZERO TO RG-VOID-DATE.
           MOVE ZERO TO RG-REISSUE.
           MOVE H-ADDRESS TO RG-ADDRESS.
           MOVE H-CITY TO RG-CITY.
           MOVE H-STATE TO RG-STATE.
           MOVE H-ZIP TO RG-ZIP.
           ADD 1 TO C-REG-TBL-CTR.
           MOVE REG-ITEM TO REG-ENTRY (C-REG-TBL-CTR).

           ADD 1 TO C-ISSUED-CTR.
           ADD H-AMOUNT TO C-ISSUED-AMT.
           ADD 1 TO ST-ISSUED-CTR (C-SRC-SUB).
           ADD H-AMOUNT TO ST-ISSUED-AMT (C-SRC-SUB).

           PERFORM 2550-PRINT-CHECK.

           MOVE H-CHECK TO PP-CHECK.
           MOVE H-AMOUNT TO PP-AMOUNT.
           MOVE C-BUS-DATE TO PP-ISSUE-DATE.
           MOVE 'I' TO PP-ACTION.
           MOVE H-PAYEE TO PP-PAYEE.
           PERFORM 2590-WRITE-POS-PAY.

           MOVE H-CHECK TO O-RG-CHECK.
           MOVE H-PAYEE TO O-RG-PAYEE.
           MOVE H-REF TO O-RG-REF.
           MOVE H-AMOUNT TO O-RG-AMOUNT.
           MOVE SPACES TO O-RG-NOTE.
           IF H-ADDRESS = SPACES
               MOVE 'NO ADDRESS - HAND DELIVER' TO O-RG-NOTE
           END-IF.
           PERFORM 2580-REGISTER-LINE.

           IF H-SRC = 'C' AND REISSUE-SW = "NO"
               MOVE H-REF (1:3) TO PY-CODE
               MOVE 'P' TO PY-TYPE
               MOVE C-BUS-DATE TO PY-DATE
               MOVE H-AMOUNT TO PY-AMOUNT
               WRITE PY-REC
           END-IF.
           IF H-SRC = 'P' AND REISSUE-SW = "NO"
               MOVE H-REF (1:5) TO OPM-ORDER-NUM
               MOVE C-BUS-DATE TO OPM-PAY-DATE
               MOVE H-AMOUNT TO OPM-AMOUNT
               MOVE 'R' TO OPM-PAY-TYPE
               WRITE OPMT-REC
           END-IF.

      *    ONLY AN ISSUED CHECK STOPS A SECOND PAYMENT; A VOIDED
      *    ONE DOES NOT.
       2520-PAID-SEARCH.
           MOVE REG-ENTRY (REG-IDX) TO REG-ITEM.
           IF RG-SRC = H-SRC
              AND RG-REF = H-REF
              AND RG-STATUS = 'I'
               SET C-REG-FOUND-IDX TO REG-IDX
           END-IF.

       2550-PRINT-CHECK.
           MOVE H-CHECK TO O-CK-CHECK.
           MOVE C-BUS-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-CK-DATE.
           WRITE CHECK-LINE
               FROM CHK-TOP-LINE
                   AFTER ADVANCING PAGE.
           MOVE H-PAYEE TO O-CK-PAYEE.
           MOVE H-AMOUNT TO O-CK-AMOUNT.
           WRITE CHECK-LINE
               FROM CHK-PAY-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE H-AMOUNT TO C-WORD-AMT.
           PERFORM 6000-AMOUNT-WORDS.
           MOVE C-WORDS TO O-CK-WORDS.
           WRITE CHECK-LINE
               FROM CHK-WORDS-LINE
                   AFTER ADVANCING 2 LINES.
           IF H-ADDRESS NOT = SPACES
               MOVE H-PAYEE TO O-CK-ADDR
               WRITE CHECK-LINE
                   FROM CHK-ADDR-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
               MOVE H-ADDRESS TO O-CK-ADDR
               WRITE CHECK-LINE
                   FROM CHK-ADDR-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE SPACES TO O-CK-ADDR
               STRING H-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      H-STATE DELIMITED BY SIZE
                      '  ' DELIMITED BY SIZE
                      H-ZIP DELIMITED BY SPACE
                   INTO O-CK-ADDR
               END-STRING
               WRITE CHECK-LINE
                   FROM CHK-ADDR-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           MOVE SR-DESC (C-SRC-SUB) TO O-CK-MEMO-DESC.
           MOVE H-REF TO O-CK-MEMO-REF.
           WRITE CHECK-LINE
               FROM CHK-MEMO-LINE
                   AFTER ADVANCING 3 LINES.

       2580-REGISTER-LINE.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2590-WRITE-POS-PAY.
           MOVE C-ROUTING TO PP-ROUTING.
           MOVE C-ACCOUNT TO PP-ACCOUNT.
           WRITE PP-REC.
           ADD 1 TO C-PP-REC-CTR.
           ADD PP-AMOUNT TO C-PP-HASH.

       2600-SOURCE-START.
           SET C-SRC-SUB TO SRC-IDX.
           MOVE "00" TO C-IN-STATUS.
           MOVE ZERO TO C-SEG-CTR.
           MOVE ZERO TO C-SEG-HASH.
           MOVE "NO" TO TRAILER-SEEN-SW.
           MOVE "YES" TO SOURCE-OK-SW.
           MOVE SR-DESC (SRC-IDX) TO O-SECT-TITLE.
           MOVE SR-FILE (SRC-IDX) TO O-SECT-FILE.
           WRITE PRTLINE
               FROM SECTION-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           WRITE PRTLINE
               FROM REGISTER-HEADING
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2650-SOURCE-END.
           MOVE ST-ISSUED-CTR (C-SRC-SUB) TO O-ST-ISSUED-CTR.
           MOVE ST-ISSUED-AMT (C-SRC-SUB) TO O-ST-ISSUED-AMT.
           MOVE ST-HELD-CTR (C-SRC-SUB) TO O-ST-HELD-CTR.
           MOVE ST-HELD-AMT (C-SRC-SUB) TO O-ST-HELD-AMT.
           WRITE PRTLINE
               FROM SOURCE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

      *    A SOURCE WITH RECORDS AND NO TRAILER ARRIVED SHORT; ONE
      *    WITH NO RECORDS AT ALL IS SIMPLY NOT THERE THIS RUN.
       2700-TRAILER-RESULT.
           IF TRAILER-SEEN-SW = "NO" AND C-SEG-CTR > ZERO
               MOVE "NO" TO SOURCE-OK-SW
           END-IF.
           IF SOURCE-OK-SW = "NO"
               ADD 1 TO C-BAD-SRC-CTR
               MOVE '** TRAILER DOES NOT PROVE - NOTHING PAID **'
                   TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


      *    REGISTER AND CHECK-STOCK CONTROL TO THEIR NEW
      *    GENERATIONS, THE CASH ENTRIES TO THE GL, TRAILERS ON THE
      *    BANK AND GL FILES, THEN THE RUN TOTALS.
       3000-CLOSING.
           OPEN OUTPUT REGISTER-OUT.
           PERFORM 3010-WRITE-REGISTER
               VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > C-REG-TBL-CTR.
           CLOSE REGISTER-OUT.

           OPEN OUTPUT NEW-CHECK-CONTROL.
           IF STOCK-SW = "YES"
               MOVE C-NEXT-CHECK TO CC-NEXT-CHECK
               MOVE C-LAST-CHECK TO CC-LAST-CHECK
               MOVE C-ROUTING TO CC-ROUTING
               MOVE C-ACCOUNT TO CC-ACCOUNT
           END-IF.
           WRITE CN-REC FROM CC-REC.
           CLOSE NEW-CHECK-CONTROL.

           MOVE ZERO TO C-GL-CASH.
           PERFORM 3020-SOURCE-GL
               VARYING C-SRC-SUB FROM 1 BY 1
                   UNTIL C-SRC-SUB > 5.
           IF C-GL-CASH NOT = ZERO
               MOVE 'CASH      ' TO C-GL-LOOKUP-KEY
               MOVE C-GL-CASH TO C-GL-AMOUNT
               PERFORM 3030-WRITE-GL-REC
           END-IF.
           MOVE SPACES TO GL-REC.
           MOVE 'TRAILER ' TO GT-ID.
           MOVE C-GL-REC-CTR TO GT-REC-CTR.
           MOVE C-GL-HASH TO GT-HASH-TOTAL.
           WRITE GL-REC.
           CLOSE GL-OUT.

           MOVE SPACES TO PP-REC.
           MOVE 'TRAILER ' TO PT-ID.
           MOVE C-PP-REC-CTR TO PT-REC-CTR.
           MOVE C-PP-HASH TO PT-HASH-TOTAL.
           WRITE PP-REC.
           CLOSE POS-PAY-OUT.

           CLOSE COMM-PAYMENTS.
           CLOSE POP-PAYMENTS.
           CLOSE CHECK-PRTOUT.

           PERFORM 3100-RUN-TOTALS.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-BAD-SRC-CTR > ZERO OR C-REG-LOST-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-HELD-CTR > ZERO OR C-VOID-REJ-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

       3010-WRITE-REGISTER.
           WRITE RO-REC FROM REG-ENTRY (REG-IDX).

      *    CASH OUT IS A CREDIT (POSITIVE) AND THE PAYABLE IT
      *    CLEARS A DEBIT (NEGATIVE); A VOID TURNS BOTH AROUND.
       3020-SOURCE-GL.
           COMPUTE C-GL-AMOUNT = ST-VOID-AMT (C-SRC-SUB)
                               - ST-ISSUED-AMT (C-SRC-SUB).
           IF C-GL-AMOUNT NOT = ZERO
               SUBTRACT C-GL-AMOUNT FROM C-GL-CASH
               SET SRC-IDX TO C-SRC-SUB
               MOVE SR-GL-KEY (SRC-IDX) TO C-GL-LOOKUP-KEY
               PERFORM 3030-WRITE-GL-REC
           END-IF.

       3030-WRITE-GL-REC.
           PERFORM 1220-CHART-LOOKUP.
           MOVE C-GL-ACCOUNT TO GL-ACCOUNT.
           MOVE C-GL-LOOKUP-KEY TO GL-DESC.
           MOVE C-GL-AMOUNT TO GL-AMOUNT.
           MOVE SPACE TO GL-REC (41:1).
           WRITE GL-REC.
           ADD 1 TO C-GL-REC-CTR.
           IF C-GL-AMOUNT < ZERO
               SUBTRACT C-GL-AMOUNT FROM C-GL-HASH
           ELSE
               ADD C-GL-AMOUNT TO C-GL-HASH
           END-IF.

       3100-RUN-TOTALS.
           MOVE 'CHECKS ISSUED' TO O-TOT-TEXT.
           MOVE C-ISSUED-CTR TO O-TOT-CTR.
           MOVE C-ISSUED-AMT TO O-TOT-AMT.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'OF WHICH REISSUES' TO O-TOT-TEXT.
           MOVE C-REISSUE-CTR TO O-TOT-CTR.
           MOVE ZERO TO O-TOT-AMT.
           PERFORM 3110-TOTAL-LINE.
           MOVE 'CHECKS VOIDED' TO O-TOT-TEXT.
           MOVE C-VOID-CTR TO O-TOT-CTR.
           COMPUTE O-TOT-AMT = ST-VOID-AMT (1) + ST-VOID-AMT (2)
                             + ST-VOID-AMT (3) + ST-VOID-AMT (4)
                             + ST-VOID-AMT (5).
           PERFORM 3110-TOTAL-LINE.
           MOVE 'VOID CARDS REJECTED' TO O-TOT-TEXT.
           MOVE C-VOID-REJ-CTR TO O-TOT-CTR.
           MOVE ZERO TO O-TOT-AMT.
           PERFORM 3110-TOTAL-LINE.
           MOVE 'PAYABLES HELD' TO O-TOT-TEXT.
           MOVE C-HELD-CTR TO O-TOT-CTR.
           COMPUTE O-TOT-AMT = ST-HELD-AMT (1) + ST-HELD-AMT (2)
                             + ST-HELD-AMT (3) + ST-HELD-AMT (4)
                             + ST-HELD-AMT (5).
           PERFORM 3110-TOTAL-LINE.
           MOVE 'AP VOUCHERS LEFT OPEN' TO O-TOT-TEXT.
           MOVE C-AP-OPEN-CTR TO O-TOT-CTR.
           MOVE ZERO TO O-TOT-AMT.
           PERFORM 3110-TOTAL-LINE.
           MOVE 'AP VOUCHERS PAID BEFORE THIS MONTH' TO O-TOT-TEXT.
           MOVE C-AP-PURGE-CTR TO O-TOT-CTR.
           MOVE ZERO TO O-TOT-AMT.
           PERFORM 3110-TOTAL-LINE.
           MOVE 'NET CASH DISBURSED' TO O-TOT-TEXT.
           MOVE ZERO TO O-TOT-CTR.
           MOVE C-GL-CASH TO O-TOT-AMT.
           PERFORM 3110-TOTAL-LINE.
           IF STOCK-SW = "YES"
               MOVE C-NEXT-CHECK TO O-NEXT-CHECK
               MOVE C-LAST-CHECK TO O-LAST-CHECK
               WRITE PRTLINE
                   FROM STOCK-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               MOVE 'NO CHECK STOCK - DSBCHKCT MISSING OR INVALID.'
                   TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           IF C-REG-LOST-CTR > ZERO
               MOVE 'REGISTER OVER TABLE LIMIT - NOTHING PAID.'
                   TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       3110-TOTAL-LINE.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.


      *    "ONE THOUSAND TWO HUNDRED FORTY-FIVE AND 50/100 DOLLARS".
       6000-AMOUNT-WORDS.
           MOVE SPACES TO C-WORDS.
           MOVE 1 TO C-WORD-PTR.
           IF C-WA-MILLIONS > ZERO
               MOVE C-WA-MILLIONS TO C-TRIPLE
               PERFORM 6100-TRIPLE-WORDS
               STRING 'MILLION ' DELIMITED BY SIZE
                   INTO C-WORDS WITH POINTER C-WORD-PTR
               END-STRING
           END-IF.
           IF C-WA-THOUSANDS > ZERO
               MOVE C-WA-THOUSANDS TO C-TRIPLE
               PERFORM 6100-TRIPLE-WORDS
               STRING 'THOUSAND ' DELIMITED BY SIZE
                   INTO C-WORDS WITH POINTER C-WORD-PTR
               END-STRING
           END-IF.
           IF C-WA-UNITS > ZERO
               MOVE C-WA-UNITS TO C-TRIPLE
               PERFORM 6100-TRIPLE-WORDS
           END-IF.
           IF C-WA-MILLIONS = ZERO
              AND C-WA-THOUSANDS = ZERO
              AND C-WA-UNITS = ZERO
               STRING 'ZERO ' DELIMITED BY SIZE
                   INTO C-WORDS WITH POINTER C-WORD-PTR
               END-STRING
           END-IF.
           STRING 'AND ' DELIMITED BY SIZE
                  C-WA-CENTS DELIMITED BY SIZE
                  '/100 DOLLARS' DELIMITED BY SIZE
               INTO C-WORDS WITH POINTER C-WORD-PTR
           END-STRING.

       6100-TRIPLE-WORDS.
           IF C-TR-HUNDREDS > ZERO
               STRING ONES-WORD (C-TR-HUNDREDS) DELIMITED BY SPACE
                      ' HUNDRED ' DELIMITED BY SIZE
                   INTO C-WORDS WITH POINTER C-WORD-PTR
               END-STRING
           END-IF.
           IF C-TR-TENS > ZERO
               IF C-TR-TENS < 20
                   STRING ONES-WORD (C-TR-TENS) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO C-WORDS WITH POINTER C-WORD-PTR
                   END-STRING
               ELSE
                   DIVIDE C-TR-TENS BY 10 GIVING C-TENS-DIGIT
                       REMAINDER C-ONES-DIGIT
                   STRING TENS-WORD (C-TENS-DIGIT) DELIMITED BY SPACE
                       INTO C-WORDS WITH POINTER C-WORD-PTR
                   END-STRING
                   IF C-ONES-DIGIT > ZERO
                       STRING '-' DELIMITED BY SIZE
                              ONES-WORD (C-ONES-DIGIT)
                                  DELIMITED BY SPACE
                           INTO C-WORDS WITH POINTER C-WORD-PTR
                       END-STRING
                   END-IF
                   STRING ' ' DELIMITED BY SIZE
                       INTO C-WORDS WITH POINTER C-WORD-PTR
                   END-STRING
               END-IF
           END-IF.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

       9300-EDIT-DATE.
           MOVE WK-MM TO ED-MM.
           MOVE WK-DD TO ED-DD.
           MOVE WK-YYYY TO ED-YYYY.
