       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLMFG00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * MANUFACTURER HOLDBACK AND REBATE CLAIMS RECEIVABLE.         *
      * EVERY CLAIM CBLINV00 HAS GENERATED ON MFGCLAIM (HULL, BOAT  *
      * TYPE, PROGRAM, SALE DATE, AMOUNT DUE) IS FILED ONTO THE     *
      * CLAIMS RECEIVABLE (MFGRECV IN, MFGRECVN OUT) THE FIRST TIME *
      * THIS RUN SEES IT, DATED THE BUSINESS DATE.  MANUFACTURER    *
      * REMITTANCES (MFGREMIT - HULL, OPTIONAL PROGRAM CODE, DATE,  *
      * AMOUNT) POST AGAINST THE OPEN CLAIM; A SHORT PAYMENT LEAVES *
      * THE BALANCE OPEN.  THE REPORT (MFGRPT) IS THE REGISTER OF   *
      * CLAIMS FILED AND REMITTANCES POSTED, THE AGING OF UNPAID    *
      * CLAIMS BY DAYS SINCE FILED, AND EVERY SOLD UNIT ON THE      *
      * WARRANTY REGISTRATION FILE (BOATWREG, NEW UNITS ONLY) THAT  *
      * QUALIFIED FOR A PROGRAM ON MFGPGM BUT NEVER HAD A CLAIM,    *
      * ESTIMATED FROM THE UNIT COST ON THE INVENTORY MASTER        *
      * (BOATINV).  REJECTED REMITTANCES PRINT ON THE ERROR LISTING *
      * (MFGERR).                                                   *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MFG-PROGRAMS
               ASSIGN TO MFGPGM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MPGM-STATUS.

           SELECT OPTIONAL MFG-CLAIMS
               ASSIGN TO MFGCLAIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MCLM-STATUS.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO MFGRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT NEW-RECV-MASTER
               ASSIGN TO MFGRECVN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REMIT-IN
               ASSIGN TO MFGREMIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REMIT-STATUS.

           SELECT OPTIONAL WARRANTY-REG
               ASSIGN TO BOATWREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WREG-STATUS.

           SELECT OPTIONAL INVENTORY-MASTER
               ASSIGN TO BOATINV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INV-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO MFGRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO MFGERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS RV-REC.

       01  RV-REC                PIC X(58).

       FD NEW-RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS NEW-RV-REC.

       01  NEW-RV-REC            PIC X(58).

       FD REMIT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS REMIT-REC.

       01  REMIT-REC.
           05  RM-HULL-NO        PIC X(8).
           05  RM-PGM-CODE       PIC X(6).
           05  RM-DATE           PIC X(8).
           05  RM-AMOUNT         PIC 9(7)V99.

       FD WARRANTY-REG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS WARR-REG-REC.

       01  WARR-REG-REC.
           05  WR-HULL-NO        PIC X(8).
           05  WR-BOAT-TYPE      PIC X.
           05  WR-CUST-NO        PIC 9(6).
           05  WR-SALE-DATE      PIC 9(8).
           05  WR-COVER-END      PIC 9(8).
           05  WR-NEW-USED       PIC X.

       FD INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS INV-REC.

       01  INV-REC.
           05  IV-HULL-NO        PIC X(8).
           05  IV-BOAT-TYPE      PIC X.
           05  IV-COST           PIC 9(6)V99.
           05  IV-RECVD-DATE     PIC 9(8).
           05  IV-STATUS         PIC X.
           05  IV-NEW-USED       PIC X.
           05  IV-RECON-COST     PIC 9(5)V99.

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

       FD PRTOUTERR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE-ERR.

       01 PRTLINE-ERR          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-MPGM-STATUS    PIC XX         VALUE "00".
           05  C-MCLM-STATUS    PIC XX         VALUE "00".
           05  C-RECV-STATUS    PIC XX         VALUE "00".
           05  C-REMIT-STATUS   PIC XX         VALUE "00".
           05  C-WREG-STATUS    PIC XX         VALUE "00".
           05  C-INV-STATUS     PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-REMITS      PIC XXX        VALUE "YES".
           05  MORE-MPGMS       PIC XXX        VALUE "YES".
           05  MORE-MCLMS       PIC XXX        VALUE "YES".
           05  MORE-RECV        PIC XXX        VALUE "YES".
           05  MORE-WREG        PIC XXX        VALUE "YES".
           05  MORE-INV         PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-MPGM-TBL-CTR   PIC 99         VALUE ZERO.
           05  C-MPGM-FOUND-IDX PIC 99         VALUE ZERO.
           05  C-CLM-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-CLM-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-CLM-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  CLM-FOUND-SW     PIC XXX        VALUE "NO".
           05  C-INV-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-INV-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-INV-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  H-ACTION         PIC X(16)      VALUE SPACES.
           05  C-OPEN-BAL       PIC 9(7)V99    VALUE ZERO.
           05  C-ACTIVITY-AMT   PIC 9(7)V99    VALUE ZERO.
           05  C-DAYS           PIC 9(5)       VALUE ZERO.
           05  C-EST-AMT        PIC 9(7)V99    VALUE ZERO.
           05  C-REMIT-READ-CTR PIC 9(7)       VALUE ZERO.
           05  C-POST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-FILED-CTR      PIC 9(5)       VALUE ZERO.
           05  C-PAID-CTR       PIC 9(5)       VALUE ZERO.
           05  C-OPEN-CTR       PIC 9(5)       VALUE ZERO.
           05  C-MISSED-CTR     PIC 9(5)       VALUE ZERO.
           05  GT-FILED         PIC 9(9)V99    VALUE ZERO.
           05  GT-REMIT         PIC 9(9)V99    VALUE ZERO.
           05  GT-AGE-1         PIC 9(9)V99    VALUE ZERO.
           05  GT-AGE-2         PIC 9(9)V99    VALUE ZERO.
           05  GT-AGE-3         PIC 9(9)V99    VALUE ZERO.
           05  GT-AGE-4         PIC 9(9)V99    VALUE ZERO.
           05  GT-OPEN          PIC 9(9)V99    VALUE ZERO.
           05  GT-MISSED        PIC 9(9)V99    VALUE ZERO.

       01  WORK-DATE.
           05  WK-YYYY          PIC 9(4).
           05  WK-MM            PIC 99.
           05  WK-DD            PIC 99.
       01  WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).

       01  MFG-PGM-TABLE.
           05  MFG-PGM-ENTRY OCCURS 50 TIMES INDEXED BY MPGM-IDX.
               10  TP-PGM-CODE      PIC X(6).
               10  TP-MFG-NAME      PIC X(20).
               10  TP-BOAT-TYPE     PIC X.
               10  TP-HOLDBACK-PCT  PIC 99V99.
               10  TP-REBATE-AMT    PIC 9(5)V99.
               10  TP-EFF-FROM      PIC 9(8).
               10  TP-EFF-TO        PIC 9(8).

      *    ONE ENTRY PER CLAIM: STATUS O OPEN, P PAID IN FULL.
       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 1000 TIMES INDEXED BY CLM-IDX.
               10  TC-HULL-NO       PIC X(8).
               10  TC-BOAT-TYPE     PIC X.
               10  TC-PGM-CODE      PIC X(6).
               10  TC-SALE-DATE     PIC 9(8).
               10  TC-CLAIM-AMT     PIC 9(7)V99.
               10  TC-FILED-DATE    PIC 9(8).
               10  TC-PAID-AMT      PIC 9(7)V99.
               10  TC-PAID-DATE     PIC 9(8).
               10  TC-STATUS        PIC X.

       01  INV-COST-TABLE.
           05  INV-COST-ENTRY OCCURS 1000 TIMES INDEXED BY INV-IDX.
               10  TV-HULL-NO       PIC X(8).
               10  TV-COST          PIC 9(6)V99.

       01  BOAT-TYPES.
           05  FILLER           PIC X(14)   VALUE 'BBASS BOAT'.
           05  FILLER           PIC X(14)   VALUE 'PPONTOON'.
           05  FILLER           PIC X(14)   VALUE 'SSKI BOAT'.
           05  FILLER           PIC X(14)   VALUE 'JJOHN BOAT'.
           05  FILLER           PIC X(14)   VALUE 'CCANOE'.
           05  FILLER           PIC X(14)   VALUE 'RCABIN CRUISER'.

       01  BOAT-TYPE-TABLE REDEFINES BOAT-TYPES.
           05  TYPE-ENTRY OCCURS 6 TIMES INDEXED BY TYPE-IDX.
               10  TY-CODE      PIC X.
               10  TY-NAME      PIC X(13).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLMFG00'.
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
               'MANUFACTURER CLAIMS RECEIVABLE'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'PROGRAM'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'SALE DATE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'ACTIVITY'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '   CLAIM AMT'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '      AMOUNT'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '    OPEN BAL'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'ACTION'.
           05  FILLER           PIC X(8)    VALUE SPACES.

       01  REGISTER-LINE.
           05  O-HULL-NO        PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TYPE-NAME      PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PGM-CODE       PIC X(7).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-SALE-MM        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-SALE-DD        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-SALE-YY        PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ACT-MM         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-ACT-DD         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-ACT-YY         PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CLAIM-AMT      PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-ACTIVITY-AMT   PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-OPEN-BAL       PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-ACTION         PIC X(16).
           05  FILLER           PIC X(8)    VALUE SPACES.

       01  RUN-TOTAL-LINE-1.
           05  FILLER           PIC X(14)   VALUE 'CLAIMS FILED: '.
           05  O-FILED-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-GT-FILED       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'REMITS READ: '.
           05  O-REMIT-READ-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'POSTED: '.
           05  O-POST-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-GT-REMIT       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(19)   VALUE SPACES.

       01  RUN-TOTAL-LINE-2.
           05  FILLER           PIC X(16)   VALUE 'CLAIMS PAID UP: '.
           05  O-PAID-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'OPEN CLAIMS: '.
           05  O-OPEN-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-GT-OPEN        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(71)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(45)   VALUE
               '** WORK TABLE FULL - CLAIMS NOT CARRIED: '.
           05  O-CLM-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(25)   VALUE
               '  UNIT COSTS NOT LOADED: '.
           05  O-INV-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(47)   VALUE SPACES.

      *            AGING OF UNPAID CLAIMS  ========>>
       01  AGE-TITLE-LINE.
           05  FILLER           PIC X(46)   VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'UNPAID CLAIMS BY DAYS SINCE FILED'.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  AGE-HEADING.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'PROGRAM'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'FILED'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE '  DAYS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '  0-30 DAYS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE ' 31-60 DAYS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE ' 61-90 DAYS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '     OVER 90'.
           05  FILLER           PIC X(16)   VALUE SPACES.

       01  AGE-LINE.
           05  O-AG-HULL-NO     PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-TYPE-NAME   PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-PGM-CODE    PIC X(7).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-FILED-MM    PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-AG-FILED-DD    PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-AG-FILED-YY    PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-DAYS        PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-AMT-1       PIC $$$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-AMT-2       PIC $$$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-AMT-3       PIC $$$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-AMT-4       PIC $$$$$,$$9.99 BLANK WHEN ZERO.
           05  FILLER           PIC X(16)   VALUE SPACES.

       01  AGE-TOTAL-LINE.
           05  FILLER           PIC X(24)   VALUE 'TOTAL UNPAID CLAIMS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AT-OPEN        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(16)   VALUE SPACES.
           05  O-AT-AMT-1       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-AT-AMT-2       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-AT-AMT-3       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-AT-AMT-4       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(16)   VALUE SPACES.

      *            MISSED CLAIMS       ========>>
       01  MISS-TITLE-LINE.
           05  FILLER           PIC X(40)   VALUE SPACES.
           05  FILLER           PIC X(52)   VALUE
               'SOLD UNITS QUALIFIED FOR A PROGRAM WITH NO CLAIM'.
           05  FILLER           PIC X(40)   VALUE SPACES.

       01  MISS-HEADING.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'PROGRAM'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'MANUFACTURER'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'SALE DATE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '  UNIT COST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE ' EST. CLAIM'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(18)   VALUE 'NOTE'.
           05  FILLER           PIC X(13)   VALUE SPACES.

       01  MISS-LINE.
           05  O-MS-HULL-NO     PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-TYPE-NAME   PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-PGM-CODE    PIC X(7).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-MFG-NAME    PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-SALE-MM     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-MS-SALE-DD     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-MS-SALE-YY     PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-COST        PIC $$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-EST-AMT     PIC $$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MS-NOTE        PIC X(18).
           05  FILLER           PIC X(13)   VALUE SPACES.

       01  MISS-TOTAL-LINE.
           05  FILLER           PIC X(22)   VALUE
               'UNITS WITH NO CLAIM: '.
           05  O-MISSED-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(24)   VALUE
               'ESTIMATED AMOUNT LOST: '.
           05  O-GT-MISSED      PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(62)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(31).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLMFG00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-REMITS = "NO".
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

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-PROGRAMS.
           PERFORM 1200-LOAD-RECEIVABLE.
           PERFORM 1300-FILE-CLAIMS.
           PERFORM 1400-LOAD-UNIT-COSTS.

           OPEN INPUT REMIT-IN.
           IF C-REMIT-STATUS = "00" OR "05"
               PERFORM 9000-READ
           ELSE
               MOVE "NO" TO MORE-REMITS
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

       1100-LOAD-PROGRAMS.
           OPEN INPUT MFG-PROGRAMS.
           IF C-MPGM-STATUS = "00" OR "05"
               PERFORM 1110-READ-MPGM-REC
                   UNTIL MORE-MPGMS = "NO"
               CLOSE MFG-PROGRAMS
           END-IF.

       1110-READ-MPGM-REC.
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
               MOVE MP-MFG-NAME TO TP-MFG-NAME (MPGM-IDX)
               MOVE MP-BOAT-TYPE TO TP-BOAT-TYPE (MPGM-IDX)
               MOVE MP-HOLDBACK-PCT TO TP-HOLDBACK-PCT (MPGM-IDX)
               MOVE MP-REBATE-AMT TO TP-REBATE-AMT (MPGM-IDX)
               MOVE MP-EFF-FROM TO TP-EFF-FROM (MPGM-IDX)
               MOVE MP-EFF-TO TO TP-EFF-TO (MPGM-IDX)
           END-IF.

       1200-LOAD-RECEIVABLE.
           OPEN INPUT RECV-MASTER.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1210-READ-RECV-REC
                   UNTIL MORE-RECV = "NO"
               CLOSE RECV-MASTER
           END-IF.

       1210-READ-RECV-REC.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               IF C-CLM-TBL-CTR < 1000
                   ADD 1 TO C-CLM-TBL-CTR
                   SET CLM-IDX TO C-CLM-TBL-CTR
                   MOVE RV-REC TO CLAIM-ENTRY (CLM-IDX)
               ELSE
                   ADD 1 TO C-CLM-LOST-CTR
               END-IF
           END-IF.

      *    THE CLAIM FILE ONLY GROWS; A CLAIM ALREADY ON THE
      *    RECEIVABLE (SAME HULL AND PROGRAM) WAS FILED BEFORE.
       1300-FILE-CLAIMS.
           OPEN INPUT MFG-CLAIMS.
           IF C-MCLM-STATUS = "00" OR "05"
               PERFORM 1310-READ-MCLM-REC
                   UNTIL MORE-MCLMS = "NO"
               CLOSE MFG-CLAIMS
           END-IF.

       1310-READ-MCLM-REC.
           READ MFG-CLAIMS
               AT END
                   MOVE "NO" TO MORE-MCLMS
           END-READ.
           IF MORE-MCLMS = "YES"
               MOVE "NO" TO CLM-FOUND-SW
               PERFORM 1320-FILED-SEARCH
                   VARYING CLM-IDX FROM 1 BY 1
                       UNTIL CLM-IDX > C-CLM-TBL-CTR
                          OR CLM-FOUND-SW = "YES"
               IF CLM-FOUND-SW = "NO"
                   PERFORM 1330-FILE-ONE
               END-IF
           END-IF.

       1320-FILED-SEARCH.
           IF TC-HULL-NO (CLM-IDX) = MC-HULL-NO
              AND TC-PGM-CODE (CLM-IDX) = MC-PGM-CODE
               MOVE "YES" TO CLM-FOUND-SW
           END-IF.

       1330-FILE-ONE.
           IF C-CLM-TBL-CTR < 1000
               ADD 1 TO C-CLM-TBL-CTR
               SET CLM-IDX TO C-CLM-TBL-CTR
               MOVE MC-HULL-NO TO TC-HULL-NO (CLM-IDX)
               MOVE MC-BOAT-TYPE TO TC-BOAT-TYPE (CLM-IDX)
               MOVE MC-PGM-CODE TO TC-PGM-CODE (CLM-IDX)
               MOVE MC-SALE-DATE TO TC-SALE-DATE (CLM-IDX)
               MOVE MC-AMOUNT TO TC-CLAIM-AMT (CLM-IDX)
               MOVE C-TODAY-DATE TO TC-FILED-DATE (CLM-IDX)
               MOVE ZERO TO TC-PAID-AMT (CLM-IDX)
               MOVE ZERO TO TC-PAID-DATE (CLM-IDX)
               MOVE 'O' TO TC-STATUS (CLM-IDX)
               ADD 1 TO C-FILED-CTR
               ADD MC-AMOUNT TO GT-FILED
               MOVE C-TODAY-DATE TO WORK-DATE-N
               MOVE MC-AMOUNT TO C-ACTIVITY-AMT
               MOVE 'CLAIM FILED' TO H-ACTION
               PERFORM 2800-REGISTER-LINE
           ELSE
               ADD 1 TO C-CLM-LOST-CTR
           END-IF.

       1400-LOAD-UNIT-COSTS.
           OPEN INPUT INVENTORY-MASTER.
           IF C-INV-STATUS = "00" OR "05"
               PERFORM 1410-READ-INV-REC
                   UNTIL MORE-INV = "NO"
               CLOSE INVENTORY-MASTER
           END-IF.

       1410-READ-INV-REC.
           READ INVENTORY-MASTER
               AT END
                   MOVE "NO" TO MORE-INV
           END-READ.
           IF MORE-INV = "YES"
               IF C-INV-TBL-CTR < 1000
                   ADD 1 TO C-INV-TBL-CTR
                   SET INV-IDX TO C-INV-TBL-CTR
                   MOVE IV-HULL-NO TO TV-HULL-NO (INV-IDX)
                   MOVE IV-COST TO TV-COST (INV-IDX)
               ELSE
                   ADD 1 TO C-INV-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-REMIT-READ-CTR.
           PERFORM 2100-EDIT-REMIT THRU 2100-EXIT.
           PERFORM 9000-READ.


      *    WITH NO PROGRAM CODE THE REMITTANCE GOES TO THE HULL'S
      *    OLDEST OPEN CLAIM.
       2100-EDIT-REMIT.
           IF RM-AMOUNT NOT NUMERIC
              OR RM-AMOUNT = ZERO
               MOVE 'REMITTANCE AMOUNT MUST BE NUMERIC AND NOT ZERO.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE RM-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'REMITTANCE DATE IS NOT VALID.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CLAIM-FIND.
           IF CLM-FOUND-SW = "NO"
               MOVE 'NO OPEN CLAIM FOR THIS HULL AND PROGRAM.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET CLM-IDX TO C-CLM-FOUND-IDX.
           COMPUTE C-OPEN-BAL = TC-CLAIM-AMT (CLM-IDX)
               - TC-PAID-AMT (CLM-IDX).
           IF RM-AMOUNT > C-OPEN-BAL
               MOVE 'REMITTANCE IS MORE THAN THE OPEN CLAIM BALANCE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-POST-REMIT.

       2100-EXIT.
           EXIT.

       2200-CLAIM-FIND.
           MOVE "NO" TO CLM-FOUND-SW.
           MOVE ZERO TO C-CLM-FOUND-IDX.
           PERFORM 2210-CLAIM-SEARCH
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR
                      OR CLM-FOUND-SW = "YES".

       2210-CLAIM-SEARCH.
           IF TC-HULL-NO (CLM-IDX) = RM-HULL-NO
              AND TC-STATUS (CLM-IDX) = 'O'
              AND (RM-PGM-CODE = SPACES
                   OR TC-PGM-CODE (CLM-IDX) = RM-PGM-CODE)
               MOVE "YES" TO CLM-FOUND-SW
               MOVE CLM-IDX TO C-CLM-FOUND-IDX
           END-IF.

       2300-POST-REMIT.
           ADD RM-AMOUNT TO TC-PAID-AMT (CLM-IDX).
           MOVE RM-DATE TO TC-PAID-DATE (CLM-IDX).
           SUBTRACT RM-AMOUNT FROM C-OPEN-BAL.
           IF C-OPEN-BAL = ZERO
               MOVE 'P' TO TC-STATUS (CLM-IDX)
               ADD 1 TO C-PAID-CTR
               MOVE 'PAID IN FULL' TO H-ACTION
           ELSE
               MOVE 'SHORT PAID' TO H-ACTION
           END-IF.
           ADD 1 TO C-POST-CTR.
           ADD RM-AMOUNT TO GT-REMIT.
           MOVE RM-DATE TO WORK-DATE-N.
           MOVE RM-AMOUNT TO C-ACTIVITY-AMT.
           PERFORM 2800-REGISTER-LINE.

      *    PRINTS THE CLAIM AT CLM-IDX; THE ACTIVITY DATE IS IN
      *    WORK-DATE AND THE AMOUNT IN C-ACTIVITY-AMT.
       2800-REGISTER-LINE.
           MOVE WK-MM TO O-ACT-MM.
           MOVE WK-DD TO O-ACT-DD.
           MOVE WK-YYYY TO O-ACT-YY.
           MOVE TC-HULL-NO (CLM-IDX) TO O-HULL-NO.
           MOVE SPACES TO O-TYPE-NAME.
           PERFORM 2810-TYPE-NAME
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           MOVE TC-PGM-CODE (CLM-IDX) TO O-PGM-CODE.
           MOVE TC-SALE-DATE (CLM-IDX) TO WORK-DATE-N.
           MOVE WK-MM TO O-SALE-MM.
           MOVE WK-DD TO O-SALE-DD.
           MOVE WK-YYYY TO O-SALE-YY.
           MOVE TC-CLAIM-AMT (CLM-IDX) TO O-CLAIM-AMT.
           MOVE C-ACTIVITY-AMT TO O-ACTIVITY-AMT.
           COMPUTE O-OPEN-BAL = TC-CLAIM-AMT (CLM-IDX)
               - TC-PAID-AMT (CLM-IDX).
           MOVE H-ACTION TO O-ACTION.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2810-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = TC-BOAT-TYPE (CLM-IDX)
               MOVE TY-NAME (TYPE-IDX) TO O-TYPE-NAME
           END-IF.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE REMIT-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           CLOSE REMIT-IN.

           OPEN OUTPUT NEW-RECV-MASTER.
           PERFORM 3100-WRITE-MASTER
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR.
           CLOSE NEW-RECV-MASTER.

           MOVE C-FILED-CTR TO O-FILED-CTR.
           MOVE GT-FILED TO O-GT-FILED.
           MOVE C-REMIT-READ-CTR TO O-REMIT-READ-CTR.
           MOVE C-POST-CTR TO O-POST-CTR.
           MOVE GT-REMIT TO O-GT-REMIT.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.

           PERFORM 3200-AGING.
           PERFORM 3400-MISSED-CLAIMS.

           IF C-CLM-LOST-CTR > ZERO OR C-INV-LOST-CTR > ZERO
               MOVE C-CLM-LOST-CTR TO O-CLM-LOST-CTR
               MOVE C-INV-LOST-CTR TO O-INV-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-REMIT-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3100-WRITE-MASTER.
           WRITE NEW-RV-REC FROM CLAIM-ENTRY (CLM-IDX).

      *    OPEN BALANCES AGED FROM THE DATE THE CLAIM WAS FILED.
       3200-AGING.
           PERFORM 9110-AGE-HEADING.
           PERFORM 3210-AGE-CLAIM
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR.
           MOVE GT-OPEN TO O-AT-OPEN.
           MOVE GT-AGE-1 TO O-AT-AMT-1.
           MOVE GT-AGE-2 TO O-AT-AMT-2.
           MOVE GT-AGE-3 TO O-AT-AMT-3.
           MOVE GT-AGE-4 TO O-AT-AMT-4.
           WRITE PRTLINE
               FROM AGE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE C-PAID-CTR TO O-PAID-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE GT-OPEN TO O-GT-OPEN.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-2
                   AFTER ADVANCING 2 LINES.

       3210-AGE-CLAIM.
           IF TC-STATUS (CLM-IDX) = 'O'
               ADD 1 TO C-OPEN-CTR
               COMPUTE C-OPEN-BAL = TC-CLAIM-AMT (CLM-IDX)
                   - TC-PAID-AMT (CLM-IDX)
               ADD C-OPEN-BAL TO GT-OPEN
               COMPUTE C-DAYS = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (TC-FILED-DATE (CLM-IDX))
               MOVE TC-HULL-NO (CLM-IDX) TO O-AG-HULL-NO
               MOVE SPACES TO O-TYPE-NAME
               PERFORM 2810-TYPE-NAME
                   VARYING TYPE-IDX FROM 1 BY 1
                       UNTIL TYPE-IDX > 6
               MOVE O-TYPE-NAME TO O-AG-TYPE-NAME
               MOVE TC-PGM-CODE (CLM-IDX) TO O-AG-PGM-CODE
               MOVE TC-FILED-DATE (CLM-IDX) TO WORK-DATE-N
               MOVE WK-MM TO O-AG-FILED-MM
               MOVE WK-DD TO O-AG-FILED-DD
               MOVE WK-YYYY TO O-AG-FILED-YY
               MOVE C-DAYS TO O-AG-DAYS
               MOVE ZERO TO O-AG-AMT-1
               MOVE ZERO TO O-AG-AMT-2
               MOVE ZERO TO O-AG-AMT-3
               MOVE ZERO TO O-AG-AMT-4
               EVALUATE TRUE
                   WHEN C-DAYS < 31
                       MOVE C-OPEN-BAL TO O-AG-AMT-1
                       ADD C-OPEN-BAL TO GT-AGE-1
                   WHEN C-DAYS < 61
                       MOVE C-OPEN-BAL TO O-AG-AMT-2
                       ADD C-OPEN-BAL TO GT-AGE-2
                   WHEN C-DAYS < 91
                       MOVE C-OPEN-BAL TO O-AG-AMT-3
                       ADD C-OPEN-BAL TO GT-AGE-3
                   WHEN OTHER
                       MOVE C-OPEN-BAL TO O-AG-AMT-4
                       ADD C-OPEN-BAL TO GT-AGE-4
               END-EVALUATE
               WRITE PRTLINE
                   FROM AGE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9110-AGE-HEADING
               END-WRITE
           END-IF.

      *    EVERY REGISTERED SALE IS CHECKED AGAINST THE PROGRAMS; A
      *    QUALIFYING UNIT WITH NO CLAIM ON THE RECEIVABLE FOR THAT
      *    PROGRAM IS MONEY LEFT WITH THE MANUFACTURER.  A USED-UNIT
      *    SALE (FLAGGED U) EARNS NO PROGRAM MONEY AND IS PASSED OVER.
       3400-MISSED-CLAIMS.
           PERFORM 9120-MISS-HEADING.
           OPEN INPUT WARRANTY-REG.
           IF C-WREG-STATUS = "00" OR "05"
               PERFORM 3410-READ-WREG-REC
                   UNTIL MORE-WREG = "NO"
               CLOSE WARRANTY-REG
           END-IF.
           MOVE C-MISSED-CTR TO O-MISSED-CTR.
           MOVE GT-MISSED TO O-GT-MISSED.
           WRITE PRTLINE
               FROM MISS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3410-READ-WREG-REC.
           READ WARRANTY-REG
               AT END
                   MOVE "NO" TO MORE-WREG
           END-READ.
           IF MORE-WREG = "YES"
              AND WR-NEW-USED NOT = 'U'
               MOVE ZERO TO C-MPGM-FOUND-IDX
               PERFORM 3420-PGM-SEARCH
                   VARYING MPGM-IDX FROM 1 BY 1
                       UNTIL MPGM-IDX > C-MPGM-TBL-CTR
                          OR C-MPGM-FOUND-IDX > ZERO
               IF C-MPGM-FOUND-IDX > ZERO
                   SET MPGM-IDX TO C-MPGM-FOUND-IDX
                   MOVE "NO" TO CLM-FOUND-SW
                   PERFORM 3430-CLAIMED-SEARCH
                       VARYING CLM-IDX FROM 1 BY 1
                           UNTIL CLM-IDX > C-CLM-TBL-CTR
                              OR CLM-FOUND-SW = "YES"
                   IF CLM-FOUND-SW = "NO"
                       PERFORM 3440-MISSED-LINE
                   END-IF
               END-IF
           END-IF.

       3420-PGM-SEARCH.
           IF TP-BOAT-TYPE (MPGM-IDX) = WR-BOAT-TYPE
              AND TP-EFF-FROM (MPGM-IDX) NOT > WR-SALE-DATE
              AND TP-EFF-TO (MPGM-IDX) NOT < WR-SALE-DATE
               MOVE MPGM-IDX TO C-MPGM-FOUND-IDX
           END-IF.

       3430-CLAIMED-SEARCH.
           IF TC-HULL-NO (CLM-IDX) = WR-HULL-NO
              AND TC-PGM-CODE (CLM-IDX) = TP-PGM-CODE (MPGM-IDX)
               MOVE "YES" TO CLM-FOUND-SW
           END-IF.

       3440-MISSED-LINE.
           ADD 1 TO C-MISSED-CTR.
           MOVE WR-HULL-NO TO O-MS-HULL-NO.
           MOVE SPACES TO O-MS-TYPE-NAME.
           PERFORM 3445-MISS-TYPE-NAME
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           MOVE TP-PGM-CODE (MPGM-IDX) TO O-MS-PGM-CODE.
           MOVE TP-MFG-NAME (MPGM-IDX) TO O-MS-MFG-NAME.
           MOVE WR-SALE-DATE TO WORK-DATE-N.
           MOVE WK-MM TO O-MS-SALE-MM.
           MOVE WK-DD TO O-MS-SALE-DD.
           MOVE WK-YYYY TO O-MS-SALE-YY.
           MOVE ZERO TO C-INV-FOUND-IDX.
           PERFORM 3450-COST-SEARCH
               VARYING INV-IDX FROM 1 BY 1
                   UNTIL INV-IDX > C-INV-TBL-CTR
                      OR C-INV-FOUND-IDX > ZERO.
           IF C-INV-FOUND-IDX > ZERO
               SET INV-IDX TO C-INV-FOUND-IDX
               MOVE TV-COST (INV-IDX) TO O-MS-COST
               COMPUTE C-EST-AMT ROUNDED =
                   TV-COST (INV-IDX) * TP-HOLDBACK-PCT (MPGM-IDX) / 100
                   + TP-REBATE-AMT (MPGM-IDX)
               MOVE SPACES TO O-MS-NOTE
           ELSE
               MOVE ZERO TO O-MS-COST
               MOVE TP-REBATE-AMT (MPGM-IDX) TO C-EST-AMT
               MOVE 'REBATE ONLY - NO COST' TO O-MS-NOTE
           END-IF.
           MOVE C-EST-AMT TO O-MS-EST-AMT.
           ADD C-EST-AMT TO GT-MISSED.
           WRITE PRTLINE
               FROM MISS-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9120-MISS-HEADING.

       3445-MISS-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = WR-BOAT-TYPE
               MOVE TY-NAME (TYPE-IDX) TO O-MS-TYPE-NAME
           END-IF.

       3450-COST-SEARCH.
           IF TV-HULL-NO (INV-IDX) = WR-HULL-NO
               MOVE INV-IDX TO C-INV-FOUND-IDX
           END-IF.


       9000-READ.
           READ REMIT-IN
               AT END
                   MOVE "NO" TO MORE-REMITS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9110-AGE-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM AGE-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM AGE-HEADING
                   AFTER ADVANCING 2 LINES.

       9120-MISS-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM MISS-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM MISS-HEADING
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
