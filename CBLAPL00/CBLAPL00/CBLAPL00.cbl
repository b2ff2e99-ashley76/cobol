       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLAPL00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * RENTAL APPLICANTS AND WAITLIST.                             *
      * THE APPLICANT MASTER (APPLMST IN, APPLMSTN OUT) HOLDS ONE   *
      * RECORD PER APPLICATION: NAME, PHONE, DESIRED BUILDING       *
      * (BLANK FOR ANY), HOUSEHOLD SIZE (TENANT COUNT), DESIRED     *
      * MOVE-IN DATE, APPLICATION DATE, APPLICATION FEE PAID, AND   *
      * SCREENING STATUS.  TRANSACTIONS (APPLTRN) ADD (A), CHANGE   *
      * (C), RECORD A SCREENING RESULT (S) OR HOUSE AN APPROVED     *
      * APPLICANT IN A UNIT (H).  AVAILABLE UNITS ARE THE EXPECTED  *
      * UNITS (EXPUNITS) WITH NO BILLING RECORD ON MONBILLS - THE   *
      * SAME TEST AS THE RENT RUN'S VACANCY SECTION - PLUS UNITS    *
      * WHOSE RENEWAL OFFER WAS DECLINED ON THE CBLREN00 OFFERS     *
      * FILE (RENOFFR), AVAILABLE THE DAY AFTER THE LEASE ENDS.     *
      * HOUSING AN APPLICANT WRITES THE TENANT MASTER TRANSACTION   *
      * (APLMNT) FOR CBLMNT00 TO APPLY AND THE M MOVE-IN RECORD     *
      * (APLMOVE) FOR THE NEXT BILLING RUN.  THE REPORT (APLRPT) IS *
      * THE ACTIVITY REGISTER AND THE MATCHING LIST - EACH          *
      * AVAILABLE UNIT WITH THE QUALIFIED, FEE-PAID WAITLISTED      *
      * APPLICANTS FOR ITS BUILDING IN APPLICATION-DATE ORDER.      *
      * REJECTED TRANSACTIONS PRINT ON THE ERROR LISTING (APLERR).  *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL APPL-MASTER
               ASSIGN TO APPLMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-APLM-STATUS.

           SELECT NEW-APPL-MASTER
               ASSIGN TO APPLMSTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO APPLTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENANT-STATUS.

           SELECT OPTIONAL EXPECTED-UNITS
               ASSIGN TO EXPUNITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-EXP-STATUS.

           SELECT OPTIONAL RENT-MASTER
               ASSIGN TO MONBILLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BILL-STATUS.

           SELECT OPTIONAL OFFER-MASTER
               ASSIGN TO RENOFFR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OFFR-STATUS.

           SELECT MAINT-OUT
               ASSIGN TO APLMNT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MOVE-OUT
               ASSIGN TO APLMOVE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO APLRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO APLERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD APPL-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AP-REC.

       01  AP-REC                   PIC X(80).

       FD NEW-APPL-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NEW-AP-REC.

       01  NEW-AP-REC               PIC X(80).

       FD TRANS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS TRAN-REC.

       01  TRAN-REC.
           05  TR-CODE              PIC X.
           05  TR-APPL-NO           PIC 9(5).
           05  TR-DATA.
               10  TR-NAME          PIC X(20).
               10  TR-PHONE         PIC X(10).
               10  TR-BLD-CODE      PIC XX.
               10  TR-TENANTS       PIC 9.
               10  TR-TENANTS-X REDEFINES TR-TENANTS
                                    PIC X.
               10  TR-MOVE-IN       PIC X(8).
               10  TR-APPL-DATE     PIC X(8).
               10  TR-FEE-PAID      PIC X.
               10  TR-FEE-AMT       PIC 999V99.
               10  TR-FEE-AMT-X REDEFINES TR-FEE-AMT
                                    PIC X(5).

      *    SCREENING RESULT: Q QUALIFIED (WAITLISTED), D DENIED,
      *    W WITHDRAWN, P BACK TO PENDING.
       01  SCREEN-TRAN REDEFINES TRAN-REC.
           05  FILLER               PIC X(6).
           05  TR-SCREEN            PIC X.
           05  FILLER               PIC X(54).

      *    HOUSING: THE UNIT, THE MOVE-IN DATE AND THE LEASE TERM IN
      *    MONTHS (BLANK FOR TWELVE).
       01  HOUSE-TRAN REDEFINES TRAN-REC.
           05  FILLER               PIC X(6).
           05  TR-AS-BLD-CODE       PIC XX.
           05  TR-AS-UNIT           PIC 99.
           05  TR-AS-MOVE-IN        PIC X(8).
           05  TR-AS-TERM           PIC 99.
           05  TR-AS-TERM-X REDEFINES TR-AS-TERM
                                    PIC XX.
           05  FILLER               PIC X(41).

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

       FD EXPECTED-UNITS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS EXP-REC.

       01  EXP-REC.
           05  EU-BLD-CODE          PIC XX.
           05  EU-UNIT              PIC 99.

       FD RENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS BILL-REC.

       01  BILL-REC.
           05  BL-BLD-CODE       PIC XX.
           05  BL-UNIT           PIC 99.
           05  FILLER            PIC X(22).
           05  BL-REC-TYPE       PIC X.

       FD OFFER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS OF-REC.

       01  OF-REC.
           05  OF-BLD-CODE          PIC XX.
           05  OF-UNIT              PIC 99.
           05  OF-NAME              PIC X(20).
           05  OF-OFFER-DATE        PIC 9(8).
           05  OF-LEASE-END         PIC 9(8).
           05  OF-NEW-END           PIC 9(8).
           05  OF-CUR-RENT          PIC 9(4)V99.
           05  OF-NEW-RENT          PIC 9(4)V99.
           05  OF-RESPOND-BY        PIC 9(8).
           05  OF-STATUS            PIC X.
           05  OF-RESP-DATE         PIC 9(8).

      *    SAME LAYOUT AS THE CBLMNT00 TRANSACTION FILE - CODE A OR
      *    C FOLLOWED BY THE FULL TENANT MASTER IMAGE.
       FD MAINT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS MAINT-REC.

       01  MAINT-REC.
           05  MT-CODE              PIC X.
           05  MT-BLD-CODE          PIC XX.
           05  MT-UNIT              PIC 99.
           05  MT-NAME              PIC X(20).
           05  MT-LEASE-START       PIC 9(8).
           05  MT-LEASE-END         PIC 9(8).
           05  MT-PHONE             PIC X(10).
           05  MT-ROUTING           PIC 9(9).
           05  MT-ACCOUNT           PIC X(12).
           05  MT-AUTOPAY           PIC X.

      *    THE CBLANL04 MOVE RECORD (TYPE M), MOVE CODE I.
       FD MOVE-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS MOVE-REC.

       01  MOVE-REC.
           05  MV-BLD-CODE       PIC XX.
           05  MV-UNIT           PIC 99.
           05  FILLER            PIC X.
           05  MV-MOVE-DATE      PIC 9(8).
           05  MV-IN-OUT         PIC X.
           05  FILLER            PIC X(12).
           05  MV-REC-TYPE       PIC X.

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
           05  C-APLM-STATUS    PIC XX         VALUE "00".
           05  C-TRAN-STATUS    PIC XX         VALUE "00".
           05  C-TENANT-STATUS  PIC XX         VALUE "00".
           05  C-EXP-STATUS     PIC XX         VALUE "00".
           05  C-BILL-STATUS    PIC XX         VALUE "00".
           05  C-OFFR-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  MORE-APLM        PIC XXX        VALUE "YES".
           05  MORE-TENANTS     PIC XXX        VALUE "YES".
           05  MORE-EXP         PIC XXX        VALUE "YES".
           05  MORE-BILLS       PIC XXX        VALUE "YES".
           05  MORE-OFFERS      PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-HOLD-DAYS      PIC 99         VALUE 45.
           05  C-WORK-INT       PIC 9(7)       VALUE ZERO.
           05  C-TEN-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-TEN-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-EXP-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-AVL-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-AVL-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-AVL-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-APL-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-APL-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-APL-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  APL-FOUND-SW     PIC XXX        VALUE "NO".
           05  BLD-FOUND-SW     PIC XXX        VALUE "NO".
           05  FIELD-ERR-SW     PIC XXX        VALUE "NO".
           05  C-WAIT-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  C-UNIT-MATCH-CTR PIC 9(4)       VALUE ZERO.
           05  H-ACTION         PIC X(20)      VALUE SPACES.
           05  H-PASS-SOURCE    PIC X          VALUE SPACE.
           05  C-TERM-MOS       PIC 99         VALUE ZERO.
           05  C-END-MONTHS     PIC 9(6)       VALUE ZERO.
           05  C-MOVE-IN        PIC 9(8)       VALUE ZERO.
           05  C-TRAN-READ-CTR  PIC 9(5)       VALUE ZERO.
           05  C-ADD-CTR        PIC 9(5)       VALUE ZERO.
           05  C-CHG-CTR        PIC 9(5)       VALUE ZERO.
           05  C-SCREEN-CTR     PIC 9(5)       VALUE ZERO.
           05  C-HOUSE-CTR      PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-MNT-CTR        PIC 9(5)       VALUE ZERO.
           05  C-MOVE-CTR       PIC 9(5)       VALUE ZERO.
           05  C-AVAIL-CTR      PIC 9(5)       VALUE ZERO.
           05  C-VACANT-CTR     PIC 9(5)       VALUE ZERO.
           05  C-NOTREN-CTR     PIC 9(5)       VALUE ZERO.
           05  C-TAKEN-CTR      PIC 9(5)       VALUE ZERO.
           05  C-NOMATCH-CTR    PIC 9(5)       VALUE ZERO.
           05  C-PENDING-CTR    PIC 9(5)       VALUE ZERO.
           05  C-UNPAID-CTR     PIC 9(5)       VALUE ZERO.

       01  WORK-DATE.
           05  WK-YYYY          PIC 9(4).
           05  WK-MM            PIC 99.
           05  WK-DD            PIC 99.
       01  WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).

       01  LEASE-END-DATE.
           05  LE-YEAR          PIC 9(4).
           05  LE-MONTH         PIC 99.
           05  LE-DAY           PIC 99.
       01  C-LEASE-END REDEFINES LEASE-END-DATE PIC 9(8).

       01  EDIT-DATE.
           05  ED-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-YYYY          PIC 9(4).

      *    THE TRANSACTION IS APPLIED TO THIS COPY OF THE APPLICANT
      *    AND ONLY STORED BACK WHEN EVERY FIELD HAS PASSED.
       01  APPLICANT-HOLD.
           05  H-APPL-NO        PIC 9(5).
           05  H-NAME           PIC X(20).
           05  H-PHONE          PIC X(10).
           05  H-BLD-CODE       PIC XX.
           05  H-TENANTS        PIC 9.
           05  H-MOVE-IN        PIC 9(8).
           05  H-APPL-DATE      PIC 9(8).
           05  H-FEE-PAID       PIC X.
           05  H-FEE-AMT        PIC 999V99.
           05  H-STATUS         PIC X.
           05  H-ASN-BLD-CODE   PIC XX.
           05  H-ASN-UNIT       PIC 99.
           05  H-ASN-DATE       PIC 9(8).
           05  FILLER           PIC X(7).

      *    STATUS P PENDING SCREENING, Q QUALIFIED (WAITLISTED),
      *    D DENIED, W WITHDRAWN, H HOUSED.
       01  APPLICANT-TABLE.
           05  APPLICANT-ENTRY OCCURS 1000 TIMES INDEXED BY APL-IDX.
               10  TA-APPL-NO       PIC 9(5).
               10  TA-NAME          PIC X(20).
               10  TA-PHONE         PIC X(10).
               10  TA-BLD-CODE      PIC XX.
               10  TA-TENANTS       PIC 9.
               10  TA-MOVE-IN       PIC 9(8).
               10  TA-APPL-DATE     PIC 9(8).
               10  TA-FEE-PAID      PIC X.
               10  TA-FEE-AMT       PIC 999V99.
               10  TA-STATUS        PIC X.
               10  TA-ASN-BLD-CODE  PIC XX.
               10  TA-ASN-UNIT      PIC 99.
               10  TA-ASN-DATE      PIC 9(8).
               10  FILLER           PIC X(7).

       01  TENANT-TABLE.
           05  TENANT-ENTRY OCCURS 500 TIMES INDEXED BY TEN-IDX.
               10  TT-BLD-CODE      PIC XX.
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).

       01  EXPECTED-TABLE.
           05  EXPECTED-ENTRY OCCURS 300 TIMES INDEXED BY EXP-IDX.
               10  TE-BLD-CODE      PIC XX.
               10  TE-UNIT          PIC 99.
               10  TE-BILLED-SW     PIC X.

      *    SOURCE V VACANT NOW (NOT BILLED), N LEASE NOT RENEWED.
      *    TAKEN Y WHEN AN APPLICANT HAS ALREADY BEEN HOUSED THERE.
       01  AVAIL-TABLE.
           05  AVAIL-ENTRY OCCURS 300 TIMES INDEXED BY AVL-IDX.
               10  TV-BLD-CODE      PIC XX.
               10  TV-UNIT          PIC 99.
               10  TV-AVAIL-DATE    PIC 9(8).
               10  TV-SOURCE        PIC X.
               10  TV-OUT-NAME      PIC X(20).
               10  TV-TAKEN         PIC X.

       01  WAIT-TABLE.
           05  WAIT-ENTRY OCCURS 1000 TIMES INDEXED BY WAIT-IDX.
               10  TW-KEY.
                   15  TW-APPL-DATE PIC 9(8).
                   15  TW-APPL-NO   PIC 9(5).
               10  TW-NAME          PIC X(20).
               10  TW-PHONE         PIC X(10).
               10  TW-BLD-CODE      PIC XX.
               10  TW-TENANTS       PIC 9.
               10  TW-MOVE-IN       PIC 9(8).

       01  WAIT-ENTRY-TEMP      PIC X(54).

       01  STATUS-NAMES.
           05  FILLER           PIC X(11)   VALUE 'PPENDING'.
           05  FILLER           PIC X(11)   VALUE 'QWAITLIST'.
           05  FILLER           PIC X(11)   VALUE 'DDENIED'.
           05  FILLER           PIC X(11)   VALUE 'WWITHDRAWN'.
           05  FILLER           PIC X(11)   VALUE 'HHOUSED'.

       01  STATUS-NAME-TABLE REDEFINES STATUS-NAMES.
           05  STATUS-ENTRY OCCURS 5 TIMES INDEXED BY STAT-IDX.
               10  TS-CODE      PIC X.
               10  TS-NAME      PIC X(10).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLAPL00'.
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
               'RENTAL APPLICANTS AND WAITLIST'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'APPL NO'.
           05  FILLER           PIC X(23)   VALUE 'APPLICANT'.
           05  FILLER           PIC X(13)   VALUE 'PHONE'.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'SIZE'.
           05  FILLER           PIC X(13)   VALUE 'MOVE-IN'.
           05  FILLER           PIC X(13)   VALUE 'APPLIED'.
           05  FILLER           PIC X(10)   VALUE '    FEE'.
           05  FILLER           PIC X(13)   VALUE 'STATUS'.
           05  FILLER           PIC X(20)   VALUE 'ACTION'.
           05  FILLER           PIC X(7)    VALUE SPACES.

       01  REGISTER-LINE.
           05  O-APPL-NO        PIC ZZZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-NAME           PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PHONE          PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-BLD-CODE       PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TENANTS        PIC 9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-MOVE-IN        PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-APPL-DATE      PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-FEE-AMT        PIC $$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-STATUS-NAME    PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ACTION         PIC X(20).
           05  FILLER           PIC X(7)    VALUE SPACES.

       01  RUN-TOTAL-LINE-1.
           05  FILLER           PIC X(12)   VALUE 'TRANS READ: '.
           05  O-TRAN-READ-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'ADDED: '.
           05  O-ADD-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'CHANGED: '.
           05  O-CHG-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'SCREENED: '.
           05  O-SCREEN-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'HOUSED: '.
           05  O-HOUSE-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(20)   VALUE SPACES.

       01  RUN-TOTAL-LINE-2.
           05  FILLER           PIC X(36)   VALUE
               'TENANT MASTER TRANSACTIONS WRITTEN: '.
           05  O-MNT-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE
               'MOVE-IN RECORDS WRITTEN: '.
           05  O-MOVE-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(55)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(46)   VALUE
               '** WORK TABLE FULL - APPLICANTS NOT CARRIED: '.
           05  O-APL-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(21)   VALUE
               '  UNITS NOT CARRIED: '.
           05  O-AVL-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(50)   VALUE SPACES.

      *            UNIT / APPLICANT MATCHING ========>>
       01  MATCH-TITLE-LINE.
           05  FILLER           PIC X(40)   VALUE SPACES.
           05  FILLER           PIC X(52)   VALUE
               'AVAILABLE UNITS AND QUALIFIED WAITLISTED APPLICANTS'.
           05  FILLER           PIC X(40)   VALUE SPACES.

       01  MATCH-HEADING.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'APPL NO'.
           05  FILLER           PIC X(23)   VALUE 'APPLICANT'.
           05  FILLER           PIC X(13)   VALUE 'PHONE'.
           05  FILLER           PIC X(6)    VALUE 'SIZE'.
           05  FILLER           PIC X(13)   VALUE 'WANTS IN'.
           05  FILLER           PIC X(13)   VALUE 'APPLIED'.
           05  FILLER           PIC X(30)   VALUE 'NOTE'.
           05  FILLER           PIC X(20)   VALUE SPACES.

       01  UNIT-LINE.
           05  FILLER           PIC X(6)    VALUE 'BLDG: '.
           05  O-UN-BLD         PIC XX.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'UNIT: '.
           05  O-UN-UNIT        PIC Z9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'AVAILABLE: '.
           05  O-UN-AVAIL       PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-UN-STATUS      PIC X(45).
           05  FILLER           PIC X(41)   VALUE SPACES.

       01  MATCH-LINE.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-MA-APPL-NO     PIC ZZZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MA-NAME        PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MA-PHONE       PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MA-TENANTS     PIC 9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-MA-MOVE-IN     PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MA-APPL-DATE   PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MA-NOTE        PIC X(30).
           05  FILLER           PIC X(20)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(50)   VALUE
               '** NO QUALIFIED APPLICANTS ON THE WAITLIST **'.
           05  FILLER           PIC X(76)   VALUE SPACES.

       01  MATCH-TOTAL-LINE.
           05  FILLER           PIC X(17)   VALUE 'UNITS AVAILABLE: '.
           05  O-AVAIL-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'VACANT NOW: '.
           05  O-VACANT-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'NOT RENEWED: '.
           05  O-NOTREN-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(18)   VALUE 'ALREADY ASSIGNED: '.
           05  O-TAKEN-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(19)   VALUE 'WITH NO APPLICANT: '.
           05  O-NOMATCH-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(7)    VALUE SPACES.

       01  WAIT-TOTAL-LINE.
           05  FILLER           PIC X(13)   VALUE 'ON WAITLIST: '.
           05  O-WAIT-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(19)   VALUE 'PENDING SCREENING: '.
           05  O-PENDING-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(26)   VALUE
               'WAITLISTED, FEE NOT PAID: '.
           05  O-UNPAID-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(48)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(61).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(9)    VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLAPL00.
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

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT MAINT-OUT.
           OPEN OUTPUT MOVE-OUT.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-TENANTS.
           PERFORM 1200-LOAD-EXPECTED.
           PERFORM 1300-MARK-BILLED.
           PERFORM 1350-VACANT-UNITS
               VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > C-EXP-TBL-CTR.
           PERFORM 1400-LOAD-NOT-RENEWED.
           PERFORM 1500-LOAD-APPLICANTS.
           PERFORM 1600-MARK-TAKEN
               VARYING APL-IDX FROM 1 BY 1
                   UNTIL APL-IDX > C-APL-TBL-CTR.

           OPEN INPUT TRANS-IN.
           IF C-TRAN-STATUS = "00" OR "05"
               PERFORM 9000-READ
           ELSE
               MOVE "NO" TO MORE-TRANS
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

       1200-LOAD-EXPECTED.
           OPEN INPUT EXPECTED-UNITS.
           IF C-EXP-STATUS = "00" OR "05"
               PERFORM 1210-READ-EXP-REC
                   UNTIL MORE-EXP = "NO"
               CLOSE EXPECTED-UNITS
           END-IF.

       1210-READ-EXP-REC.
           READ EXPECTED-UNITS
               AT END
                   MOVE "NO" TO MORE-EXP
           END-READ.
           IF MORE-EXP = "YES"
               AND C-EXP-TBL-CTR < 300
                   ADD 1 TO C-EXP-TBL-CTR
                   MOVE EU-BLD-CODE TO TE-BLD-CODE (C-EXP-TBL-CTR)
                   MOVE EU-UNIT TO TE-UNIT (C-EXP-TBL-CTR)
                   MOVE "N" TO TE-BILLED-SW (C-EXP-TBL-CTR)
           END-IF.

      *    A UNIT IS OCCUPIED WHEN THE MONTH'S BILLING CARRIES A
      *    RENT RECORD FOR IT - CREDITS, DEPOSITS, MOVES AND
      *    WORK-ORDER CHARGEBACKS DO NOT COUNT.
       1300-MARK-BILLED.
           OPEN INPUT RENT-MASTER.
           IF C-BILL-STATUS = "00" OR "05"
               PERFORM 1310-READ-BILL-REC
                   UNTIL MORE-BILLS = "NO"
               CLOSE RENT-MASTER
           END-IF.

       1310-READ-BILL-REC.
           READ RENT-MASTER
               AT END
                   MOVE "NO" TO MORE-BILLS
           END-READ.
           IF MORE-BILLS = "YES"
              AND BL-REC-TYPE NOT = 'C'
              AND BL-REC-TYPE NOT = 'D'
              AND BL-REC-TYPE NOT = 'M'
              AND BL-REC-TYPE NOT = 'W'
               PERFORM 1320-MARK-SEARCH
                   VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > C-EXP-TBL-CTR
           END-IF.

       1320-MARK-SEARCH.
           IF TE-BLD-CODE (EXP-IDX) = BL-BLD-CODE
              AND TE-UNIT (EXP-IDX) = BL-UNIT
               MOVE "Y" TO TE-BILLED-SW (EXP-IDX)
           END-IF.

       1350-VACANT-UNITS.
           IF TE-BILLED-SW (EXP-IDX) = "N"
               IF C-AVL-TBL-CTR < 300
                   ADD 1 TO C-AVL-TBL-CTR
                   SET AVL-IDX TO C-AVL-TBL-CTR
                   MOVE TE-BLD-CODE (EXP-IDX) TO TV-BLD-CODE (AVL-IDX)
                   MOVE TE-UNIT (EXP-IDX) TO TV-UNIT (AVL-IDX)
                   MOVE C-TODAY-DATE TO TV-AVAIL-DATE (AVL-IDX)
                   MOVE 'V' TO TV-SOURCE (AVL-IDX)
                   MOVE SPACES TO TV-OUT-NAME (AVL-IDX)
                   MOVE 'N' TO TV-TAKEN (AVL-IDX)
               ELSE
                   ADD 1 TO C-AVL-LOST-CTR
               END-IF
           END-IF.

      *    A DECLINED RENEWAL WHOSE LEASE HAS NOT RUN OUT IS A UNIT
      *    COMING VACANT THE DAY AFTER THE LEASE ENDS.
       1400-LOAD-NOT-RENEWED.
           OPEN INPUT OFFER-MASTER.
           IF C-OFFR-STATUS = "00" OR "05"
               PERFORM 1410-READ-OFFER
                   UNTIL MORE-OFFERS = "NO"
               CLOSE OFFER-MASTER
           END-IF.

       1410-READ-OFFER.
           READ OFFER-MASTER
               AT END
                   MOVE "NO" TO MORE-OFFERS
           END-READ.
           IF MORE-OFFERS = "YES"
              AND OF-STATUS = 'D'
              AND OF-LEASE-END NOT < C-TODAY-DATE
               PERFORM 1420-AVAIL-FIND
               IF C-AVL-FOUND-IDX = ZERO
                   PERFORM 1430-ADD-NOT-RENEWED
               END-IF
           END-IF.

       1420-AVAIL-FIND.
           MOVE ZERO TO C-AVL-FOUND-IDX.
           PERFORM 1425-AVAIL-SEARCH
               VARYING AVL-IDX FROM 1 BY 1
                   UNTIL AVL-IDX > C-AVL-TBL-CTR
                      OR C-AVL-FOUND-IDX > ZERO.

       1425-AVAIL-SEARCH.
           IF TV-BLD-CODE (AVL-IDX) = OF-BLD-CODE
              AND TV-UNIT (AVL-IDX) = OF-UNIT
               MOVE AVL-IDX TO C-AVL-FOUND-IDX
           END-IF.

       1430-ADD-NOT-RENEWED.
           IF C-AVL-TBL-CTR < 300
               ADD 1 TO C-AVL-TBL-CTR
               SET AVL-IDX TO C-AVL-TBL-CTR
               MOVE OF-BLD-CODE TO TV-BLD-CODE (AVL-IDX)
               MOVE OF-UNIT TO TV-UNIT (AVL-IDX)
               COMPUTE C-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (OF-LEASE-END) + 1
               COMPUTE TV-AVAIL-DATE (AVL-IDX) =
                   FUNCTION DATE-OF-INTEGER (C-WORK-INT)
               MOVE 'N' TO TV-SOURCE (AVL-IDX)
               MOVE OF-NAME TO TV-OUT-NAME (AVL-IDX)
               MOVE 'N' TO TV-TAKEN (AVL-IDX)
           ELSE
               ADD 1 TO C-AVL-LOST-CTR
           END-IF.

       1500-LOAD-APPLICANTS.
           OPEN INPUT APPL-MASTER.
           IF C-APLM-STATUS = "00" OR "05"
               PERFORM 1510-READ-APLM-REC
                   UNTIL MORE-APLM = "NO"
               CLOSE APPL-MASTER
           END-IF.

       1510-READ-APLM-REC.
           READ APPL-MASTER
               AT END
                   MOVE "NO" TO MORE-APLM
           END-READ.
           IF MORE-APLM = "YES"
               IF C-APL-TBL-CTR < 1000
                   ADD 1 TO C-APL-TBL-CTR
                   SET APL-IDX TO C-APL-TBL-CTR
                   MOVE AP-REC TO APPLICANT-ENTRY (APL-IDX)
               ELSE
                   ADD 1 TO C-APL-LOST-CTR
               END-IF
           END-IF.

      *    A UNIT SOMEONE WAS HOUSED IN WITHIN THE LAST 45 DAYS (OR
      *    WILL MOVE INTO) IS SPOKEN FOR EVEN IF ITS FIRST BILLING
      *    RECORD HAS NOT REACHED MONBILLS YET.
       1600-MARK-TAKEN.
           IF TA-STATUS (APL-IDX) = 'H'
              AND FUNCTION INTEGER-OF-DATE (TA-ASN-DATE (APL-IDX))
                  + C-HOLD-DAYS NOT < C-TODAY-INT
               PERFORM 1610-TAKEN-SEARCH
                   VARYING AVL-IDX FROM 1 BY 1
                       UNTIL AVL-IDX > C-AVL-TBL-CTR
           END-IF.

       1610-TAKEN-SEARCH.
           IF TV-BLD-CODE (AVL-IDX) = TA-ASN-BLD-CODE (APL-IDX)
              AND TV-UNIT (AVL-IDX) = TA-ASN-UNIT (APL-IDX)
               MOVE 'Y' TO TV-TAKEN (AVL-IDX)
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-TRAN-READ-CTR.
           PERFORM 2100-EDIT-TRAN
               THRU 2100-EXIT.
           PERFORM 9000-READ.

       2100-EDIT-TRAN.
           IF TR-APPL-NO NOT NUMERIC
              OR TR-APPL-NO = ZERO
               MOVE 'APPLICATION NUMBER MUST BE A NON-ZERO NUMBER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2700-APPL-FIND.
           EVALUATE TR-CODE
               WHEN 'A'
                   PERFORM 2200-ADD-APPLICANT THRU 2200-EXIT
               WHEN 'C'
                   PERFORM 2300-CHANGE-APPLICANT THRU 2300-EXIT
               WHEN 'S'
                   PERFORM 2400-SCREEN-APPLICANT THRU 2400-EXIT
               WHEN 'H'
                   PERFORM 2600-HOUSE-APPLICANT THRU 2600-EXIT
               WHEN OTHER
                   MOVE 'TRANSACTION CODE MUST BE A, C, S OR H.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *    A NEW APPLICATION NEEDS A NAME AND A HOUSEHOLD SIZE; IT
      *    STARTS PENDING SCREENING, DATED THE BUSINESS DATE UNLESS
      *    KEYED, WITH THE FEE UNPAID UNLESS KEYED.
       2200-ADD-APPLICANT.
           IF APL-FOUND-SW = "YES"
               MOVE 'APPLICATION NUMBER IS ALREADY ON FILE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF TR-NAME = SPACES
              OR TR-TENANTS-X = SPACE
               MOVE 'NAME AND HOUSEHOLD SIZE ARE REQUIRED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF C-APL-TBL-CTR NOT < 1000
               MOVE 'APPLICANT TABLE FULL - ADD NOT APPLIED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO APPLICANT-HOLD.
           MOVE TR-APPL-NO TO H-APPL-NO.
           MOVE ZERO TO H-MOVE-IN.
           MOVE C-TODAY-DATE TO H-APPL-DATE.
           MOVE 'N' TO H-FEE-PAID.
           MOVE ZERO TO H-FEE-AMT.
           MOVE 'P' TO H-STATUS.
           MOVE ZERO TO H-ASN-UNIT.
           MOVE ZERO TO H-ASN-DATE.
           PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
           IF FIELD-ERR-SW = "YES"
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO C-APL-TBL-CTR.
           SET APL-IDX TO C-APL-TBL-CTR.
           MOVE APPLICANT-HOLD TO APPLICANT-ENTRY (APL-IDX).
           ADD 1 TO C-ADD-CTR.
           MOVE 'ADDED' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2200-EXIT.
           EXIT.

      *    ONLY THE FIELDS KEYED ON THE CHANGE ARE REPLACED.
       2300-CHANGE-APPLICANT.
           IF APL-FOUND-SW = "NO"
               MOVE 'APPLICATION NUMBER IS NOT ON FILE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           SET APL-IDX TO C-APL-FOUND-IDX.
           IF TA-STATUS (APL-IDX) = 'H'
               MOVE 'APPLICANT HAS ALREADY BEEN HOUSED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           MOVE APPLICANT-ENTRY (APL-IDX) TO APPLICANT-HOLD.
           PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
           IF FIELD-ERR-SW = "YES"
               GO TO 2300-EXIT
           END-IF.
           SET APL-IDX TO C-APL-FOUND-IDX.
           MOVE APPLICANT-HOLD TO APPLICANT-ENTRY (APL-IDX).
           ADD 1 TO C-CHG-CTR.
           MOVE 'CHANGED' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2300-EXIT.
           EXIT.

       2400-SCREEN-APPLICANT.
           IF APL-FOUND-SW = "NO"
               MOVE 'APPLICATION NUMBER IS NOT ON FILE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           SET APL-IDX TO C-APL-FOUND-IDX.
           IF TA-STATUS (APL-IDX) = 'H'
               MOVE 'APPLICANT HAS ALREADY BEEN HOUSED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-SCREEN NOT = 'Q'
              AND TR-SCREEN NOT = 'D'
              AND TR-SCREEN NOT = 'W'
              AND TR-SCREEN NOT = 'P'
               MOVE 'SCREENING STATUS MUST BE Q, D, W OR P.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           MOVE TR-SCREEN TO TA-STATUS (APL-IDX).
           MOVE APPLICANT-ENTRY (APL-IDX) TO APPLICANT-HOLD.
           ADD 1 TO C-SCREEN-CTR.
           MOVE 'SCREENING RECORDED' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2400-EXIT.
           EXIT.

      *    OVERLAY THE KEYED FIELDS ON THE HOLD COPY, EDITING EACH.
      *    A DESIRED BUILDING MUST HAVE UNITS ON EXPUNITS.
       2500-EDIT-FIELDS.
           MOVE "NO" TO FIELD-ERR-SW.
           IF TR-NAME NOT = SPACES
               MOVE TR-NAME TO H-NAME
           END-IF.
           IF TR-PHONE NOT = SPACES
               MOVE TR-PHONE TO H-PHONE
           END-IF.
           IF TR-BLD-CODE NOT = SPACES
               MOVE "NO" TO BLD-FOUND-SW
               PERFORM 2510-BLD-SEARCH
                   VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > C-EXP-TBL-CTR
                          OR BLD-FOUND-SW = "YES"
               IF BLD-FOUND-SW = "NO"
                   MOVE 'DESIRED BUILDING HAS NO UNITS ON EXPUNITS.'
                       TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-BLD-CODE TO H-BLD-CODE
           END-IF.
           IF TR-TENANTS-X NOT = SPACE
               IF TR-TENANTS NOT NUMERIC
                  OR TR-TENANTS = ZERO
                   MOVE 'HOUSEHOLD SIZE MUST BE 1 TO 8.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               IF TR-TENANTS > 8
                   MOVE 'HOUSEHOLD SIZE MUST BE 1 TO 8.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-TENANTS TO H-TENANTS
           END-IF.
           IF TR-MOVE-IN NOT = SPACES
               MOVE TR-MOVE-IN TO DC-DATE
               MOVE SPACE TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'DESIRED MOVE-IN DATE IS NOT VALID.'
                       TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-MOVE-IN TO H-MOVE-IN
           END-IF.
           IF TR-APPL-DATE NOT = SPACES
               MOVE TR-APPL-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'APPLICATION DATE IS NOT VALID.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-APPL-DATE TO H-APPL-DATE
           END-IF.
           IF TR-FEE-PAID NOT = SPACE
               IF TR-FEE-PAID NOT = 'Y'
                  AND TR-FEE-PAID NOT = 'N'
                   MOVE 'FEE PAID FLAG MUST BE Y OR N.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-FEE-PAID TO H-FEE-PAID
           END-IF.
           IF TR-FEE-AMT-X NOT = SPACES
               IF TR-FEE-AMT NOT NUMERIC
                   MOVE 'APPLICATION FEE IS NOT NUMERIC.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-FEE-AMT TO H-FEE-AMT
           END-IF.

       2500-EXIT.
           EXIT.

       2510-BLD-SEARCH.
           IF TE-BLD-CODE (EXP-IDX) = TR-BLD-CODE
               MOVE "YES" TO BLD-FOUND-SW
           END-IF.

       2590-FIELD-REJECT.
           MOVE "YES" TO FIELD-ERR-SW.
           PERFORM 2900-REJECT.

      *    ONLY A QUALIFIED APPLICANT WITH THE FEE PAID CAN BE
      *    HOUSED, AND ONLY IN A UNIT ON THE AVAILABLE LIST THAT NO
      *    ONE ELSE HAS BEEN GIVEN, NO EARLIER THAN THE DAY IT IS
      *    FREE.  A BLANK MOVE-IN DATE MEANS THE LATER OF THE
      *    APPLICANT'S DESIRED DATE AND THE DAY THE UNIT IS FREE.
       2600-HOUSE-APPLICANT.
           IF APL-FOUND-SW = "NO"
               MOVE 'APPLICATION NUMBER IS NOT ON FILE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2600-EXIT
           END-IF.
           SET APL-IDX TO C-APL-FOUND-IDX.
           IF TA-STATUS (APL-IDX) NOT = 'Q'
               MOVE 'APPLICANT IS NOT QUALIFIED ON THE WAITLIST.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2600-EXIT
           END-IF.
           IF TA-FEE-PAID (APL-IDX) NOT = 'Y'
               MOVE 'APPLICATION FEE HAS NOT BEEN PAID.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2600-EXIT
           END-IF.
           MOVE ZERO TO C-AVL-FOUND-IDX.
           IF TR-AS-UNIT NUMERIC
               PERFORM 2610-UNIT-SEARCH
                   VARYING AVL-IDX FROM 1 BY 1
                       UNTIL AVL-IDX > C-AVL-TBL-CTR
                          OR C-AVL-FOUND-IDX > ZERO
           END-IF.
           IF C-AVL-FOUND-IDX = ZERO
               MOVE 'UNIT IS NOT VACANT OR COMING VACANT.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2600-EXIT
           END-IF.
           SET AVL-IDX TO C-AVL-FOUND-IDX.
           IF TV-TAKEN (AVL-IDX) = 'Y'
               MOVE 'UNIT HAS ALREADY BEEN ASSIGNED TO AN APPLICANT.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2600-EXIT
           END-IF.
           IF TR-AS-MOVE-IN = SPACES
               IF TA-MOVE-IN (APL-IDX) > TV-AVAIL-DATE (AVL-IDX)
                   MOVE TA-MOVE-IN (APL-IDX) TO C-MOVE-IN
               ELSE
                   MOVE TV-AVAIL-DATE (AVL-IDX) TO C-MOVE-IN
               END-IF
           ELSE
               MOVE TR-AS-MOVE-IN TO DC-DATE
               MOVE SPACE TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'MOVE-IN DATE IS NOT VALID.' TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2600-EXIT
               END-IF
               MOVE TR-AS-MOVE-IN TO C-MOVE-IN
           END-IF.
           IF C-MOVE-IN < TV-AVAIL-DATE (AVL-IDX)
               MOVE 'MOVE-IN IS BEFORE THE UNIT IS AVAILABLE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2600-EXIT
           END-IF.
           IF TR-AS-TERM-X = SPACES
               MOVE 12 TO C-TERM-MOS
           ELSE
               IF TR-AS-TERM NOT NUMERIC
                  OR TR-AS-TERM = ZERO
                   MOVE 'LEASE TERM MUST BE A NUMBER OF MONTHS.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2600-EXIT
               END-IF
               MOVE TR-AS-TERM TO C-TERM-MOS
           END-IF.

           PERFORM 2620-LEASE-END.
           PERFORM 2630-WRITE-TENANT.
           PERFORM 2640-WRITE-MOVE-IN.
           MOVE 'Y' TO TV-TAKEN (AVL-IDX).
           MOVE 'H' TO TA-STATUS (APL-IDX).
           MOVE TV-BLD-CODE (AVL-IDX) TO TA-ASN-BLD-CODE (APL-IDX).
           MOVE TV-UNIT (AVL-IDX) TO TA-ASN-UNIT (APL-IDX).
           MOVE C-MOVE-IN TO TA-ASN-DATE (APL-IDX).
           MOVE APPLICANT-ENTRY (APL-IDX) TO APPLICANT-HOLD.
           ADD 1 TO C-HOUSE-CTR.
           MOVE SPACES TO H-ACTION.
           STRING 'HOUSED IN ' TV-BLD-CODE (AVL-IDX) '/'
                  TR-AS-UNIT DELIMITED BY SIZE
               INTO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2600-EXIT.
           EXIT.

       2610-UNIT-SEARCH.
           IF TV-BLD-CODE (AVL-IDX) = TR-AS-BLD-CODE
              AND TV-UNIT (AVL-IDX) = TR-AS-UNIT
               MOVE AVL-IDX TO C-AVL-FOUND-IDX
           END-IF.

      *    THE LEASE RUNS THROUGH THE DAY BEFORE THE MOVE-IN DATE'S
      *    ANNIVERSARY THE TERM MONTHS LATER; A MOVE-IN ON THE
      *    29TH-31ST WITH NO SUCH DAY IN THAT MONTH RUNS TO THE END
      *    OF THE MONTH.
       2620-LEASE-END.
           MOVE C-MOVE-IN TO WORK-DATE-N.
           COMPUTE C-END-MONTHS =
               WK-YYYY * 12 + WK-MM - 1 + C-TERM-MOS.
           DIVIDE C-END-MONTHS BY 12
               GIVING LE-YEAR
                   REMAINDER LE-MONTH.
           ADD 1 TO LE-MONTH.
           MOVE WK-DD TO LE-DAY.
           MOVE LEASE-END-DATE TO DC-DATE.
           MOVE SPACE TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 01 TO LE-DAY
               IF LE-MONTH = 12
                   MOVE 01 TO LE-MONTH
                   ADD 1 TO LE-YEAR
               ELSE
                   ADD 1 TO LE-MONTH
               END-IF
           END-IF.
           COMPUTE C-WORK-INT =
               FUNCTION INTEGER-OF-DATE (C-LEASE-END) - 1.
           COMPUTE C-LEASE-END =
               FUNCTION DATE-OF-INTEGER (C-WORK-INT).

      *    THE NEW TENANT GOES TO THE MASTER THROUGH CBLMNT00 - AN
      *    ADD FOR AN EMPTY UNIT, A CHANGE REPLACING THE OUTGOING
      *    TENANT'S RECORD WHERE ONE IS STILL ON FILE.  BANK FIELDS
      *    ARE LEFT FOR THE AUTOPAY SIGN-UP.
       2630-WRITE-TENANT.
           MOVE ZERO TO C-TEN-FOUND-IDX.
           PERFORM 2650-TENANT-SEARCH
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR
                      OR C-TEN-FOUND-IDX > ZERO.
           IF C-TEN-FOUND-IDX = ZERO
               MOVE 'A' TO MT-CODE
           ELSE
               MOVE 'C' TO MT-CODE
           END-IF.
           MOVE TV-BLD-CODE (AVL-IDX) TO MT-BLD-CODE.
           MOVE TV-UNIT (AVL-IDX) TO MT-UNIT.
           MOVE TA-NAME (APL-IDX) TO MT-NAME.
           MOVE C-MOVE-IN TO MT-LEASE-START.
           MOVE C-LEASE-END TO MT-LEASE-END.
           MOVE TA-PHONE (APL-IDX) TO MT-PHONE.
           MOVE ZERO TO MT-ROUTING.
           MOVE SPACES TO MT-ACCOUNT.
           MOVE 'N' TO MT-AUTOPAY.
           WRITE MAINT-REC.
           ADD 1 TO C-MNT-CTR.

       2640-WRITE-MOVE-IN.
           MOVE SPACES TO MOVE-REC.
           MOVE TV-BLD-CODE (AVL-IDX) TO MV-BLD-CODE.
           MOVE TV-UNIT (AVL-IDX) TO MV-UNIT.
           MOVE C-MOVE-IN TO MV-MOVE-DATE.
           MOVE 'I' TO MV-IN-OUT.
           MOVE 'M' TO MV-REC-TYPE.
           WRITE MOVE-REC.
           ADD 1 TO C-MOVE-CTR.

       2650-TENANT-SEARCH.
           IF TT-BLD-CODE (TEN-IDX) = TV-BLD-CODE (AVL-IDX)
              AND TT-UNIT (TEN-IDX) = TV-UNIT (AVL-IDX)
               MOVE TEN-IDX TO C-TEN-FOUND-IDX
           END-IF.

       2700-APPL-FIND.
           MOVE "NO" TO APL-FOUND-SW.
           MOVE ZERO TO C-APL-FOUND-IDX.
           PERFORM 2710-APPL-SEARCH
               VARYING APL-IDX FROM 1 BY 1
                   UNTIL APL-IDX > C-APL-TBL-CTR
                      OR APL-FOUND-SW = "YES".

       2710-APPL-SEARCH.
           IF TA-APPL-NO (APL-IDX) = TR-APPL-NO
               MOVE "YES" TO APL-FOUND-SW
               MOVE APL-IDX TO C-APL-FOUND-IDX
           END-IF.

      *    PRINTS THE HOLD COPY WITH THE ACTION TAKEN.
       2800-REGISTER-LINE.
           MOVE H-APPL-NO TO O-APPL-NO.
           MOVE H-NAME TO O-NAME.
           MOVE H-PHONE TO O-PHONE.
           MOVE H-BLD-CODE TO O-BLD-CODE.
           MOVE H-TENANTS TO O-TENANTS.
           IF H-MOVE-IN = ZERO
               MOVE 'ANY TIME' TO O-MOVE-IN
           ELSE
               MOVE H-MOVE-IN TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-MOVE-IN
           END-IF.
           MOVE H-APPL-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-APPL-DATE.
           IF H-FEE-PAID = 'Y'
               MOVE H-FEE-AMT TO O-FEE-AMT
           ELSE
               MOVE ZERO TO O-FEE-AMT
           END-IF.
           MOVE SPACES TO O-STATUS-NAME.
           PERFORM 2810-STATUS-NAME
               VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > 5.
           MOVE H-ACTION TO O-ACTION.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2810-STATUS-NAME.
           IF TS-CODE (STAT-IDX) = H-STATUS
               MOVE TS-NAME (STAT-IDX) TO O-STATUS-NAME
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
           CLOSE TRANS-IN.
           CLOSE MAINT-OUT.
           CLOSE MOVE-OUT.

           OPEN OUTPUT NEW-APPL-MASTER.
           PERFORM 3100-WRITE-MASTER
               VARYING APL-IDX FROM 1 BY 1
                   UNTIL APL-IDX > C-APL-TBL-CTR.
           CLOSE NEW-APPL-MASTER.

           MOVE C-TRAN-READ-CTR TO O-TRAN-READ-CTR.
           MOVE C-ADD-CTR TO O-ADD-CTR.
           MOVE C-CHG-CTR TO O-CHG-CTR.
           MOVE C-SCREEN-CTR TO O-SCREEN-CTR.
           MOVE C-HOUSE-CTR TO O-HOUSE-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-MNT-CTR TO O-MNT-CTR.
           MOVE C-MOVE-CTR TO O-MOVE-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.

           PERFORM 3200-MATCH-REPORT.

           IF C-APL-LOST-CTR > ZERO OR C-AVL-LOST-CTR > ZERO
               MOVE C-APL-LOST-CTR TO O-APL-LOST-CTR
               MOVE C-AVL-LOST-CTR TO O-AVL-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRAN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3100-WRITE-MASTER.
           WRITE NEW-AP-REC FROM APPLICANT-ENTRY (APL-IDX).

      *    THE WAITLIST - QUALIFIED APPLICANTS WITH THE FEE PAID -
      *    IS RANKED BY APPLICATION DATE, THEN EVERY AVAILABLE UNIT
      *    NOT YET ASSIGNED LISTS THE WAITLISTED APPLICANTS WHO
      *    WANT ITS BUILDING OR ANY BUILDING.  UNITS VACANT NOW
      *    PRINT FIRST, THEN UNITS COMING VACANT.
       3200-MATCH-REPORT.
           PERFORM 3205-WAIT-SELECT
               VARYING APL-IDX FROM 1 BY 1
                   UNTIL APL-IDX > C-APL-TBL-CTR.
           IF C-WAIT-TBL-CTR > 1
               PERFORM 3210-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-WAIT-TBL-CTR - 1
           END-IF.
           PERFORM 9110-MATCH-HEADING.
           MOVE 'V' TO H-PASS-SOURCE.
           PERFORM 3230-UNIT-MATCH
               VARYING AVL-IDX FROM 1 BY 1
                   UNTIL AVL-IDX > C-AVL-TBL-CTR.
           MOVE 'N' TO H-PASS-SOURCE.
           PERFORM 3230-UNIT-MATCH
               VARYING AVL-IDX FROM 1 BY 1
                   UNTIL AVL-IDX > C-AVL-TBL-CTR.
           MOVE C-AVAIL-CTR TO O-AVAIL-CTR.
           MOVE C-VACANT-CTR TO O-VACANT-CTR.
           MOVE C-NOTREN-CTR TO O-NOTREN-CTR.
           MOVE C-TAKEN-CTR TO O-TAKEN-CTR.
           MOVE C-NOMATCH-CTR TO O-NOMATCH-CTR.
           WRITE PRTLINE
               FROM MATCH-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE C-WAIT-TBL-CTR TO O-WAIT-CTR.
           MOVE C-PENDING-CTR TO O-PENDING-CTR.
           MOVE C-UNPAID-CTR TO O-UNPAID-CTR.
           WRITE PRTLINE
               FROM WAIT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

       3205-WAIT-SELECT.
           IF TA-STATUS (APL-IDX) = 'P'
               ADD 1 TO C-PENDING-CTR
           END-IF.
           IF TA-STATUS (APL-IDX) = 'Q'
               IF TA-FEE-PAID (APL-IDX) NOT = 'Y'
                   ADD 1 TO C-UNPAID-CTR
               ELSE
                   ADD 1 TO C-WAIT-TBL-CTR
                   SET WAIT-IDX TO C-WAIT-TBL-CTR
                   MOVE TA-APPL-DATE (APL-IDX)
                       TO TW-APPL-DATE (WAIT-IDX)
                   MOVE TA-APPL-NO (APL-IDX) TO TW-APPL-NO (WAIT-IDX)
                   MOVE TA-NAME (APL-IDX) TO TW-NAME (WAIT-IDX)
                   MOVE TA-PHONE (APL-IDX) TO TW-PHONE (WAIT-IDX)
                   MOVE TA-BLD-CODE (APL-IDX) TO TW-BLD-CODE (WAIT-IDX)
                   MOVE TA-TENANTS (APL-IDX) TO TW-TENANTS (WAIT-IDX)
                   MOVE TA-MOVE-IN (APL-IDX) TO TW-MOVE-IN (WAIT-IDX)
               END-IF
           END-IF.

       3210-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-WAIT-TBL-CTR - C-RANK-PASS.
           PERFORM 3220-RANK-COMPARE
               VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > C-RANK-LIMIT.

       3220-RANK-COMPARE.
           IF TW-KEY (WAIT-IDX) > TW-KEY (WAIT-IDX + 1)
               MOVE WAIT-ENTRY (WAIT-IDX) TO WAIT-ENTRY-TEMP
               MOVE WAIT-ENTRY (WAIT-IDX + 1) TO WAIT-ENTRY (WAIT-IDX)
               MOVE WAIT-ENTRY-TEMP TO WAIT-ENTRY (WAIT-IDX + 1)
           END-IF.

       3230-UNIT-MATCH.
           IF TV-SOURCE (AVL-IDX) = H-PASS-SOURCE
               ADD 1 TO C-AVAIL-CTR
               IF TV-SOURCE (AVL-IDX) = 'V'
                   ADD 1 TO C-VACANT-CTR
               ELSE
                   ADD 1 TO C-NOTREN-CTR
               END-IF
               IF TV-TAKEN (AVL-IDX) = 'Y'
                   ADD 1 TO C-TAKEN-CTR
               ELSE
                   PERFORM 3240-UNIT-LINE
               END-IF
           END-IF.

       3240-UNIT-LINE.
           MOVE TV-BLD-CODE (AVL-IDX) TO O-UN-BLD.
           MOVE TV-UNIT (AVL-IDX) TO O-UN-UNIT.
           MOVE TV-AVAIL-DATE (AVL-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-UN-AVAIL.
           MOVE SPACES TO O-UN-STATUS.
           IF TV-SOURCE (AVL-IDX) = 'V'
               MOVE 'VACANT - NOT BILLED' TO O-UN-STATUS
           ELSE
               STRING 'LEASE NOT RENEWED - ' DELIMITED BY SIZE
                      TV-OUT-NAME (AVL-IDX) DELIMITED BY SIZE
                   INTO O-UN-STATUS
           END-IF.
           WRITE PRTLINE
               FROM UNIT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9110-MATCH-HEADING.
           MOVE ZERO TO C-UNIT-MATCH-CTR.
           PERFORM 3250-APPL-MATCH
               VARYING WAIT-IDX FROM 1 BY 1
                   UNTIL WAIT-IDX > C-WAIT-TBL-CTR.
           IF C-UNIT-MATCH-CTR = ZERO
               ADD 1 TO C-NOMATCH-CTR
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9110-MATCH-HEADING
               END-WRITE
           END-IF.

       3250-APPL-MATCH.
           IF TW-BLD-CODE (WAIT-IDX) = TV-BLD-CODE (AVL-IDX)
              OR TW-BLD-CODE (WAIT-IDX) = SPACES
               ADD 1 TO C-UNIT-MATCH-CTR
               MOVE TW-APPL-NO (WAIT-IDX) TO O-MA-APPL-NO
               MOVE TW-NAME (WAIT-IDX) TO O-MA-NAME
               MOVE TW-PHONE (WAIT-IDX) TO O-MA-PHONE
               MOVE TW-TENANTS (WAIT-IDX) TO O-MA-TENANTS
               IF TW-MOVE-IN (WAIT-IDX) = ZERO
                   MOVE 'ANY TIME' TO O-MA-MOVE-IN
               ELSE
                   MOVE TW-MOVE-IN (WAIT-IDX) TO WORK-DATE-N
                   PERFORM 9300-EDIT-DATE
                   MOVE EDIT-DATE TO O-MA-MOVE-IN
               END-IF
               MOVE TW-APPL-DATE (WAIT-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-MA-APPL-DATE
               IF TW-MOVE-IN (WAIT-IDX) > ZERO
                  AND TW-MOVE-IN (WAIT-IDX) < TV-AVAIL-DATE (AVL-IDX)
                   MOVE 'WANTS IN BEFORE UNIT IS FREE' TO O-MA-NOTE
               ELSE
                   MOVE SPACES TO O-MA-NOTE
               END-IF
               WRITE PRTLINE
                   FROM MATCH-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9110-MATCH-HEADING
               END-WRITE
           END-IF.


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

       9110-MATCH-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM MATCH-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM MATCH-HEADING
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
