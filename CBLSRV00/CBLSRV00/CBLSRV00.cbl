       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLSRV00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * BOAT SERVICE DEPARTMENT WORK ORDERS AND REPAIR INVOICING.   *
      * THE SERVICE WORK-ORDER FILE (SRVWO) CARRIES ONE HEADER PER  *
      * WORK ORDER - BOAT CUSTOMER NUMBER FROM BCUSTMST, HULL       *
      * NUMBER WHERE KNOWN, OPENED DATE, STATUS O=OPEN C=COMPLETE  *
      * AND COMPLETED DATE - FOLLOWED BY ITS LABOR LINES (SHOP      *
      * LABOR CODE AND HOURS) AND PARTS LINES (PART, QUANTITY,      *
      * UNIT PRICE).  LABOR IS PRICED FROM THE SHOP LABOR RATE      *
      * TABLE (SRVRATE, OR THE BUILT-IN RATES).  EACH COMPLETED     *
      * WORK ORDER PRINTS A CUSTOMER REPAIR INVOICE (SRVINV), IS    *
      * POSTED AS AN OPEN ITEM TO THE SERVICE RECEIVABLE FILE       *
      * (SERVRECV) AND DROPS OFF THE WORK-ORDER FILE.  OPEN WORK    *
      * ORDERS CARRY FORWARD TO SRVWON AND PRINT OLDEST FIRST ON    *
      * THE OPEN WORK ORDERS BY DAYS-OPEN REPORT.  A WORK ORDER     *
      * THAT FAILS ITS EDITS IS REJECTED ON THE REGISTER AND        *
      * CARRIED FORWARD UNCHANGED FOR CORRECTION.  COMPLETED        *
      * SERVICE REVENUE (LABOR, PARTS, SALES TAX ON PARTS AT THE    *
      * SRVPARM RATE) GOES OUT AS A CHARTACC-MAPPED, HASH-          *
      * TRAILERED GL EXTRACT (SERVGL) FOR THE CBLGLC00 JOURNAL.     *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WORK-ORDER-IN
               ASSIGN TO SRVWO
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-ORDERS
               ASSIGN TO SRVWSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK37".

           SELECT NEW-WORK-ORDERS
               ASSIGN TO SRVWON
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO BCUSTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CUSTM-STATUS.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO SRVRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO SRVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL SERVICE-RECV
               ASSIGN TO SERVRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT OPTIONAL CHART-OF-ACCOUNTS
               ASSIGN TO CHARTACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHART-STATUS.

           SELECT GL-OUT
               ASSIGN TO SERVGL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO SRVRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT INVOICE-OUT
               ASSIGN TO SRVINV
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD WORK-ORDER-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS IN-REC.

       01  IN-REC                 PIC X(56).

       FD SORTED-ORDERS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS SW-REC.

       01  SW-REC.
           05  SW-WO-NO           PIC X(6).
           05  SW-REC-TYPE        PIC X.
           05  FILLER             PIC X(49).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-WO-NO           PIC X(6).
           05  SD-REC-TYPE        PIC X.
           05  FILLER             PIC X(49).

       FD NEW-WORK-ORDERS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS NEW-WO-REC.

       01  NEW-WO-REC             PIC X(56).

       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CUST-MST-REC.

       01  CUST-MST-REC.
           05  BC-CUST-NO           PIC 9(6).
           05  BC-NAME              PIC X(25).
           05  BC-ADDRESS           PIC X(25).
           05  BC-CITY              PIC X(15).
           05  BC-STATE             PIC XX.
           05  BC-ZIP               PIC X(9).
           05  BC-PHONE             PIC X(10).

       FD RATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05  RT-LABOR-CODE      PIC XX.
           05  RT-RATE            PIC 9(3)V99.
           05  RT-DESC            PIC X(20).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TAX-PCT       PIC 99V99.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD SERVICE-RECV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS SR-REC.

       01  SR-REC.
           05  SR-CUST-NO         PIC 9(6).
           05  SR-INVOICE-NO      PIC X(6).
           05  SR-INV-DATE        PIC 9(8).
           05  SR-AMOUNT          PIC 9(7)V99.
           05  SR-STATUS          PIC X.

       FD CHART-OF-ACCOUNTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CHART-REC.

       01  CHART-REC.
           05  CA-KEY               PIC X(10).
           05  CA-ACCOUNT           PIC 9(8).

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
           05  TL-ID                PIC X(8).
           05  TL-REC-CTR           PIC 9(6).
           05  TL-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(14).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD INVOICE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INV-LINE.

       01  INV-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-CUSTM-STATUS   PIC XX         VALUE "00".
           05  C-RATE-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-RECV-STATUS    PIC XX         VALUE "00".
           05  C-CHART-STATUS   PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-WO          PIC XXX        VALUE "YES".
           05  MORE-CUSTM       PIC XXX        VALUE "YES".
           05  MORE-RATES       PIC XXX        VALUE "YES".
           05  MORE-RECV        PIC XXX        VALUE "YES".
           05  MORE-CHART       PIC XXX        VALUE "YES".
           05  C-BUS-DATE       PIC 9(8)       VALUE ZERO.
           05  C-BUS-INT        PIC 9(7)       VALUE ZERO.
           05  C-TAX-PCT        PIC 99V99      VALUE ZERO.
           05  C-CUSTM-TBL-CTR  PIC 9(4)       VALUE ZERO.
           05  C-CUSTM-FOUND-IDX PIC 9(4)      VALUE ZERO.
           05  C-CUSTM-LOST-CTR PIC 9(5)       VALUE ZERO.
           05  CUSTM-FOUND-SW   PIC XXX        VALUE "NO".
           05  C-RATE-TBL-CTR   PIC 99         VALUE 5.
           05  C-RATE-FOUND-IDX PIC 99         VALUE ZERO.
           05  RATE-FOUND-SW    PIC XXX        VALUE "NO".
           05  RATE-LOADED-SW   PIC XXX        VALUE "NO".
           05  C-INVD-TBL-CTR   PIC 9(5)       VALUE ZERO.
           05  C-INVD-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  INVD-FOUND-SW    PIC XXX        VALUE "NO".
           05  H-WO-NO          PIC X(6)       VALUE SPACES.
           05  H-LABOR-CODE     PIC XX         VALUE SPACES.
           05  H-DISPOSITION    PIC X(32)      VALUE SPACES.
           05  C-LINE-CTR       PIC 99         VALUE ZERO.
           05  C-LINE-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-HDR-CTR        PIC 99         VALUE ZERO.
           05  LINE-BAD-SW      PIC XXX        VALUE "NO".
           05  CARRY-SW         PIC XXX        VALUE "NO".
           05  C-LINE-AMT       PIC 9(7)V99    VALUE ZERO.
           05  C-LABOR-AMT      PIC 9(7)V99    VALUE ZERO.
           05  C-PARTS-AMT      PIC 9(7)V99    VALUE ZERO.
           05  C-TAX-AMT        PIC 9(7)V99    VALUE ZERO.
           05  C-WO-TOTAL       PIC 9(7)V99    VALUE ZERO.
           05  C-WO-READ-CTR    PIC 9(7)       VALUE ZERO.
           05  C-WO-CTR         PIC 9(5)       VALUE ZERO.
           05  C-INVOICE-CTR    PIC 9(5)       VALUE ZERO.
           05  C-OPEN-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  GT-LABOR-AMT     PIC 9(9)V99    VALUE ZERO.
           05  GT-PARTS-AMT     PIC 9(9)V99    VALUE ZERO.
           05  GT-TAX-AMT       PIC 9(9)V99    VALUE ZERO.
           05  GT-INVOICE-AMT   PIC 9(9)V99    VALUE ZERO.
           05  C-OPEN-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-OPEN-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  C-AGE-1          PIC 9(5)       VALUE ZERO.
           05  C-AGE-2          PIC 9(5)       VALUE ZERO.
           05  C-AGE-3          PIC 9(5)       VALUE ZERO.
           05  C-AGE-4          PIC 9(5)       VALUE ZERO.
           05  C-OPEN-AMT       PIC 9(9)V99    VALUE ZERO.
           05  C-CHART-TBL-CTR  PIC 99         VALUE ZERO.
           05  C-GL-LOOKUP-KEY  PIC X(10)      VALUE SPACES.
           05  C-GL-ACCOUNT     PIC 9(8)       VALUE ZERO.
           05  C-GL-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-GL-HASH        PIC 9(11)V99   VALUE ZERO.
           05  C-GL-AMOUNT      PIC S9(9)V99   VALUE ZERO.

      *    THE CURRENT WORK-ORDER RECORD, VIEWED BY RECORD TYPE.
       01  WO-WORK.
           05  WH-WO-NO           PIC X(6).
           05  WH-REC-TYPE        PIC X.
           05  WH-CUST-NO         PIC 9(6).
           05  WH-HULL-NO         PIC X(8).
           05  WH-OPEN-DATE       PIC 9(8).
           05  WH-STATUS          PIC X.
           05  WH-CLOSE-DATE      PIC 9(8).
           05  WH-DESC            PIC X(18).

       01  WO-LABOR-LINE REDEFINES WO-WORK.
           05  FILLER             PIC X(7).
           05  WL-LABOR-CODE      PIC XX.
           05  WL-HOURS           PIC 9(3)V9.
           05  WL-DESC            PIC X(20).
           05  FILLER             PIC X(23).

       01  WO-PART-LINE REDEFINES WO-WORK.
           05  FILLER             PIC X(7).
           05  WP-PART-NO         PIC X(10).
           05  WP-DESC            PIC X(20).
           05  WP-QTY             PIC 9(3).
           05  WP-PRICE           PIC 9(5)V99.
           05  FILLER             PIC X(9).

       01  WO-HEADER-HOLD         PIC X(56).
       01  WO-HEADER REDEFINES WO-HEADER-HOLD.
           05  HH-WO-NO           PIC X(6).
           05  HH-REC-TYPE        PIC X.
           05  HH-CUST-NO         PIC 9(6).
           05  HH-HULL-NO         PIC X(8).
           05  HH-OPEN-DATE       PIC 9(8).
           05  HH-STATUS          PIC X.
           05  HH-CLOSE-DATE      PIC 9(8).
           05  HH-DESC            PIC X(18).

       01  LINE-TABLE.
           05  LINE-ENTRY OCCURS 40 TIMES INDEXED BY LINE-IDX.
               10  TL-REC       PIC X(56).

       01  CUST-MST-TABLE.
           05  CUST-MST-ENTRY OCCURS 1000 TIMES INDEXED BY CUSTM-IDX.
               10  TM-CUST-NO    PIC 9(6).
               10  TM-NAME       PIC X(25).
               10  TM-ADDRESS    PIC X(25).
               10  TM-CITY       PIC X(15).
               10  TM-STATE      PIC XX.
               10  TM-ZIP        PIC X(9).
               10  TM-PHONE      PIC X(10).

      *    BUILT-IN SHOP LABOR RATES, REPLACED BY THE SRVRATE FILE.
       01  DEFAULT-RATES.
           05  FILLER           PIC X(27)   VALUE
               'GN09500GENERAL REPAIR      '.
           05  FILLER           PIC X(27)   VALUE
               'EN12500ENGINE / OUTDRIVE   '.
           05  FILLER           PIC X(27)   VALUE
               'EL11000ELECTRICAL          '.
           05  FILLER           PIC X(27)   VALUE
               'FG10500FIBERGLASS / GELCOAT'.
           05  FILLER           PIC X(27)   VALUE
               'WT07500WINTERIZE / PREP    '.
           05  FILLER           PIC X(405)  VALUE SPACES.

       01  RATE-TABLE REDEFINES DEFAULT-RATES.
           05  RATE-ENTRY OCCURS 20 TIMES INDEXED BY RATE-IDX.
               10  TR-LABOR-CODE PIC XX.
               10  TR-RATE       PIC 9(3)V99.
               10  TR-DESC       PIC X(20).

      *    INVOICE NUMBERS ALREADY ON THE RECEIVABLE - A RERUN OF THE
      *    SAME WORK-ORDER FILE MUST NOT BILL THE CUSTOMER TWICE.
       01  INVOICED-TABLE.
           05  INVD-ENTRY OCCURS 2000 TIMES INDEXED BY INVD-IDX.
               10  TI-INVOICE-NO PIC X(6).

       01  OPEN-TABLE.
           05  OPEN-ENTRY OCCURS 300 TIMES INDEXED BY OPEN-IDX.
               10  TO-WO-NO      PIC X(6).
               10  TO-CUST-NO    PIC 9(6).
               10  TO-NAME       PIC X(25).
               10  TO-HULL-NO    PIC X(8).
               10  TO-OPEN-DATE  PIC 9(8).
               10  TO-DAYS-OPEN  PIC 9(5).
               10  TO-DESC       PIC X(18).
               10  TO-AMOUNT     PIC 9(7)V99.

       01  OPEN-ENTRY-TEMP      PIC X(85).

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 30 TIMES INDEXED BY CHART-IDX.
               10  TC-CA-KEY        PIC X(10).
               10  TC-CA-ACCOUNT    PIC 9(8).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLSRV00'.
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
               'BOAT SERVICE WORK ORDER REGISTER'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'W/O NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'STATUS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '      LABOR'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '      PARTS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE '      TAX'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '       TOTAL'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER           PIC X(26)   VALUE SPACES.

       01  REGISTER-LINE.
           05  O-WO-NO          PIC X(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CUST-NO        PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-HULL-NO        PIC X(8).
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-STATUS         PIC X.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-LABOR-AMT      PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-PARTS-AMT      PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TAX-AMT        PIC $$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-WO-TOTAL       PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DISPOSITION    PIC X(32).
           05  FILLER           PIC X(8)    VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  FILLER           PIC X(17)   VALUE 'WORK ORDERS READ:'.
           05  O-WO-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'INVOICED: '.
           05  O-INVOICE-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'OPEN: '.
           05  O-OPEN-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(17)   VALUE 'INVOICED AMOUNT: '.
           05  O-GT-INVOICE-AMT PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(18)   VALUE SPACES.

       01  REVENUE-LINE.
           05  FILLER           PIC X(15)   VALUE 'LABOR REVENUE: '.
           05  O-GT-LABOR-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'PARTS REVENUE: '.
           05  O-GT-PARTS-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'SALES TAX: '.
           05  O-GT-TAX-AMT     PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(41)   VALUE SPACES.

       01  OPEN-TITLE-LINE.
           05  FILLER           PIC X(47)   VALUE SPACES.
           05  FILLER           PIC X(38)   VALUE
               'OPEN WORK ORDERS BY DAYS OPEN'.
           05  FILLER           PIC X(47)   VALUE SPACES.

       01  OPEN-HEADING.
           05  FILLER           PIC X(6)    VALUE 'W/O NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE 'CUSTOMER'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(18)   VALUE 'WORK'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'OPENED'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'DAYS OPEN'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'AGE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE ' WIP AMOUNT'.
           05  FILLER           PIC X(16)   VALUE SPACES.

       01  OPEN-LINE.
           05  O-OP-WO-NO       PIC X(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OP-NAME        PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OP-HULL-NO     PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OP-DESC        PIC X(18).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OP-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-OP-DD          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-OP-YY          PIC 9(4).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-OP-DAYS        PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OP-AGE         PIC X(7).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OP-AMOUNT      PIC $$$$,$$9.99.
           05  FILLER           PIC X(17)   VALUE SPACES.

       01  AGE-TOTAL-LINE.
           05  FILLER           PIC X(11)   VALUE '0-7 DAYS: '.
           05  O-AGE-1          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '8-30 DAYS: '.
           05  O-AGE-2          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '31-60 DAYS: '.
           05  O-AGE-3          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'OVER 60: '.
           05  O-AGE-4          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'TOTAL WIP: '.
           05  O-OPEN-AMT       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(24)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(45)   VALUE
               '** WORK TABLE FULL - CUSTOMERS NOT LOADED: '.
           05  O-CUSTM-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(23)   VALUE
               '  OPEN ORDERS UNLISTED:'.
           05  O-OPEN-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(24)   VALUE
               '  INVOICES NOT CHECKED:'.
           05  O-INVD-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(19)   VALUE SPACES.

      *            CUSTOMER INVOICE      ========>>
       01  INV-TITLE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'BOAT SERVICE REPAIR INVOICE'.
           05  FILLER           PIC X(12)   VALUE 'INVOICE NO: '.
           05  O-IV-INVOICE-NO  PIC X(6).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'DATE: '.
           05  O-IV-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-IV-DD          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-IV-YY          PIC 9(4).
           05  FILLER           PIC X(64)   VALUE SPACES.

       01  INV-NAME-LINE.
           05  FILLER           PIC X(9)    VALUE 'BILL TO: '.
           05  O-IV-CUST-NO     PIC 9(6).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-IV-NAME        PIC X(25).
           05  FILLER           PIC X(90)   VALUE SPACES.

       01  INV-ADDR-LINE.
           05  FILLER           PIC X(17)   VALUE SPACES.
           05  O-IV-ADDR        PIC X(25).
           05  FILLER           PIC X(90)   VALUE SPACES.

       01  INV-CITY-LINE.
           05  FILLER           PIC X(17)   VALUE SPACES.
           05  O-IV-CITY        PIC X(15).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-IV-STATE       PIC XX.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-IV-ZIP         PIC X(9).
           05  FILLER           PIC X(87)   VALUE SPACES.

       01  INV-WORK-LINE.
           05  FILLER           PIC X(6)    VALUE 'HULL: '.
           05  O-IV-HULL-NO     PIC X(8).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'WORK: '.
           05  O-IV-DESC        PIC X(18).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'OPENED: '.
           05  O-IV-OPEN-MM     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-IV-OPEN-DD     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-IV-OPEN-YY     PIC 9(4).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'COMPLETED: '.
           05  O-IV-CLOSE-MM    PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-IV-CLOSE-DD    PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-IV-CLOSE-YY    PIC 9(4).
           05  FILLER           PIC X(43)   VALUE SPACES.

       01  INV-COLUMN-LINE.
           05  FILLER           PIC X(8)    VALUE 'TYPE'.
           05  FILLER           PIC X(10)   VALUE 'ITEM'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'QTY / HRS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE ' RATE/PRICE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '     AMOUNT'.
           05  FILLER           PIC X(50)   VALUE SPACES.

       01  INV-ITEM-LINE.
           05  O-IL-TYPE        PIC X(8).
           05  O-IL-ITEM        PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-IL-DESC        PIC X(20).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-IL-QTY         PIC ZZ9.9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-IL-PRICE       PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-IL-AMOUNT      PIC $$$$,$$9.99.
           05  FILLER           PIC X(52)   VALUE SPACES.

       01  INV-TOTAL-LINE.
           05  FILLER           PIC X(52)   VALUE SPACES.
           05  O-IT-LABEL       PIC X(16).
           05  O-IT-AMOUNT      PIC $$$$,$$9.99.
           05  FILLER           PIC X(53)   VALUE SPACES.

       01  INV-TEXT-LINE.
           05  FILLER           PIC X(52)   VALUE
               'PAYMENT DUE ON RECEIPT - THANK YOU FOR YOUR BUSINESS'.
           05  FILLER           PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLSRV00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-WORK-ORDER
               UNTIL MORE-WO = "NO".
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
           COMPUTE C-BUS-DATE = I-YEAR * 10000 + I-MONTH * 100
               + I-DAY.
           COMPUTE C-BUS-INT = FUNCTION INTEGER-OF-DATE (C-BUS-DATE).

           PERFORM 1050-READ-PARM.
           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 1200-LOAD-RATES.
           PERFORM 1300-LOAD-INVOICED.
           PERFORM 1500-READ-CHART.

           SORT SORT-WORK
               ON ASCENDING KEY SD-WO-NO
               ON ASCENDING KEY SD-REC-TYPE
               WITH DUPLICATES IN ORDER
               USING WORK-ORDER-IN
               GIVING SORTED-ORDERS.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT INVOICE-OUT.
           OPEN OUTPUT NEW-WORK-ORDERS.
           OPEN EXTEND SERVICE-RECV.
           PERFORM 9100-HEADING.
           OPEN INPUT SORTED-ORDERS.
           PERFORM 9000-READ.


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

      *    NO CARD MEANS NO SALES TAX ON PARTS.
       1050-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-TAX-PCT
               END-READ
               IF PARM-TAX-PCT NUMERIC
                   MOVE PARM-TAX-PCT TO C-TAX-PCT
               END-IF
               CLOSE PARM-CARD
           END-IF.

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUST-MASTER.
           IF C-CUSTM-STATUS = "00" OR "05"
               PERFORM 1110-READ-CUSTM-REC
                   UNTIL MORE-CUSTM = "NO"
               CLOSE CUST-MASTER
           END-IF.

       1110-READ-CUSTM-REC.
           READ CUST-MASTER
               AT END
                   MOVE "NO" TO MORE-CUSTM
           END-READ.
           IF MORE-CUSTM = "YES"
               IF C-CUSTM-TBL-CTR < 1000
                   ADD 1 TO C-CUSTM-TBL-CTR
                   SET CUSTM-IDX TO C-CUSTM-TBL-CTR
                   MOVE BC-CUST-NO TO TM-CUST-NO (CUSTM-IDX)
                   MOVE BC-NAME TO TM-NAME (CUSTM-IDX)
                   MOVE BC-ADDRESS TO TM-ADDRESS (CUSTM-IDX)
                   MOVE BC-CITY TO TM-CITY (CUSTM-IDX)
                   MOVE BC-STATE TO TM-STATE (CUSTM-IDX)
                   MOVE BC-ZIP TO TM-ZIP (CUSTM-IDX)
                   MOVE BC-PHONE TO TM-PHONE (CUSTM-IDX)
               ELSE
                   ADD 1 TO C-CUSTM-LOST-CTR
               END-IF
           END-IF.

      *    A RATE FILE REPLACES THE WHOLE BUILT-IN TABLE.
       1200-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF C-RATE-STATUS = "00" OR "05"
               PERFORM 1210-READ-RATE-REC
                   UNTIL MORE-RATES = "NO"
               CLOSE RATE-FILE
           END-IF.

       1210-READ-RATE-REC.
           READ RATE-FILE
               AT END
                   MOVE "NO" TO MORE-RATES
           END-READ.
           IF MORE-RATES = "YES"
              AND RATE-LOADED-SW = "NO"
               MOVE ZERO TO C-RATE-TBL-CTR
               MOVE "YES" TO RATE-LOADED-SW
           END-IF.
           IF MORE-RATES = "YES"
              AND RT-RATE NUMERIC
              AND C-RATE-TBL-CTR < 20
               ADD 1 TO C-RATE-TBL-CTR
               SET RATE-IDX TO C-RATE-TBL-CTR
               MOVE RT-LABOR-CODE TO TR-LABOR-CODE (RATE-IDX)
               MOVE RT-RATE TO TR-RATE (RATE-IDX)
               MOVE RT-DESC TO TR-DESC (RATE-IDX)
           END-IF.

       1300-LOAD-INVOICED.
           OPEN INPUT SERVICE-RECV.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1310-READ-RECV-REC
                   UNTIL MORE-RECV = "NO"
               CLOSE SERVICE-RECV
           END-IF.

       1310-READ-RECV-REC.
           READ SERVICE-RECV
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               IF C-INVD-TBL-CTR < 2000
                   ADD 1 TO C-INVD-TBL-CTR
                   SET INVD-IDX TO C-INVD-TBL-CTR
                   MOVE SR-INVOICE-NO TO TI-INVOICE-NO (INVD-IDX)
               ELSE
                   ADD 1 TO C-INVD-LOST-CTR
               END-IF
           END-IF.

       1500-READ-CHART.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-CHART-STATUS = "00" OR "05"
               PERFORM 1510-READ-CHART-REC
                   UNTIL MORE-CHART = "NO"
               CLOSE CHART-OF-ACCOUNTS
           END-IF.

       1510-READ-CHART-REC.
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
      *    STILL BALANCES AND ACCOUNTING CAN RECLASS THEM.
       1520-CHART-LOOKUP.
           MOVE 99999999 TO C-GL-ACCOUNT.
           PERFORM 1530-CHART-SEARCH
               VARYING CHART-IDX FROM 1 BY 1
                   UNTIL CHART-IDX > C-CHART-TBL-CTR.

       1530-CHART-SEARCH.
           IF TC-CA-KEY (CHART-IDX) = C-GL-LOOKUP-KEY
               MOVE TC-CA-ACCOUNT (CHART-IDX) TO C-GL-ACCOUNT
           END-IF.

       1540-WRITE-GL-REC.
           PERFORM 1520-CHART-LOOKUP.
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

       1550-GL-TRAILER.
           MOVE SPACES TO GL-REC.
           MOVE 'TRAILER ' TO TL-ID.
           MOVE C-GL-REC-CTR TO TL-REC-CTR.
           MOVE C-GL-HASH TO TL-HASH-TOTAL.
           WRITE GL-REC.


      *    ONE WORK ORDER AT A TIME: HEADER AND LINES ARE COLLECTED
      *    AND EDITED TOGETHER BEFORE ANYTHING IS BILLED.
       2000-WORK-ORDER.
           MOVE SW-WO-NO TO H-WO-NO.
           MOVE ZERO TO C-LINE-CTR.
           MOVE ZERO TO C-LINE-LOST-CTR.
           MOVE ZERO TO C-HDR-CTR.
           MOVE SPACES TO WO-HEADER-HOLD.
           ADD 1 TO C-WO-CTR.
           PERFORM 2100-COLLECT-LINE
               UNTIL MORE-WO = "NO"
                  OR SW-WO-NO NOT = H-WO-NO.
           PERFORM 2200-EVALUATE THRU 2200-EXIT.
           IF CARRY-SW = "YES"
               PERFORM 2900-CARRY-FORWARD
                   VARYING LINE-IDX FROM 1 BY 1
                       UNTIL LINE-IDX > C-LINE-CTR
           END-IF.
           PERFORM 2800-REGISTER-LINE.

       2100-COLLECT-LINE.
           IF SW-REC-TYPE = 'H'
               ADD 1 TO C-HDR-CTR
               IF C-HDR-CTR = 1
                   MOVE SW-REC TO WO-HEADER-HOLD
               END-IF
           END-IF.
           IF C-LINE-CTR < 40
               ADD 1 TO C-LINE-CTR
               SET LINE-IDX TO C-LINE-CTR
               MOVE SW-REC TO TL-REC (LINE-IDX)
           ELSE
               ADD 1 TO C-LINE-LOST-CTR
           END-IF.
           PERFORM 9000-READ.


       2200-EVALUATE.
           MOVE "YES" TO CARRY-SW.
           MOVE SPACES TO H-DISPOSITION.
           MOVE ZERO TO C-LABOR-AMT.
           MOVE ZERO TO C-PARTS-AMT.
           MOVE ZERO TO C-TAX-AMT.
           MOVE ZERO TO C-WO-TOTAL.

           IF C-HDR-CTR = ZERO
               MOVE 'REJECTED - NO HEADER RECORD' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           IF C-HDR-CTR > 1
               MOVE 'REJECTED - DUPLICATE HEADER' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           IF C-LINE-LOST-CTR > ZERO
               MOVE 'REJECTED - OVER 40 RECORDS' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-CUSTOMER-FIND.
           IF CUSTM-FOUND-SW = "NO"
               MOVE 'REJECTED - UNKNOWN CUSTOMER' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           MOVE HH-OPEN-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'REJECTED - BAD OPENED DATE' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           IF HH-STATUS NOT = 'O' AND NOT = 'C'
               MOVE 'REJECTED - STATUS MUST BE O OR C'
                   TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.

           MOVE "NO" TO LINE-BAD-SW.
           PERFORM 2300-PRICE-LINE
               VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > C-LINE-CTR
                      OR LINE-BAD-SW = "YES".
           IF LINE-BAD-SW = "YES"
               GO TO 2200-EXIT
           END-IF.
           COMPUTE C-WO-TOTAL = C-LABOR-AMT + C-PARTS-AMT.

           IF HH-STATUS = 'O'
               PERFORM 2700-OPEN-ORDER
               GO TO 2200-EXIT
           END-IF.

           MOVE HH-CLOSE-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
              OR HH-CLOSE-DATE < HH-OPEN-DATE
               MOVE 'REJECTED - BAD COMPLETED DATE' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.
           MOVE "NO" TO INVD-FOUND-SW.
           PERFORM 2450-INVOICED-SEARCH
               VARYING INVD-IDX FROM 1 BY 1
                   UNTIL INVD-IDX > C-INVD-TBL-CTR
                      OR INVD-FOUND-SW = "YES".
           IF INVD-FOUND-SW = "YES"
               MOVE "NO" TO CARRY-SW
               MOVE 'REJECTED - ALREADY INVOICED' TO H-DISPOSITION
               GO TO 2200-EXIT
           END-IF.

           COMPUTE C-TAX-AMT ROUNDED =
               C-PARTS-AMT * C-TAX-PCT / 100.
           ADD C-TAX-AMT TO C-WO-TOTAL.
           PERFORM 2500-PRINT-INVOICE.
           PERFORM 2600-POST-RECEIVABLE.
           MOVE "NO" TO CARRY-SW.
           MOVE 'INVOICED' TO H-DISPOSITION.

       2200-EXIT.
           IF H-DISPOSITION (1:8) = 'REJECTED'
               ADD 1 TO C-REJ-CTR
           END-IF.

      *    LABOR AT THE SHOP RATE FOR ITS CODE; PARTS AT QUANTITY
      *    TIMES UNIT PRICE.
       2300-PRICE-LINE.
           MOVE TL-REC (LINE-IDX) TO WO-WORK.
           IF WH-REC-TYPE = 'L'
               MOVE WL-LABOR-CODE TO H-LABOR-CODE
               PERFORM 2350-RATE-FIND
               IF RATE-FOUND-SW = "NO"
                  OR WL-HOURS NOT NUMERIC
                   MOVE "YES" TO LINE-BAD-SW
                   MOVE 'REJECTED - BAD LABOR LINE' TO H-DISPOSITION
               ELSE
                   SET RATE-IDX TO C-RATE-FOUND-IDX
                   COMPUTE C-LINE-AMT ROUNDED =
                       WL-HOURS * TR-RATE (RATE-IDX)
                   ADD C-LINE-AMT TO C-LABOR-AMT
               END-IF
           END-IF.
           IF WH-REC-TYPE = 'P'
               IF WP-QTY NOT NUMERIC
                  OR WP-PRICE NOT NUMERIC
                   MOVE "YES" TO LINE-BAD-SW
                   MOVE 'REJECTED - BAD PARTS LINE' TO H-DISPOSITION
               ELSE
                   COMPUTE C-LINE-AMT = WP-QTY * WP-PRICE
                   ADD C-LINE-AMT TO C-PARTS-AMT
               END-IF
           END-IF.
           IF WH-REC-TYPE NOT = 'H' AND NOT = 'L' AND NOT = 'P'
               MOVE "YES" TO LINE-BAD-SW
               MOVE 'REJECTED - UNKNOWN RECORD TYPE' TO H-DISPOSITION
           END-IF.

       2350-RATE-FIND.
           MOVE "NO" TO RATE-FOUND-SW.
           MOVE ZERO TO C-RATE-FOUND-IDX.
           PERFORM 2360-RATE-SEARCH
               VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > C-RATE-TBL-CTR
                      OR RATE-FOUND-SW = "YES".

       2360-RATE-SEARCH.
           IF TR-LABOR-CODE (RATE-IDX) = H-LABOR-CODE
               MOVE "YES" TO RATE-FOUND-SW
               MOVE RATE-IDX TO C-RATE-FOUND-IDX
           END-IF.

       2400-CUSTOMER-FIND.
           MOVE "NO" TO CUSTM-FOUND-SW.
           MOVE ZERO TO C-CUSTM-FOUND-IDX.
           IF HH-CUST-NO NUMERIC
               PERFORM 2410-CUSTOMER-SEARCH
                   VARYING CUSTM-IDX FROM 1 BY 1
                       UNTIL CUSTM-IDX > C-CUSTM-TBL-CTR
                          OR CUSTM-FOUND-SW = "YES"
           END-IF.

       2410-CUSTOMER-SEARCH.
           IF TM-CUST-NO (CUSTM-IDX) = HH-CUST-NO
               MOVE "YES" TO CUSTM-FOUND-SW
               MOVE CUSTM-IDX TO C-CUSTM-FOUND-IDX
           END-IF.

       2450-INVOICED-SEARCH.
           IF TI-INVOICE-NO (INVD-IDX) = H-WO-NO
               MOVE "YES" TO INVD-FOUND-SW
           END-IF.


      *    ONE INVOICE PAGE PER COMPLETED WORK ORDER; THE WORK ORDER
      *    NUMBER IS THE INVOICE NUMBER.
       2500-PRINT-INVOICE.
           SET CUSTM-IDX TO C-CUSTM-FOUND-IDX.
           MOVE H-WO-NO TO O-IV-INVOICE-NO.
           MOVE I-MONTH TO O-IV-MM.
           MOVE I-DAY TO O-IV-DD.
           MOVE I-YEAR TO O-IV-YY.
           MOVE HH-CUST-NO TO O-IV-CUST-NO.
           MOVE TM-NAME (CUSTM-IDX) TO O-IV-NAME.
           MOVE TM-ADDRESS (CUSTM-IDX) TO O-IV-ADDR.
           MOVE TM-CITY (CUSTM-IDX) TO O-IV-CITY.
           MOVE TM-STATE (CUSTM-IDX) TO O-IV-STATE.
           MOVE TM-ZIP (CUSTM-IDX) TO O-IV-ZIP.
           MOVE HH-HULL-NO TO O-IV-HULL-NO.
           MOVE HH-DESC TO O-IV-DESC.
           MOVE HH-OPEN-DATE (5:2) TO O-IV-OPEN-MM.
           MOVE HH-OPEN-DATE (7:2) TO O-IV-OPEN-DD.
           MOVE HH-OPEN-DATE (1:4) TO O-IV-OPEN-YY.
           MOVE HH-CLOSE-DATE (5:2) TO O-IV-CLOSE-MM.
           MOVE HH-CLOSE-DATE (7:2) TO O-IV-CLOSE-DD.
           MOVE HH-CLOSE-DATE (1:4) TO O-IV-CLOSE-YY.
           WRITE INV-LINE
               FROM INV-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE INV-LINE
               FROM INV-NAME-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE INV-LINE
               FROM INV-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE INV-LINE
               FROM INV-CITY-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE INV-LINE
               FROM INV-WORK-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE INV-LINE
               FROM INV-COLUMN-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE SPACES TO INV-LINE.
           WRITE INV-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 2510-INVOICE-ITEM
               VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > C-LINE-CTR.

           MOVE 'LABOR' TO O-IT-LABEL.
           MOVE C-LABOR-AMT TO O-IT-AMOUNT.
           WRITE INV-LINE
               FROM INV-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'PARTS' TO O-IT-LABEL.
           MOVE C-PARTS-AMT TO O-IT-AMOUNT.
           WRITE INV-LINE
               FROM INV-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'SALES TAX' TO O-IT-LABEL.
           MOVE C-TAX-AMT TO O-IT-AMOUNT.
           WRITE INV-LINE
               FROM INV-TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'AMOUNT DUE' TO O-IT-LABEL.
           MOVE C-WO-TOTAL TO O-IT-AMOUNT.
           WRITE INV-LINE
               FROM INV-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE INV-LINE
               FROM INV-TEXT-LINE
                   AFTER ADVANCING 3 LINES.

       2510-INVOICE-ITEM.
           MOVE TL-REC (LINE-IDX) TO WO-WORK.
           IF WH-REC-TYPE = 'L'
               MOVE WL-LABOR-CODE TO H-LABOR-CODE
               PERFORM 2350-RATE-FIND
               SET RATE-IDX TO C-RATE-FOUND-IDX
               MOVE 'LABOR' TO O-IL-TYPE
               MOVE WL-LABOR-CODE TO O-IL-ITEM
               IF WL-DESC = SPACES
                   MOVE TR-DESC (RATE-IDX) TO O-IL-DESC
               ELSE
                   MOVE WL-DESC TO O-IL-DESC
               END-IF
               MOVE WL-HOURS TO O-IL-QTY
               MOVE TR-RATE (RATE-IDX) TO O-IL-PRICE
               COMPUTE O-IL-AMOUNT ROUNDED =
                   WL-HOURS * TR-RATE (RATE-IDX)
               WRITE INV-LINE
                   FROM INV-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           IF WH-REC-TYPE = 'P'
               MOVE 'PARTS' TO O-IL-TYPE
               MOVE WP-PART-NO TO O-IL-ITEM
               MOVE WP-DESC TO O-IL-DESC
               MOVE WP-QTY TO O-IL-QTY
               MOVE WP-PRICE TO O-IL-PRICE
               COMPUTE O-IL-AMOUNT = WP-QTY * WP-PRICE
               WRITE INV-LINE
                   FROM INV-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

      *    THE INVOICE BECOMES ONE OPEN ITEM ON THE SERVICE
      *    RECEIVABLE; THE REVENUE GOES TO THE GL TOTALS.
       2600-POST-RECEIVABLE.
           MOVE HH-CUST-NO TO SR-CUST-NO.
           MOVE H-WO-NO TO SR-INVOICE-NO.
           MOVE C-BUS-DATE TO SR-INV-DATE.
           MOVE C-WO-TOTAL TO SR-AMOUNT.
           MOVE 'O' TO SR-STATUS.
           WRITE SR-REC.
           IF C-INVD-TBL-CTR < 2000
               ADD 1 TO C-INVD-TBL-CTR
               SET INVD-IDX TO C-INVD-TBL-CTR
               MOVE H-WO-NO TO TI-INVOICE-NO (INVD-IDX)
           END-IF.
           ADD 1 TO C-INVOICE-CTR.
           ADD C-LABOR-AMT TO GT-LABOR-AMT.
           ADD C-PARTS-AMT TO GT-PARTS-AMT.
           ADD C-TAX-AMT TO GT-TAX-AMT.
           ADD C-WO-TOTAL TO GT-INVOICE-AMT.

       2700-OPEN-ORDER.
           MOVE 'OPEN - CARRIED FORWARD' TO H-DISPOSITION.
           ADD 1 TO C-OPEN-CTR.
           IF C-OPEN-TBL-CTR < 300
               ADD 1 TO C-OPEN-TBL-CTR
               SET OPEN-IDX TO C-OPEN-TBL-CTR
               SET CUSTM-IDX TO C-CUSTM-FOUND-IDX
               MOVE H-WO-NO TO TO-WO-NO (OPEN-IDX)
               MOVE HH-CUST-NO TO TO-CUST-NO (OPEN-IDX)
               MOVE TM-NAME (CUSTM-IDX) TO TO-NAME (OPEN-IDX)
               MOVE HH-HULL-NO TO TO-HULL-NO (OPEN-IDX)
               MOVE HH-OPEN-DATE TO TO-OPEN-DATE (OPEN-IDX)
               COMPUTE TO-DAYS-OPEN (OPEN-IDX) = C-BUS-INT -
                   FUNCTION INTEGER-OF-DATE (HH-OPEN-DATE)
               MOVE HH-DESC TO TO-DESC (OPEN-IDX)
               MOVE C-WO-TOTAL TO TO-AMOUNT (OPEN-IDX)
           ELSE
               ADD 1 TO C-OPEN-LOST-CTR
           END-IF.

       2800-REGISTER-LINE.
           MOVE H-WO-NO TO O-WO-NO.
           IF C-HDR-CTR > ZERO
               MOVE HH-CUST-NO TO O-CUST-NO
               MOVE HH-HULL-NO TO O-HULL-NO
               MOVE HH-STATUS TO O-STATUS
           ELSE
               MOVE SPACES TO O-CUST-NO
               MOVE SPACES TO O-HULL-NO
               MOVE SPACE TO O-STATUS
           END-IF.
           MOVE C-LABOR-AMT TO O-LABOR-AMT.
           MOVE C-PARTS-AMT TO O-PARTS-AMT.
           MOVE C-TAX-AMT TO O-TAX-AMT.
           MOVE C-WO-TOTAL TO O-WO-TOTAL.
           MOVE H-DISPOSITION TO O-DISPOSITION.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2900-CARRY-FORWARD.
           WRITE NEW-WO-REC FROM TL-REC (LINE-IDX).


       3000-CLOSING.
           MOVE C-WO-CTR TO O-WO-CTR.
           MOVE C-INVOICE-CTR TO O-INVOICE-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE GT-INVOICE-AMT TO O-GT-INVOICE-AMT.
           WRITE PRTLINE
               FROM REGISTER-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE GT-LABOR-AMT TO O-GT-LABOR-AMT.
           MOVE GT-PARTS-AMT TO O-GT-PARTS-AMT.
           MOVE GT-TAX-AMT TO O-GT-TAX-AMT.
           WRITE PRTLINE
               FROM REVENUE-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-CUSTM-LOST-CTR > ZERO
              OR C-OPEN-LOST-CTR > ZERO
              OR C-INVD-LOST-CTR > ZERO
               MOVE C-CUSTM-LOST-CTR TO O-CUSTM-LOST-CTR
               MOVE C-OPEN-LOST-CTR TO O-OPEN-LOST-CTR
               MOVE C-INVD-LOST-CTR TO O-INVD-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           PERFORM 3100-OPEN-REPORT.
           PERFORM 3200-WRITE-GL-FEED.

           CLOSE SORTED-ORDERS.
           CLOSE NEW-WORK-ORDERS.
           CLOSE SERVICE-RECV.
           CLOSE PRTOUT.
           CLOSE INVOICE-OUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-WO-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    OLDEST FIRST, SO THE BOATS SITTING LONGEST IN THE SHOP
      *    ARE AT THE TOP OF THE LIST.
       3100-OPEN-REPORT.
           IF C-OPEN-TBL-CTR > 1
               PERFORM 3110-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-OPEN-TBL-CTR - 1
           END-IF.
           PERFORM 9110-OPEN-HEADING.
           PERFORM 3130-OPEN-LINE
               VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > C-OPEN-TBL-CTR.
           MOVE C-AGE-1 TO O-AGE-1.
           MOVE C-AGE-2 TO O-AGE-2.
           MOVE C-AGE-3 TO O-AGE-3.
           MOVE C-AGE-4 TO O-AGE-4.
           MOVE C-OPEN-AMT TO O-OPEN-AMT.
           WRITE PRTLINE
               FROM AGE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3110-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-OPEN-TBL-CTR - C-RANK-PASS.
           PERFORM 3120-RANK-COMPARE
               VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > C-RANK-LIMIT.

       3120-RANK-COMPARE.
           IF TO-DAYS-OPEN (OPEN-IDX) < TO-DAYS-OPEN (OPEN-IDX + 1)
               MOVE OPEN-ENTRY (OPEN-IDX) TO OPEN-ENTRY-TEMP
               MOVE OPEN-ENTRY (OPEN-IDX + 1) TO OPEN-ENTRY (OPEN-IDX)
               MOVE OPEN-ENTRY-TEMP TO OPEN-ENTRY (OPEN-IDX + 1)
           END-IF.

       3130-OPEN-LINE.
           MOVE TO-WO-NO (OPEN-IDX) TO O-OP-WO-NO.
           MOVE TO-NAME (OPEN-IDX) TO O-OP-NAME.
           MOVE TO-HULL-NO (OPEN-IDX) TO O-OP-HULL-NO.
           MOVE TO-DESC (OPEN-IDX) TO O-OP-DESC.
           MOVE TO-OPEN-DATE (OPEN-IDX) (5:2) TO O-OP-MM.
           MOVE TO-OPEN-DATE (OPEN-IDX) (7:2) TO O-OP-DD.
           MOVE TO-OPEN-DATE (OPEN-IDX) (1:4) TO O-OP-YY.
           MOVE TO-DAYS-OPEN (OPEN-IDX) TO O-OP-DAYS.
           MOVE TO-AMOUNT (OPEN-IDX) TO O-OP-AMOUNT.
           ADD TO-AMOUNT (OPEN-IDX) TO C-OPEN-AMT.
           IF TO-DAYS-OPEN (OPEN-IDX) > 60
               MOVE 'OVER 60' TO O-OP-AGE
               ADD 1 TO C-AGE-4
           ELSE
               IF TO-DAYS-OPEN (OPEN-IDX) > 30
                   MOVE '31-60' TO O-OP-AGE
                   ADD 1 TO C-AGE-3
               ELSE
                   IF TO-DAYS-OPEN (OPEN-IDX) > 7
                       MOVE '8-30' TO O-OP-AGE
                       ADD 1 TO C-AGE-2
                   ELSE
                       MOVE '0-7' TO O-OP-AGE
                       ADD 1 TO C-AGE-1
                   END-IF
               END-IF
           END-IF.
           WRITE PRTLINE
               FROM OPEN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-OPEN-HEADING.

      *    COMPLETED SERVICE REVENUE REACHES THE LEDGER THROUGH THE
      *    SAME CHART MAPPING AND HASH TRAILER AS THE BOATGL FEED.
       3200-WRITE-GL-FEED.
           OPEN OUTPUT GL-OUT.
           MOVE 'SERVLABOR ' TO C-GL-LOOKUP-KEY.
           MOVE GT-LABOR-AMT TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
           MOVE 'SERVPARTS ' TO C-GL-LOOKUP-KEY.
           MOVE GT-PARTS-AMT TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
           MOVE 'SALESTAX  ' TO C-GL-LOOKUP-KEY.
           MOVE GT-TAX-AMT TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
           PERFORM 1550-GL-TRAILER.
           CLOSE GL-OUT.


       9000-READ.
           READ SORTED-ORDERS
               AT END
                   MOVE "NO" TO MORE-WO.
           IF MORE-WO = "YES"
               ADD 1 TO C-WO-READ-CTR
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9110-OPEN-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM OPEN-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM OPEN-HEADING
                   AFTER ADVANCING 2 LINES.
