       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLWRK00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * MAINTENANCE WORK ORDERS.                                    *
      * THE WORK-ORDER MASTER (WORKMST IN, WORKMSTN OUT) HOLDS ONE  *
      * RECORD PER ORDER NUMBER: BUILDING/UNIT, DATE REQUESTED,     *
      * CATEGORY, PROBLEM, WHO WAS SENT (VENDOR OR STAFF), STATUS,  *
      * OUR COST AND WHETHER THE TENANT IS CHARGED FOR IT.  STATUS  *
      * TRANSACTIONS (WORKTRN) OPEN (O), ASSIGN (A), COMPLETE (C)   *
      * AND CLOSE (X) ORDERS.  COMPLETING A CHARGEABLE ORDER WRITES *
      * THE W CHARGEBACK RECORD (WORKW) FOR THE NEXT BILLING RUN -  *
      * CBLANL04 ADDS IT TO THE UNIT'S RENT.  THE REPORT (WORKRPT)  *
      * IS THE ACTIVITY REGISTER, OPEN ORDERS AGED BY BUILDING, AND *
      * COMPLETED WORK BY CATEGORY - AVERAGE DAYS TO COMPLETE AND   *
      * OUR COST AGAINST THE AMOUNT CHARGED BACK - FOR THE ORDERS   *
      * ON THE MASTER.  CLOSED ORDERS DROP OFF A YEAR AFTER THEY    *
      * CLOSE.  REJECTED TRANSACTIONS PRINT ON WORKERR.             *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL WORK-MASTER
               ASSIGN TO WORKMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WKM-STATUS.

           SELECT NEW-WORK-MASTER
               ASSIGN TO WORKMSTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO WORKTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

           SELECT OPTIONAL EXPECTED-UNITS
               ASSIGN TO EXPUNITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-EXP-STATUS.

           SELECT CHARGE-OUT
               ASSIGN TO WORKW
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO WORKRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO WORKERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD WORK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WM-REC.

       01  WM-REC                   PIC X(100).

       FD NEW-WORK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS NEW-WM-REC.

       01  NEW-WM-REC               PIC X(100).

      *    TR-DATE IS THE DATE OF THE EVENT - REQUESTED, ASSIGNED,
      *    COMPLETED OR CLOSED.  BLANK MEANS THE BUSINESS DATE.
       FD TRANS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS TRAN-REC.

       01  TRAN-REC.
           05  TR-CODE              PIC X.
           05  TR-ORDER-NO          PIC 9(5).
           05  TR-DATE              PIC X(8).
           05  TR-BLD-CODE          PIC XX.
           05  TR-UNIT              PIC 99.
           05  TR-CATEGORY          PIC X(4).
           05  TR-DESC              PIC X(20).
           05  TR-CHARGE-FLAG       PIC X.
           05  FILLER               PIC X(7).

       01  ASSIGN-TRAN REDEFINES TRAN-REC.
           05  FILLER               PIC X(14).
           05  TR-ASSIGNED          PIC X(15).
           05  FILLER               PIC X(21).

      *    A BLANK CHARGEBACK AMOUNT ON A CHARGEABLE ORDER CHARGES
      *    THE TENANT OUR COST.
       01  COMPLETE-TRAN REDEFINES TRAN-REC.
           05  FILLER               PIC X(14).
           05  TR-COST              PIC 9(5)V99.
           05  TR-COST-X REDEFINES TR-COST
                                    PIC X(7).
           05  TR-CMP-CHARGE-FLAG   PIC X.
           05  TR-CHARGE-AMT        PIC 9(4)V99.
           05  TR-CHARGE-AMT-X REDEFINES TR-CHARGE-AMT
                                    PIC X(6).
           05  FILLER               PIC X(22).

       FD EXPECTED-UNITS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS EXP-REC.

       01  EXP-REC.
           05  EU-BLD-CODE          PIC XX.
           05  EU-UNIT              PIC 99.

      *    THE CBLANL04 WORK-ORDER CHARGEBACK RECORD (TYPE W).
       FD CHARGE-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS WORKORD-REC.

       01  WORKORD-REC.
           05  WO-BLD-CODE       PIC XX.
           05  WO-UNIT           PIC 99.
           05  WO-ORDER-NO       PIC 9(5).
           05  WO-AMOUNT         PIC 9(4)V99.
           05  WO-DESC           PIC X(11).
           05  WO-REC-TYPE       PIC X.

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
           05  C-WKM-STATUS     PIC XX         VALUE "00".
           05  C-TRAN-STATUS    PIC XX         VALUE "00".
           05  C-EXP-STATUS     PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  MORE-WKM         PIC XXX        VALUE "YES".
           05  MORE-EXP         PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-EVENT-DATE     PIC 9(8)       VALUE ZERO.
           05  C-DAYS           PIC 9(5)       VALUE ZERO.
           05  C-EXP-TBL-CTR    PIC 999        VALUE ZERO.
           05  UNIT-FOUND-SW    PIC XXX        VALUE "NO".
           05  C-WKO-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-WKO-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-WKO-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  WKO-FOUND-SW     PIC XXX        VALUE "NO".
           05  C-CAT-FOUND-IDX  PIC 99         VALUE ZERO.
           05  C-OPEN-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  H-ACTION         PIC X(30)      VALUE SPACES.
           05  H-BLD-CODE       PIC XX         VALUE SPACES.
           05  H-CATEGORY       PIC X(4)       VALUE SPACES.
           05  H-STATUS-NAME    PIC X(10)      VALUE SPACES.
           05  H-FIRST-SW       PIC XXX        VALUE "YES".
           05  C-TRAN-READ-CTR  PIC 9(5)       VALUE ZERO.
           05  C-OPEN-CTR       PIC 9(5)       VALUE ZERO.
           05  C-ASSIGN-CTR     PIC 9(5)       VALUE ZERO.
           05  C-COMPLETE-CTR   PIC 9(5)       VALUE ZERO.
           05  C-CLOSE-CTR      PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-CHARGE-CTR     PIC 9(5)       VALUE ZERO.
           05  C-CHARGE-TOT     PIC 9(7)V99    VALUE ZERO.
           05  C-DROP-CTR       PIC 9(5)       VALUE ZERO.
           05  C-AVG-DAYS       PIC 9(4)V9     VALUE ZERO.
           05  C-NET-COST       PIC S9(8)V99   VALUE ZERO.

      *    AGING ACCUMULATORS - ONE SET FOR THE BUILDING BEING
      *    PRINTED, ONE FOR ALL BUILDINGS.
       01  AGE-TOTALS.
           05  AGE-ACCUM OCCURS 2 TIMES.
               10  AG-OPEN-CTR      PIC 9(5).
               10  AG-BUCKET-CTR    PIC 9(5) OCCURS 4 TIMES.
               10  AG-OLDEST        PIC 9(5).
       01  C-BUCKET             PIC 9          VALUE ZERO.
       01  C-AG-SUB             PIC 9          VALUE ZERO.

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

      *    STATUS O OPEN, A ASSIGNED, C COMPLETE, X CLOSED.
      *    TK-CHARGED Y ONCE THE W RECORD HAS BEEN WRITTEN.
       01  WORK-ORDER-TABLE.
           05  WORK-ORDER-ENTRY OCCURS 1000 TIMES INDEXED BY WKO-IDX.
               10  TK-ORDER-NO      PIC 9(5).
               10  TK-BLD-CODE      PIC XX.
               10  TK-UNIT          PIC 99.
               10  TK-REQ-DATE      PIC 9(8).
               10  TK-CATEGORY      PIC X(4).
               10  TK-DESC          PIC X(20).
               10  TK-ASSIGNED      PIC X(15).
               10  TK-STATUS        PIC X.
               10  TK-ASN-DATE      PIC 9(8).
               10  TK-COMP-DATE     PIC 9(8).
               10  TK-CLOSE-DATE    PIC 9(8).
               10  TK-COST          PIC 9(5)V99.
               10  TK-CHARGE-FLAG   PIC X.
               10  TK-CHARGE-AMT    PIC 9(4)V99.
               10  TK-CHARGED       PIC X.
               10  FILLER           PIC X(4).

       01  EXPECTED-TABLE.
           05  EXPECTED-ENTRY OCCURS 300 TIMES INDEXED BY EXP-IDX.
               10  TE-BLD-CODE      PIC XX.
               10  TE-UNIT          PIC 99.

       01  CATEGORY-NAMES.
           05  FILLER           PIC X(15)   VALUE 'PLMBPLUMBING'.
           05  FILLER           PIC X(15)   VALUE 'ELECELECTRICAL'.
           05  FILLER           PIC X(15)   VALUE 'HVACHEAT/AIR'.
           05  FILLER           PIC X(15)   VALUE 'APPLAPPLIANCE'.
           05  FILLER           PIC X(15)   VALUE 'PESTPEST CTRL'.
           05  FILLER           PIC X(15)   VALUE 'LOCKLOCKS/KEYS'.
           05  FILLER           PIC X(15)   VALUE 'PANTPAINT/WALL'.
           05  FILLER           PIC X(15)   VALUE 'GENLGENERAL'.

       01  CATEGORY-TABLE REDEFINES CATEGORY-NAMES.
           05  CATEGORY-ENTRY OCCURS 8 TIMES INDEXED BY CAT-IDX.
               10  TC-CODE      PIC X(4).
               10  TC-NAME      PIC X(11).

       01  CATEGORY-TOTALS.
           05  CATEGORY-ACCUM OCCURS 8 TIMES.
               10  TC-DONE-CTR      PIC 9(5).
               10  TC-DAYS-TOT      PIC 9(7).
               10  TC-COST          PIC 9(7)V99.
               10  TC-CHARGED       PIC 9(7)V99.

       01  GT-DONE-CTR          PIC 9(5)       VALUE ZERO.
       01  GT-DAYS-TOT          PIC 9(7)       VALUE ZERO.
       01  GT-COST              PIC 9(7)V99    VALUE ZERO.
       01  GT-CHARGED           PIC 9(7)V99    VALUE ZERO.

       01  OPEN-TABLE.
           05  OPEN-ENTRY OCCURS 1000 TIMES INDEXED BY OPN-IDX.
               10  TO-KEY.
                   15  TO-BLD-CODE  PIC XX.
                   15  TO-REQ-DATE  PIC 9(8).
                   15  TO-ORDER-NO  PIC 9(5).
               10  TO-WKO-SUB       PIC 9(4).

       01  OPEN-ENTRY-TEMP      PIC X(19).

       01  STATUS-NAMES.
           05  FILLER           PIC X(11)   VALUE 'OOPEN'.
           05  FILLER           PIC X(11)   VALUE 'AASSIGNED'.
           05  FILLER           PIC X(11)   VALUE 'CCOMPLETE'.
           05  FILLER           PIC X(11)   VALUE 'XCLOSED'.

       01  STATUS-NAME-TABLE REDEFINES STATUS-NAMES.
           05  STATUS-ENTRY OCCURS 4 TIMES INDEXED BY STAT-IDX.
               10  TS-CODE      PIC X.
               10  TS-NAME      PIC X(10).

       01  BUCKET-NAMES.
           05  FILLER           PIC X(10)   VALUE '0-7 DAYS'.
           05  FILLER           PIC X(10)   VALUE '8-30 DAYS'.
           05  FILLER           PIC X(10)   VALUE '31-60 DAYS'.
           05  FILLER           PIC X(10)   VALUE 'OVER 60'.

       01  BUCKET-TABLE REDEFINES BUCKET-NAMES.
           05  TB-NAME          PIC X(10) OCCURS 4 TIMES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLWRK00'.
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
               '   MAINTENANCE WORK ORDERS'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'ORDER'.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(14)   VALUE 'CATEGORY'.
           05  FILLER           PIC X(13)   VALUE 'STATUS'.
           05  FILLER           PIC X(18)   VALUE 'ASSIGNED TO'.
           05  FILLER           PIC X(14)   VALUE '   OUR COST'.
           05  FILLER           PIC X(13)   VALUE 'CHARGEBACK'.
           05  FILLER           PIC X(30)   VALUE 'ACTION'.
           05  FILLER           PIC X(10)   VALUE SPACES.

       01  REGISTER-LINE.
           05  O-ORDER-NO       PIC 9(5).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-BLD-CODE       PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-UNIT           PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-CAT-NAME       PIC X(11).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-STATUS-NAME    PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ASSIGNED       PIC X(15).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-COST           PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-CHARGE-AMT     PIC $$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-ACTION         PIC X(30).
           05  FILLER           PIC X(10)   VALUE SPACES.

       01  RUN-TOTAL-LINE-1.
           05  FILLER           PIC X(12)   VALUE 'TRANS READ: '.
           05  O-TRAN-READ-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'OPENED: '.
           05  O-OPEN-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'ASSIGNED: '.
           05  O-ASSIGN-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'COMPLETED: '.
           05  O-COMPLETE-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'CLOSED: '.
           05  O-CLOSE-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(17)   VALUE SPACES.

       01  RUN-TOTAL-LINE-2.
           05  FILLER           PIC X(28)   VALUE
               'CHARGEBACK RECORDS WRITTEN: '.
           05  O-CHARGE-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'AMOUNT: '.
           05  O-CHARGE-TOT     PIC $$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'CLOSED ORDERS DROPPED: '.
           05  O-DROP-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(43)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(48)   VALUE
               '** WORK ORDER TABLE FULL - ORDERS NOT CARRIED: '.
           05  O-WKO-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(75)   VALUE SPACES.

      *            OPEN ORDER AGING    ========>>
       01  AGING-TITLE-LINE.
           05  FILLER           PIC X(45)   VALUE SPACES.
           05  FILLER           PIC X(42)   VALUE
               'OPEN WORK ORDERS AGED BY BUILDING'.
           05  FILLER           PIC X(45)   VALUE SPACES.

       01  AGING-HEADING.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(8)    VALUE 'ORDER'.
           05  FILLER           PIC X(13)   VALUE 'REQUESTED'.
           05  FILLER           PIC X(14)   VALUE 'CATEGORY'.
           05  FILLER           PIC X(13)   VALUE 'STATUS'.
           05  FILLER           PIC X(18)   VALUE 'ASSIGNED TO'.
           05  FILLER           PIC X(7)    VALUE 'DAYS'.
           05  FILLER           PIC X(10)   VALUE 'AGE'.
           05  FILLER           PIC X(37)   VALUE SPACES.

       01  AGING-LINE.
           05  O-AG-BLD-CODE    PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-AG-UNIT        PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-AG-ORDER-NO    PIC 9(5).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-REQ-DATE    PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-CAT-NAME    PIC X(11).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-STATUS      PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-ASSIGNED    PIC X(15).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-DAYS        PIC ZZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AG-BUCKET      PIC X(10).
           05  FILLER           PIC X(37)   VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05  O-AT-LABEL       PIC X(14).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'OPEN: '.
           05  O-AT-OPEN-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '0-7 DAYS: '.
           05  O-AT-BUCKET-1    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE '8-30: '.
           05  O-AT-BUCKET-2    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE '31-60: '.
           05  O-AT-BUCKET-3    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'OVER 60: '.
           05  O-AT-BUCKET-4    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'OLDEST: '.
           05  O-AT-OLDEST      PIC ZZZ9.
           05  FILLER           PIC X(15)   VALUE SPACES.

       01  NO-OPEN-LINE.
           05  FILLER           PIC X(40)   VALUE
               '** NO OPEN WORK ORDERS **'.
           05  FILLER           PIC X(92)   VALUE SPACES.

      *            COMPLETED WORK BY CATEGORY ========>>
       01  CATEGORY-TITLE-LINE.
           05  FILLER           PIC X(40)   VALUE SPACES.
           05  FILLER           PIC X(52)   VALUE
               'COMPLETED WORK BY CATEGORY - COST VS CHARGED BACK'.
           05  FILLER           PIC X(40)   VALUE SPACES.

       01  CATEGORY-HEADING.
           05  FILLER           PIC X(14)   VALUE 'CATEGORY'.
           05  FILLER           PIC X(11)   VALUE 'COMPLETED'.
           05  FILLER           PIC X(11)   VALUE 'AVG DAYS'.
           05  FILLER           PIC X(15)   VALUE '    OUR COST'.
           05  FILLER           PIC X(15)   VALUE 'CHARGED BACK'.
           05  FILLER           PIC X(13)   VALUE '    NET COST'.
           05  FILLER           PIC X(53)   VALUE SPACES.

       01  CATEGORY-LINE.
           05  O-CT-NAME        PIC X(14).
           05  O-CT-DONE-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-CT-AVG-DAYS    PIC ZZZ9.9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-CT-COST        PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-CT-CHARGED     PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-CT-NET         PIC $$$$,$$9.99-.
           05  FILLER           PIC X(54)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(50).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(20)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLWRK00.
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
           INITIALIZE AGE-TOTALS.
           INITIALIZE CATEGORY-TOTALS.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT CHARGE-OUT.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-EXPECTED.
           PERFORM 1200-LOAD-ORDERS.

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

       1100-LOAD-EXPECTED.
           OPEN INPUT EXPECTED-UNITS.
           IF C-EXP-STATUS = "00" OR "05"
               PERFORM 1110-READ-EXP-REC
                   UNTIL MORE-EXP = "NO"
               CLOSE EXPECTED-UNITS
           END-IF.

       1110-READ-EXP-REC.
           READ EXPECTED-UNITS
               AT END
                   MOVE "NO" TO MORE-EXP
           END-READ.
           IF MORE-EXP = "YES"
               AND C-EXP-TBL-CTR < 300
                   ADD 1 TO C-EXP-TBL-CTR
                   MOVE EU-BLD-CODE TO TE-BLD-CODE (C-EXP-TBL-CTR)
                   MOVE EU-UNIT TO TE-UNIT (C-EXP-TBL-CTR)
           END-IF.

       1200-LOAD-ORDERS.
           OPEN INPUT WORK-MASTER.
           IF C-WKM-STATUS = "00" OR "05"
               PERFORM 1210-READ-WKM-REC
                   UNTIL MORE-WKM = "NO"
               CLOSE WORK-MASTER
           END-IF.

       1210-READ-WKM-REC.
           READ WORK-MASTER
               AT END
                   MOVE "NO" TO MORE-WKM
           END-READ.
           IF MORE-WKM = "YES"
               IF C-WKO-TBL-CTR < 1000
                   ADD 1 TO C-WKO-TBL-CTR
                   SET WKO-IDX TO C-WKO-TBL-CTR
                   MOVE WM-REC TO WORK-ORDER-ENTRY (WKO-IDX)
               ELSE
                   ADD 1 TO C-WKO-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-TRAN-READ-CTR.
           PERFORM 2100-EDIT-TRAN
               THRU 2100-EXIT.
           PERFORM 9000-READ.

      *    EVERY TRANSACTION CARRIES THE ORDER NUMBER AND THE DATE OF
      *    THE EVENT, WHICH CANNOT BE IN THE FUTURE.
       2100-EDIT-TRAN.
           IF TR-ORDER-NO NOT NUMERIC
              OR TR-ORDER-NO = ZERO
               MOVE 'WORK ORDER NUMBER MUST BE A NON-ZERO NUMBER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF TR-DATE = SPACES
               MOVE C-TODAY-DATE TO C-EVENT-DATE
           ELSE
               MOVE TR-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'DATE IS NOT VALID OR IS IN THE FUTURE.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2100-EXIT
               END-IF
               MOVE TR-DATE TO C-EVENT-DATE
           END-IF.
           PERFORM 2700-ORDER-FIND.
           IF TR-CODE NOT = 'O'
               IF WKO-FOUND-SW = "NO"
                   MOVE 'WORK ORDER IS NOT ON FILE.' TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2100-EXIT
               END-IF
               SET WKO-IDX TO C-WKO-FOUND-IDX
               IF C-EVENT-DATE < TK-REQ-DATE (WKO-IDX)
                   MOVE 'DATE IS BEFORE THE ORDER WAS REQUESTED.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           EVALUATE TR-CODE
               WHEN 'O'
                   PERFORM 2200-OPEN-ORDER THRU 2200-EXIT
               WHEN 'A'
                   PERFORM 2300-ASSIGN-ORDER THRU 2300-EXIT
               WHEN 'C'
                   PERFORM 2400-COMPLETE-ORDER THRU 2400-EXIT
               WHEN 'X'
                   PERFORM 2500-CLOSE-ORDER THRU 2500-EXIT
               WHEN OTHER
                   MOVE 'TRANSACTION CODE MUST BE O, A, C OR X.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *    A NEW ORDER NEEDS A UNIT ON EXPUNITS, A CATEGORY AND THE
      *    PROBLEM.  IT IS NOT CHARGEABLE UNLESS FLAGGED Y.
       2200-OPEN-ORDER.
           IF WKO-FOUND-SW = "YES"
               MOVE 'WORK ORDER NUMBER IS ALREADY ON FILE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE "NO" TO UNIT-FOUND-SW.
           PERFORM 2210-UNIT-SEARCH
               VARYING EXP-IDX FROM 1 BY 1
                   UNTIL EXP-IDX > C-EXP-TBL-CTR
                      OR UNIT-FOUND-SW = "YES".
           IF UNIT-FOUND-SW = "NO"
               MOVE 'BUILDING/UNIT IS NOT ON EXPUNITS.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE TR-CATEGORY TO H-CATEGORY.
           PERFORM 2220-CATEGORY-FIND.
           IF C-CAT-FOUND-IDX = ZERO
               MOVE 'CATEGORY CODE IS NOT VALID.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF TR-DESC = SPACES
               MOVE 'PROBLEM DESCRIPTION IS REQUIRED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF TR-CHARGE-FLAG NOT = SPACE
              AND TR-CHARGE-FLAG NOT = 'Y'
              AND TR-CHARGE-FLAG NOT = 'N'
               MOVE 'CHARGEABLE FLAG MUST BE Y OR N.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF C-WKO-TBL-CTR NOT < 1000
               MOVE 'WORK ORDER TABLE FULL - ORDER NOT OPENED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO C-WKO-TBL-CTR.
           SET WKO-IDX TO C-WKO-TBL-CTR.
           MOVE SPACES TO WORK-ORDER-ENTRY (WKO-IDX).
           MOVE TR-ORDER-NO TO TK-ORDER-NO (WKO-IDX).
           MOVE TR-BLD-CODE TO TK-BLD-CODE (WKO-IDX).
           MOVE TR-UNIT TO TK-UNIT (WKO-IDX).
           MOVE C-EVENT-DATE TO TK-REQ-DATE (WKO-IDX).
           MOVE TR-CATEGORY TO TK-CATEGORY (WKO-IDX).
           MOVE TR-DESC TO TK-DESC (WKO-IDX).
           MOVE 'O' TO TK-STATUS (WKO-IDX).
           MOVE ZERO TO TK-ASN-DATE (WKO-IDX).
           MOVE ZERO TO TK-COMP-DATE (WKO-IDX).
           MOVE ZERO TO TK-CLOSE-DATE (WKO-IDX).
           MOVE ZERO TO TK-COST (WKO-IDX).
           IF TR-CHARGE-FLAG = 'Y'
               MOVE 'Y' TO TK-CHARGE-FLAG (WKO-IDX)
           ELSE
               MOVE 'N' TO TK-CHARGE-FLAG (WKO-IDX)
           END-IF.
           MOVE ZERO TO TK-CHARGE-AMT (WKO-IDX).
           MOVE 'N' TO TK-CHARGED (WKO-IDX).
           ADD 1 TO C-OPEN-CTR.
           MOVE 'OPENED' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2200-EXIT.
           EXIT.

       2210-UNIT-SEARCH.
           IF TE-BLD-CODE (EXP-IDX) = TR-BLD-CODE
              AND TE-UNIT (EXP-IDX) = TR-UNIT
               MOVE "YES" TO UNIT-FOUND-SW
           END-IF.

       2220-CATEGORY-FIND.
           MOVE ZERO TO C-CAT-FOUND-IDX.
           PERFORM 2230-CATEGORY-SEARCH
               VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 8
                      OR C-CAT-FOUND-IDX > ZERO.

       2230-CATEGORY-SEARCH.
           IF TC-CODE (CAT-IDX) = H-CATEGORY
               MOVE CAT-IDX TO C-CAT-FOUND-IDX
           END-IF.

      *    AN OPEN ORDER IS ASSIGNED; AN ASSIGNED ONE MAY BE
      *    REASSIGNED TO SOMEONE ELSE.
       2300-ASSIGN-ORDER.
           IF TK-STATUS (WKO-IDX) NOT = 'O'
              AND TK-STATUS (WKO-IDX) NOT = 'A'
               MOVE 'ONLY AN OPEN OR ASSIGNED ORDER CAN BE ASSIGNED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           IF TR-ASSIGNED = SPACES
               MOVE 'VENDOR OR STAFF NAME IS REQUIRED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           IF TK-STATUS (WKO-IDX) = 'A'
               MOVE 'REASSIGNED' TO H-ACTION
           ELSE
               MOVE 'ASSIGNED' TO H-ACTION
           END-IF.
           MOVE TR-ASSIGNED TO TK-ASSIGNED (WKO-IDX).
           MOVE C-EVENT-DATE TO TK-ASN-DATE (WKO-IDX).
           MOVE 'A' TO TK-STATUS (WKO-IDX).
           ADD 1 TO C-ASSIGN-CTR.
           PERFORM 2800-REGISTER-LINE.

       2300-EXIT.
           EXIT.

      *    COMPLETION RECORDS OUR COST.  THE CHARGEABLE FLAG MAY BE
      *    CORRECTED HERE; A CHARGEABLE ORDER WRITES ITS W RECORD
      *    NOW SO THE CHARGEBACK REACHES THE NEXT BILLING RUN.
       2400-COMPLETE-ORDER.
           IF TK-STATUS (WKO-IDX) NOT = 'A'
               MOVE 'ORDER MUST BE ASSIGNED BEFORE IT IS COMPLETED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-COST NOT NUMERIC
               MOVE 'COST IS REQUIRED AND MUST BE NUMERIC.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-CMP-CHARGE-FLAG NOT = SPACE
              AND TR-CMP-CHARGE-FLAG NOT = 'Y'
              AND TR-CMP-CHARGE-FLAG NOT = 'N'
               MOVE 'CHARGEABLE FLAG MUST BE Y OR N.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-CHARGE-AMT-X NOT = SPACES
              AND TR-CHARGE-AMT NOT NUMERIC
               MOVE 'CHARGEBACK AMOUNT IS NOT NUMERIC.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-CMP-CHARGE-FLAG NOT = SPACE
               MOVE TR-CMP-CHARGE-FLAG TO TK-CHARGE-FLAG (WKO-IDX)
           END-IF.
           MOVE ZERO TO TK-CHARGE-AMT (WKO-IDX).
           IF TK-CHARGE-FLAG (WKO-IDX) = 'Y'
               IF TR-CHARGE-AMT-X = SPACES
                   IF TR-COST > 9999.99
                       MOVE 'COST OVER $9,999.99 - KEY THE CHARGEBACK.'
                           TO O-ERR-MSG
                       PERFORM 2900-REJECT
                       GO TO 2400-EXIT
                   END-IF
                   MOVE TR-COST TO TK-CHARGE-AMT (WKO-IDX)
               ELSE
                   MOVE TR-CHARGE-AMT TO TK-CHARGE-AMT (WKO-IDX)
               END-IF
           END-IF.
           MOVE TR-COST TO TK-COST (WKO-IDX).
           MOVE C-EVENT-DATE TO TK-COMP-DATE (WKO-IDX).
           MOVE 'C' TO TK-STATUS (WKO-IDX).
           ADD 1 TO C-COMPLETE-CTR.
           MOVE 'COMPLETED' TO H-ACTION.
           IF TK-CHARGE-FLAG (WKO-IDX) = 'Y'
              AND TK-CHARGE-AMT (WKO-IDX) > ZERO
              AND TK-CHARGED (WKO-IDX) NOT = 'Y'
               PERFORM 2450-WRITE-CHARGEBACK
               MOVE 'COMPLETED - CHARGED BACK' TO H-ACTION
           END-IF.
           PERFORM 2800-REGISTER-LINE.

       2400-EXIT.
           EXIT.

       2450-WRITE-CHARGEBACK.
           MOVE TK-BLD-CODE (WKO-IDX) TO WO-BLD-CODE.
           MOVE TK-UNIT (WKO-IDX) TO WO-UNIT.
           MOVE TK-ORDER-NO (WKO-IDX) TO WO-ORDER-NO.
           MOVE TK-CHARGE-AMT (WKO-IDX) TO WO-AMOUNT.
           MOVE TK-CATEGORY (WKO-IDX) TO H-CATEGORY.
           PERFORM 2220-CATEGORY-FIND.
           IF C-CAT-FOUND-IDX > ZERO
               MOVE TC-NAME (C-CAT-FOUND-IDX) TO WO-DESC
           ELSE
               MOVE 'REPAIR' TO WO-DESC
           END-IF.
           MOVE 'W' TO WO-REC-TYPE.
           WRITE WORKORD-REC.
           MOVE 'Y' TO TK-CHARGED (WKO-IDX).
           ADD 1 TO C-CHARGE-CTR.
           ADD TK-CHARGE-AMT (WKO-IDX) TO C-CHARGE-TOT.

      *    CLOSING A COMPLETED ORDER FILES IT; CLOSING ONE THAT WAS
      *    NEVER COMPLETED CANCELS IT.
       2500-CLOSE-ORDER.
           IF TK-STATUS (WKO-IDX) = 'X'
               MOVE 'WORK ORDER IS ALREADY CLOSED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2500-EXIT
           END-IF.
           IF TK-STATUS (WKO-IDX) = 'C'
               MOVE 'CLOSED' TO H-ACTION
           ELSE
               MOVE 'CLOSED - NOT COMPLETED' TO H-ACTION
           END-IF.
           MOVE C-EVENT-DATE TO TK-CLOSE-DATE (WKO-IDX).
           MOVE 'X' TO TK-STATUS (WKO-IDX).
           ADD 1 TO C-CLOSE-CTR.
           PERFORM 2800-REGISTER-LINE.

       2500-EXIT.
           EXIT.

       2700-ORDER-FIND.
           MOVE "NO" TO WKO-FOUND-SW.
           MOVE ZERO TO C-WKO-FOUND-IDX.
           PERFORM 2710-ORDER-SEARCH
               VARYING WKO-IDX FROM 1 BY 1
                   UNTIL WKO-IDX > C-WKO-TBL-CTR
                      OR WKO-FOUND-SW = "YES".

       2710-ORDER-SEARCH.
           IF TK-ORDER-NO (WKO-IDX) = TR-ORDER-NO
               MOVE "YES" TO WKO-FOUND-SW
               MOVE WKO-IDX TO C-WKO-FOUND-IDX
           END-IF.

       2800-REGISTER-LINE.
           MOVE TK-ORDER-NO (WKO-IDX) TO O-ORDER-NO.
           MOVE TK-BLD-CODE (WKO-IDX) TO O-BLD-CODE.
           MOVE TK-UNIT (WKO-IDX) TO O-UNIT.
           MOVE TK-CATEGORY (WKO-IDX) TO H-CATEGORY.
           PERFORM 2220-CATEGORY-FIND.
           MOVE TC-NAME (C-CAT-FOUND-IDX) TO O-CAT-NAME.
           PERFORM 2810-STATUS-NAME.
           MOVE H-STATUS-NAME TO O-STATUS-NAME.
           MOVE TK-ASSIGNED (WKO-IDX) TO O-ASSIGNED.
           MOVE TK-COST (WKO-IDX) TO O-COST.
           MOVE TK-CHARGE-AMT (WKO-IDX) TO O-CHARGE-AMT.
           MOVE H-ACTION TO O-ACTION.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2810-STATUS-NAME.
           MOVE SPACES TO H-STATUS-NAME.
           PERFORM 2820-STATUS-SEARCH
               VARYING STAT-IDX FROM 1 BY 1
                   UNTIL STAT-IDX > 4.

       2820-STATUS-SEARCH.
           IF TS-CODE (STAT-IDX) = TK-STATUS (WKO-IDX)
               MOVE TS-NAME (STAT-IDX) TO H-STATUS-NAME
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
           CLOSE CHARGE-OUT.

           OPEN OUTPUT NEW-WORK-MASTER.
           PERFORM 3100-WRITE-MASTER
               VARYING WKO-IDX FROM 1 BY 1
                   UNTIL WKO-IDX > C-WKO-TBL-CTR.
           CLOSE NEW-WORK-MASTER.

           MOVE C-TRAN-READ-CTR TO O-TRAN-READ-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-ASSIGN-CTR TO O-ASSIGN-CTR.
           MOVE C-COMPLETE-CTR TO O-COMPLETE-CTR.
           MOVE C-CLOSE-CTR TO O-CLOSE-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-CHARGE-CTR TO O-CHARGE-CTR.
           MOVE C-CHARGE-TOT TO O-CHARGE-TOT.
           MOVE C-DROP-CTR TO O-DROP-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.

           PERFORM 3200-AGING-REPORT.
           PERFORM 3400-CATEGORY-REPORT.

           IF C-WKO-LOST-CTR > ZERO
               MOVE C-WKO-LOST-CTR TO O-WKO-LOST-CTR
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

      *    A CLOSED ORDER IS KEPT FOR A YEAR AFTER IT CLOSES SO THE
      *    CATEGORY FIGURES COVER A FULL YEAR OF WORK.
       3100-WRITE-MASTER.
           IF TK-STATUS (WKO-IDX) = 'X'
              AND FUNCTION INTEGER-OF-DATE (TK-CLOSE-DATE (WKO-IDX))
                  + 365 < C-TODAY-INT
               ADD 1 TO C-DROP-CTR
           ELSE
               WRITE NEW-WM-REC FROM WORK-ORDER-ENTRY (WKO-IDX)
               PERFORM 3110-CATEGORY-ACCUM
           END-IF.

       3110-CATEGORY-ACCUM.
           IF TK-COMP-DATE (WKO-IDX) > ZERO
               MOVE TK-CATEGORY (WKO-IDX) TO H-CATEGORY
               PERFORM 2220-CATEGORY-FIND
               IF C-CAT-FOUND-IDX > ZERO
                   COMPUTE C-DAYS =
                       FUNCTION INTEGER-OF-DATE (TK-COMP-DATE (WKO-IDX))
                     - FUNCTION INTEGER-OF-DATE (TK-REQ-DATE (WKO-IDX))
                   ADD 1 TO TC-DONE-CTR (C-CAT-FOUND-IDX)
                   ADD C-DAYS TO TC-DAYS-TOT (C-CAT-FOUND-IDX)
                   ADD TK-COST (WKO-IDX) TO TC-COST (C-CAT-FOUND-IDX)
                   ADD TK-CHARGE-AMT (WKO-IDX)
                       TO TC-CHARGED (C-CAT-FOUND-IDX)
               END-IF
           END-IF.

      *    OPEN AND ASSIGNED ORDERS, RANKED BY BUILDING AND DATE
      *    REQUESTED, AGED FROM THE REQUEST TO THE BUSINESS DATE.
       3200-AGING-REPORT.
           PERFORM 3210-OPEN-SELECT
               VARYING WKO-IDX FROM 1 BY 1
                   UNTIL WKO-IDX > C-WKO-TBL-CTR.
           IF C-OPEN-TBL-CTR > 1
               PERFORM 3220-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-OPEN-TBL-CTR - 1
           END-IF.
           PERFORM 9110-AGING-HEADING.
           IF C-OPEN-TBL-CTR = ZERO
               WRITE PRTLINE
                   FROM NO-OPEN-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               PERFORM 3240-AGING-LINE
                   VARYING OPN-IDX FROM 1 BY 1
                       UNTIL OPN-IDX > C-OPEN-TBL-CTR
               MOVE 1 TO C-AG-SUB
               PERFORM 3260-AGING-TOTAL
               MOVE 'ALL BUILDINGS' TO O-AT-LABEL
               MOVE 2 TO C-AG-SUB
               PERFORM 3260-AGING-TOTAL
           END-IF.

       3210-OPEN-SELECT.
           IF TK-STATUS (WKO-IDX) = 'O'
              OR TK-STATUS (WKO-IDX) = 'A'
               ADD 1 TO C-OPEN-TBL-CTR
               SET OPN-IDX TO C-OPEN-TBL-CTR
               MOVE TK-BLD-CODE (WKO-IDX) TO TO-BLD-CODE (OPN-IDX)
               MOVE TK-REQ-DATE (WKO-IDX) TO TO-REQ-DATE (OPN-IDX)
               MOVE TK-ORDER-NO (WKO-IDX) TO TO-ORDER-NO (OPN-IDX)
               SET TO-WKO-SUB (OPN-IDX) TO WKO-IDX
           END-IF.

       3220-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-OPEN-TBL-CTR - C-RANK-PASS.
           PERFORM 3230-RANK-COMPARE
               VARYING OPN-IDX FROM 1 BY 1
                   UNTIL OPN-IDX > C-RANK-LIMIT.

       3230-RANK-COMPARE.
           IF TO-KEY (OPN-IDX) > TO-KEY (OPN-IDX + 1)
               MOVE OPEN-ENTRY (OPN-IDX) TO OPEN-ENTRY-TEMP
               MOVE OPEN-ENTRY (OPN-IDX + 1) TO OPEN-ENTRY (OPN-IDX)
               MOVE OPEN-ENTRY-TEMP TO OPEN-ENTRY (OPN-IDX + 1)
           END-IF.

       3240-AGING-LINE.
           SET WKO-IDX TO TO-WKO-SUB (OPN-IDX).
           IF H-FIRST-SW = "YES"
               MOVE "NO" TO H-FIRST-SW
               MOVE TK-BLD-CODE (WKO-IDX) TO H-BLD-CODE
           END-IF.
           IF TK-BLD-CODE (WKO-IDX) NOT = H-BLD-CODE
               MOVE 1 TO C-AG-SUB
               PERFORM 3260-AGING-TOTAL
               MOVE TK-BLD-CODE (WKO-IDX) TO H-BLD-CODE
           END-IF.
           COMPUTE C-DAYS = C-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (TK-REQ-DATE (WKO-IDX)).
           IF C-DAYS < 8
               MOVE 1 TO C-BUCKET
           ELSE
               IF C-DAYS < 31
                   MOVE 2 TO C-BUCKET
               ELSE
                   IF C-DAYS < 61
                       MOVE 3 TO C-BUCKET
                   ELSE
                       MOVE 4 TO C-BUCKET
                   END-IF
               END-IF
           END-IF.
           PERFORM 3250-AGING-ACCUM
               VARYING C-AG-SUB FROM 1 BY 1
                   UNTIL C-AG-SUB > 2.
           MOVE TK-BLD-CODE (WKO-IDX) TO O-AG-BLD-CODE.
           MOVE TK-UNIT (WKO-IDX) TO O-AG-UNIT.
           MOVE TK-ORDER-NO (WKO-IDX) TO O-AG-ORDER-NO.
           MOVE TK-REQ-DATE (WKO-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-AG-REQ-DATE.
           MOVE TK-CATEGORY (WKO-IDX) TO H-CATEGORY.
           PERFORM 2220-CATEGORY-FIND.
           MOVE TC-NAME (C-CAT-FOUND-IDX) TO O-AG-CAT-NAME.
           PERFORM 2810-STATUS-NAME.
           MOVE H-STATUS-NAME TO O-AG-STATUS.
           MOVE TK-ASSIGNED (WKO-IDX) TO O-AG-ASSIGNED.
           MOVE C-DAYS TO O-AG-DAYS.
           MOVE TB-NAME (C-BUCKET) TO O-AG-BUCKET.
           WRITE PRTLINE
               FROM AGING-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-AGING-HEADING.

       3250-AGING-ACCUM.
           ADD 1 TO AG-OPEN-CTR (C-AG-SUB).
           ADD 1 TO AG-BUCKET-CTR (C-AG-SUB, C-BUCKET).
           IF C-DAYS > AG-OLDEST (C-AG-SUB)
               MOVE C-DAYS TO AG-OLDEST (C-AG-SUB)
           END-IF.

       3260-AGING-TOTAL.
           IF C-AG-SUB = 1
               MOVE SPACES TO O-AT-LABEL
               STRING 'BUILDING ' H-BLD-CODE DELIMITED BY SIZE
                   INTO O-AT-LABEL
           END-IF.
           MOVE AG-OPEN-CTR (C-AG-SUB) TO O-AT-OPEN-CTR.
           MOVE AG-BUCKET-CTR (C-AG-SUB, 1) TO O-AT-BUCKET-1.
           MOVE AG-BUCKET-CTR (C-AG-SUB, 2) TO O-AT-BUCKET-2.
           MOVE AG-BUCKET-CTR (C-AG-SUB, 3) TO O-AT-BUCKET-3.
           MOVE AG-BUCKET-CTR (C-AG-SUB, 4) TO O-AT-BUCKET-4.
           MOVE AG-OLDEST (C-AG-SUB) TO O-AT-OLDEST.
           WRITE PRTLINE
               FROM AGING-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9110-AGING-HEADING.
           IF C-AG-SUB = 1
               INITIALIZE AGE-ACCUM (1)
               MOVE SPACES TO PRTLINE
               WRITE PRTLINE
                   AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

      *    EVERY COMPLETED ORDER STILL ON THE MASTER, BY CATEGORY.
       3400-CATEGORY-REPORT.
           PERFORM 9120-CATEGORY-HEADING.
           PERFORM 3410-CATEGORY-LINE
               VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > 8.
           MOVE 'ALL CATEGORIES' TO O-CT-NAME.
           MOVE GT-DONE-CTR TO O-CT-DONE-CTR.
           IF GT-DONE-CTR > ZERO
               COMPUTE C-AVG-DAYS ROUNDED =
                   GT-DAYS-TOT / GT-DONE-CTR
           ELSE
               MOVE ZERO TO C-AVG-DAYS
           END-IF.
           MOVE C-AVG-DAYS TO O-CT-AVG-DAYS.
           MOVE GT-COST TO O-CT-COST.
           MOVE GT-CHARGED TO O-CT-CHARGED.
           COMPUTE C-NET-COST = GT-COST - GT-CHARGED.
           MOVE C-NET-COST TO O-CT-NET.
           WRITE PRTLINE
               FROM CATEGORY-LINE
                   AFTER ADVANCING 2 LINES.

       3410-CATEGORY-LINE.
           MOVE TC-NAME (CAT-IDX) TO O-CT-NAME.
           SET C-CAT-FOUND-IDX TO CAT-IDX.
           MOVE TC-DONE-CTR (C-CAT-FOUND-IDX) TO O-CT-DONE-CTR.
           IF TC-DONE-CTR (C-CAT-FOUND-IDX) > ZERO
               COMPUTE C-AVG-DAYS ROUNDED =
                   TC-DAYS-TOT (C-CAT-FOUND-IDX)
                 / TC-DONE-CTR (C-CAT-FOUND-IDX)
           ELSE
               MOVE ZERO TO C-AVG-DAYS
           END-IF.
           MOVE C-AVG-DAYS TO O-CT-AVG-DAYS.
           MOVE TC-COST (C-CAT-FOUND-IDX) TO O-CT-COST.
           MOVE TC-CHARGED (C-CAT-FOUND-IDX) TO O-CT-CHARGED.
           COMPUTE C-NET-COST = TC-COST (C-CAT-FOUND-IDX)
               - TC-CHARGED (C-CAT-FOUND-IDX).
           MOVE C-NET-COST TO O-CT-NET.
           ADD TC-DONE-CTR (C-CAT-FOUND-IDX) TO GT-DONE-CTR.
           ADD TC-DAYS-TOT (C-CAT-FOUND-IDX) TO GT-DAYS-TOT.
           ADD TC-COST (C-CAT-FOUND-IDX) TO GT-COST.
           ADD TC-CHARGED (C-CAT-FOUND-IDX) TO GT-CHARGED.
           WRITE PRTLINE
               FROM CATEGORY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9120-CATEGORY-HEADING.


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

       9110-AGING-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM AGING-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM AGING-HEADING
                   AFTER ADVANCING 2 LINES.

       9120-CATEGORY-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM CATEGORY-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM CATEGORY-HEADING
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
