       IDENTIFICATION DIVISION.
       PROGRAM-ID.             GROUPPRD.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - GROUP PROJECT - DAILY PRODUCTION -       *
      * MILK AND EGG PRODUCTION WAS KEPT IN A BARN  *
      * NOTEBOOK.  PRODUCTION TRANSACTIONS          *
      * (SPECIES, DATE, PRODUCT, QUANTITY) ARE      *
      * CHECKED AGAINST THE HERD MASTER SPECIES AND *
      * POSTED BY DAY FOR THE BUSINESS MONTH AND    *
      * THE MONTH BEFORE IT.  THE REPORT CARRIES    *
      * DAILY PRODUCTION WITH YIELD PER HEAD FROM   *
      * THE HERD MASTER HEADCOUNT, THE MONTH TO     *
      * DATE PER PRODUCT WITH ITS TREND AGAINST THE *
      * PRIOR MONTH'S DAILY AVERAGE AND THE FEED    *
      * COST PER UNIT PRODUCED FROM THE GROUPFED    *
      * INPUTS, AND A VET LIST OF THE DAYS A        *
      * PRODUCING SPECIES HAS NO RECORD OR ITS      *
      * YIELD FELL MORE THAN THE PARAMETER PERCENT  *
      * BELOW ITS TRAILING AVERAGE.  BAD            *
      * TRANSACTIONS GO THROUGH GROUPERR.           *
      ***********************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT PROD-TRANS
           ASSIGN TO PRODTRX
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROD-PARMS
           ASSIGN TO PRODPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL HERD-MASTER
           ASSIGN TO HERDMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-HERD-STATUS.

           SELECT OPTIONAL FEED-MASTER
           ASSIGN TO FEEDINV
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-FEED-STATUS.

           SELECT OPTIONAL FEED-TRANS
           ASSIGN TO FEEDTRX
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-FTRN-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PROD-PRTOUT
           ASSIGN TO PRODRPT.



       DATA DIVISION.
       FILE SECTION.

       FD  PROD-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-REC
           RECORD CONTAINS 34 CHARACTERS.

       01  TRANS-REC.
           05  PT-ANIMAL         PIC X(11).
           05  PT-DATE           PIC X(8).
           05  PT-DATE-9 REDEFINES PT-DATE
                                 PIC 9(8).
           05  PT-PRODUCT        PIC X(8).
           05  PT-QTY            PIC 9(5)V99.

       FD  PROD-PARMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS PRODPARM-REC
           RECORD CONTAINS 5 CHARACTERS.

       01  PRODPARM-REC.
           05  PP-DROP-PCT       PIC 9(3).
           05  PP-TRAIL-DAYS     PIC 99.

       FD  HERD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HERD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  HERD-REC.
           05  HM-ANIMAL         PIC X(11).
           05  HM-QUANTITY       PIC 99.
           05  HM-VALUE          PIC 9(5)V99.
           05  HM-ACQ-DATE       PIC 9(8).

       FD  FEED-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEED-REC
           RECORD CONTAINS 34 CHARACTERS.

       01  FEED-REC.
           05  FM-FEED-TYPE      PIC X(11).
           05  FM-ON-HAND        PIC 9(7)V99.
           05  FM-UNIT-COST      PIC 9(3)V99.
           05  FM-REORDER        PIC 9(7)V99.

       FD  FEED-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FEED-TRANS-REC
           RECORD CONTAINS 29 CHARACTERS.

       01  FEED-TRANS-REC.
           05  FT-FEED-TYPE      PIC X(11).
           05  FT-ANIMAL         PIC X(11).
           05  FT-QTY            PIC 9(5)V99.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD PROD-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).



       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  MORE-TRANS      PIC XXX       VALUE 'YES'.
           05  MORE-HERD       PIC XXX       VALUE 'YES'.
           05  MORE-FEEDS      PIC XXX       VALUE 'YES'.
           05  MORE-FTRN       PIC XXX       VALUE 'YES'.
           05  C-PARM-STATUS   PIC XX        VALUE '00'.
           05  C-HERD-STATUS   PIC XX        VALUE '00'.
           05  C-FEED-STATUS   PIC XX        VALUE '00'.
           05  C-FTRN-STATUS   PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  C-DROP-PCT      PIC 9(3)      VALUE 20.
           05  C-TRAIL-DAYS    PIC 99        VALUE 7.

           05  C-SPEC-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-SPEC-FOUND-IDX PIC 99       VALUE ZERO.
           05  SPEC-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  C-LOOKUP-ANIMAL PIC X(11)     VALUE SPACES.

           05  C-FEED-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-FEED-FOUND-IDX PIC 99       VALUE ZERO.
           05  FEED-FOUND-SW   PIC XXX       VALUE 'NO'.

           05  C-LINE-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-LINE-FOUND-IDX PIC 99       VALUE ZERO.
           05  LINE-FOUND-SW   PIC XXX       VALUE 'NO'.

           05  C-PROD-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-PROD-FOUND-IDX PIC 99       VALUE ZERO.
           05  PROD-FOUND-SW   PIC XXX       VALUE 'NO'.

           05  C-REASON-CODE   PIC XX        VALUE SPACES.
           05  C-SECTION       PIC 9         VALUE ZERO.
           05  VET-ONLY-SW     PIC XXX       VALUE 'NO'.
           05  DAY-FLAG-SW     PIC XXX       VALUE 'NO'.

           05  C-TODAY-INT     PIC 9(7)      VALUE ZERO.
           05  C-WIN-START-INT PIC 9(7)      VALUE ZERO.
           05  C-MONTH-START-INT PIC 9(7)    VALUE ZERO.
           05  C-POST-INT      PIC 9(7)      VALUE ZERO.
           05  C-DAY-INT       PIC 9(7)      VALUE ZERO.
           05  C-DAY-DATE      PIC 9(8)      VALUE ZERO.
           05  C-POST-IDX      PIC 99        VALUE ZERO.
           05  C-TODAY-IDX     PIC 99        VALUE ZERO.
           05  C-CUR-FIRST-IDX PIC 99        VALUE ZERO.
           05  C-CUR-DAYS      PIC 99        VALUE ZERO.
           05  C-PRIOR-DAYS    PIC 99        VALUE ZERO.
           05  C-DAY-NO        PIC 99        VALUE ZERO.
           05  C-TRAIL-FROM    PIC S9(3)     VALUE ZERO.

           05  C-FEED-COST     PIC 9(7)V99   VALUE ZERO.
           05  C-HEADCOUNT     PIC 99        VALUE ZERO.
           05  C-DAY-QTY       PIC 9(5)V99   VALUE ZERO.
           05  C-PER-HEAD      PIC 9(7)V99   VALUE ZERO.
           05  C-TRAIL-SUM     PIC 9(7)V99   VALUE ZERO.
           05  C-TRAIL-CTR     PIC 99        VALUE ZERO.
           05  C-TRAIL-AVG     PIC 9(5)V99   VALUE ZERO.
           05  C-DROP          PIC 9(3)      VALUE ZERO.
           05  C-CUR-QTY       PIC 9(9)V99   VALUE ZERO.
           05  C-PRIOR-QTY     PIC 9(9)V99   VALUE ZERO.
           05  C-REC-DAYS      PIC 99        VALUE ZERO.
           05  C-CUR-AVG       PIC 9(7)V99   VALUE ZERO.
           05  C-PRIOR-AVG     PIC 9(7)V99   VALUE ZERO.
           05  C-CHANGE-PCT    PIC S9(5)V9   VALUE ZERO.
           05  C-COST-PER-UNIT PIC 9(5)V999  VALUE ZERO.

           05  C-TRX-CTR       PIC 9(5)      VALUE ZERO.
           05  C-REJ-CTR       PIC 9(5)      VALUE ZERO.
           05  C-POST-CTR      PIC 9(5)      VALUE ZERO.
           05  C-OLD-CTR       PIC 9(5)      VALUE ZERO.
           05  C-MISSING-CTR   PIC 9(5)      VALUE ZERO.
           05  C-DROP-CTR      PIC 9(5)      VALUE ZERO.

      *    THE POSTING WINDOW RUNS FROM THE FIRST OF THE PRIOR MONTH
      *    THROUGH THE BUSINESS DATE - NEVER MORE THAN 62 DAYS.
       01  WINDOW-DATES.
           05  WIN-START-DATE.
               10  WN-YEAR         PIC 9(4).
               10  WN-MONTH        PIC 99.
               10  WN-DAY          PIC 99.
           05  C-WIN-START REDEFINES WIN-START-DATE PIC 9(8).
           05  MONTH-START-DATE.
               10  MS-YEAR         PIC 9(4).
               10  MS-MONTH        PIC 99.
               10  MS-DAY          PIC 99.
           05  C-MONTH-START REDEFINES MONTH-START-DATE PIC 9(8).

       01  ERR-PARMS.
           05  EP-PGM-ID       PIC X(9)    VALUE 'GROUPPRD'.
           05  EP-REASON-CODE  PIC XX.
           05  EP-ERR-MSG      PIC X(59).
           05  EP-BAD-RECORD   PIC X(80).

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.


       01  SPECIES-TABLE.
           05  SPEC-ENTRY OCCURS 30 TIMES INDEXED BY SPEC-IDX.
               10  T-SP-ANIMAL     PIC X(11).
               10  T-SP-QTY        PIC 99.
               10  T-SP-FEED-COST  PIC 9(9)V99.

       01  FEED-TABLE.
           05  FEED-ENTRY OCCURS 30 TIMES INDEXED BY FEED-IDX.
               10  T-FEED-TYPE     PIC X(11).
               10  T-UNIT-COST     PIC 9(3)V99.

      *    ONE PRODUCTION LINE PER SPECIES AND PRODUCT, WITH A
      *    BUCKET FOR EACH DAY OF THE POSTING WINDOW.  A DAY WITH A
      *    RECORD KEYED - EVEN A ZERO - IS MARKED RECORDED.  A LINE
      *    IS PRODUCING FROM ITS FIRST RECORDED DAY ON.
       01  LINE-TABLE.
           05  LINE-ENTRY OCCURS 20 TIMES INDEXED BY LINE-IDX.
               10  T-PL-ANIMAL     PIC X(11).
               10  T-PL-PRODUCT    PIC X(8).
               10  T-PL-SPEC-IDX   PIC 99.
               10  T-PL-FIRST-IDX  PIC 99.
               10  T-PL-DAY OCCURS 62 TIMES
                       INDEXED BY DAY-IDX TRAIL-IDX.
                   15  T-PL-QTY        PIC 9(5)V99.
                   15  T-PL-RECORDED   PIC X.

       01  PRODUCT-TABLE.
           05  PROD-ENTRY OCCURS 10 TIMES INDEXED BY PROD-IDX.
               10  T-PR-PRODUCT    PIC X(8).
               10  T-PR-HEAD       PIC 9(4).
               10  T-PR-CUR        PIC 9(9)V99.
               10  T-PR-PRIOR      PIC 9(9)V99.
               10  T-PR-FEED-COST  PIC 9(9)V99.


       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.
       01  C-TODAY-DATE REDEFINES SYS-DATE PIC 9(8).



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(44)   VALUE SPACES.
           05  FILLER       PIC X(22)   VALUE 'DAILY PRODUCTION'.
           05  FILLER       PIC X(42)   VALUE SPACES.
           COPY RPTPAGE.

       01  DETAIL-HEADING-LINE.
           05  FILLER       PIC X(13)   VALUE 'GROUP-PROJECT'.
           05  FILLER       PIC X(47)   VALUE SPACES.
           05  O-HDG-TITLE  PIC X(36)   VALUE SPACES.
           05  FILLER       PIC X(36)   VALUE SPACES.

       01  PARM-LINE.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(30)   VALUE
               'FLAGGED WHEN YIELD FALLS MORE '.
           05  FILLER       PIC X(4)    VALUE 'THAN'.
           05  O-DROP-PCT   PIC ZZ9.
           05  FILLER       PIC X(11)   VALUE '% BELOW THE'.
           05  O-TRAIL-DAYS PIC Z9.
           05  FILLER       PIC X(30)   VALUE
               '-DAY TRAILING AVERAGE'.
           05  FILLER       PIC X(47)   VALUE SPACES.

       01  DAILY-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'PRODUCT'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE ' QUANTITY'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE ' PER HEAD'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE 'TRAIL AVG'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(30)   VALUE 'FLAG'.
           05  FILLER       PIC X(19)   VALUE SPACES.

       01  DAILY-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-DY-DATE       PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DY-ANIMAL     PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DY-PRODUCT    PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DY-QTY        PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DY-PER-HEAD   PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DY-TRAIL-AVG  PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DY-FLAG       PIC X(30).
           05  O-DY-DROP-FLAG REDEFINES O-DY-FLAG.
               10  FILLER          PIC X(13).
               10  O-DY-DROP-PCT   PIC ZZ9.
               10  FILLER          PIC X(14).
           05  FILLER          PIC X(19)   VALUE SPACES.

       01  MONTH-COLUMN-HEADING-1.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE SPACES.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE SPACES.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '  MONTH TO'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE '    YIELD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(3)    VALUE 'DYS'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE '  AVERAGE'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '     PRIOR'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE '    PRIOR'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE ' CHANGE'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '      FEED'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'FEED PER'.
           05  FILLER       PIC X(12)   VALUE SPACES.

       01  MONTH-COLUMN-HEADING-2.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'PRODUCT'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(3)    VALUE ' HD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '      DATE'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE ' PER HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(3)    VALUE 'KEY'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE '  PER DAY'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '     MONTH'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE '  PER DAY'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE '  PCT  '.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '      COST'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE '    UNIT'.
           05  FILLER       PIC X(12)   VALUE SPACES.

       01  MONTH-LINE.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-MO-ANIMAL     PIC X(11).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-PRODUCT    PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-HEAD       PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-QTY        PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-PER-HEAD   PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-REC-DAYS   PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-AVG        PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-PRIOR      PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-PRIOR-AVG  PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-CHANGE     PIC ZZZ9.9-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-FEED-COST  PIC $$$,$$$.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-PER-UNIT   PIC $$$9.999.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MO-TREND      PIC X(4).
           05  FILLER          PIC X(6)    VALUE SPACES.

       01  NONE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-NONE-MSG      PIC X(50).
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-TOT-DESC      PIC X(30).
           05  O-TOT-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(91)   VALUE SPACES.


       01  BLANK-LINE.
           05  FILLER              PIC X(132)    VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPPRD'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPPRD.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.

           PERFORM 1050-SET-WINDOW.
           PERFORM 1100-READ-PARMS.
           PERFORM 1200-LOAD-HERD-MASTER.
           PERFORM 1300-LOAD-FEED-MASTER.
           PERFORM 1400-COST-FEED.

           OPEN INPUT PROD-TRANS.
           OPEN OUTPUT PROD-PRTOUT.

           PERFORM 9000-READ-TRANS.


      *    THE RUN-CONTROL CARD CARRIES THE OFFICIAL BUSINESS DATE
      *    FOR THE RUN; WITH NO CARD THE SYSTEM DATE IS THE DEFAULT.
       1015-BUSINESS-DATE.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.
           OPEN INPUT RUN-CONTROL.
           IF C-RUNCTL-STATUS = "00" OR "05"
               READ RUN-CONTROL
                   AT END
                       MOVE SPACES TO CTL-BUS-DATE
               END-READ
               IF CTL-BUS-DATE IS NUMERIC
                  AND CTL-BUS-DATE NOT = '00000000'
                   MOVE CTL-BUS-DATE TO SYS-DATE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.


      *    DAY BUCKET 1 IS THE FIRST OF THE PRIOR MONTH; THE
      *    BUSINESS MONTH STARTS AT C-CUR-FIRST-IDX.
       1050-SET-WINDOW.

           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-DATE).

           MOVE I-YEAR TO MS-YEAR.
           MOVE I-MONTH TO MS-MONTH.
           MOVE 1 TO MS-DAY.
           IF I-MONTH = 1
               COMPUTE WN-YEAR = I-YEAR - 1
               MOVE 12 TO WN-MONTH
           ELSE
               MOVE I-YEAR TO WN-YEAR
               COMPUTE WN-MONTH = I-MONTH - 1
           END-IF.
           MOVE 1 TO WN-DAY.

           COMPUTE C-WIN-START-INT =
               FUNCTION INTEGER-OF-DATE (C-WIN-START).
           COMPUTE C-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE (C-MONTH-START).

           COMPUTE C-PRIOR-DAYS = C-MONTH-START-INT - C-WIN-START-INT.
           COMPUTE C-CUR-FIRST-IDX = C-PRIOR-DAYS + 1.
           COMPUTE C-TODAY-IDX = C-TODAY-INT - C-WIN-START-INT + 1.
           COMPUTE C-CUR-DAYS = C-TODAY-IDX - C-PRIOR-DAYS.


      *    ONE CARD: DROP PERCENT AND TRAILING-AVERAGE DAYS.  A ZERO
      *    OR BLANK FIELD KEEPS THE DEFAULT.
       1100-READ-PARMS.

           OPEN INPUT PROD-PARMS.
           IF C-PARM-STATUS = '00' OR '05'
               READ PROD-PARMS
                   AT END
                       MOVE SPACES TO PRODPARM-REC
               END-READ
               IF PP-DROP-PCT NUMERIC
                  AND PP-DROP-PCT > ZERO
                   MOVE PP-DROP-PCT TO C-DROP-PCT
               END-IF
               IF PP-TRAIL-DAYS NUMERIC
                  AND PP-TRAIL-DAYS > ZERO
                   MOVE PP-TRAIL-DAYS TO C-TRAIL-DAYS
               END-IF
               CLOSE PROD-PARMS
           END-IF.


       1200-LOAD-HERD-MASTER.

           OPEN INPUT HERD-MASTER.
           IF C-HERD-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-HERD
                   UNTIL MORE-HERD = 'NO'
               CLOSE HERD-MASTER
           END-IF.

       1210-LOAD-ONE-HERD.

           READ HERD-MASTER
               AT END
                   MOVE 'NO' TO MORE-HERD
           END-READ.
           IF MORE-HERD = 'YES'
               AND C-SPEC-TBL-CTR < 30
                   ADD 1 TO C-SPEC-TBL-CTR
                   SET SPEC-IDX TO C-SPEC-TBL-CTR
                   MOVE HM-ANIMAL TO T-SP-ANIMAL (SPEC-IDX)
                   MOVE HM-QUANTITY TO T-SP-QTY (SPEC-IDX)
                   MOVE ZERO TO T-SP-FEED-COST (SPEC-IDX)
           END-IF.


       1300-LOAD-FEED-MASTER.

           OPEN INPUT FEED-MASTER.
           IF C-FEED-STATUS = '00' OR '05'
               PERFORM 1310-LOAD-ONE-FEED
                   UNTIL MORE-FEEDS = 'NO'
               CLOSE FEED-MASTER
           END-IF.

       1310-LOAD-ONE-FEED.

           READ FEED-MASTER
               AT END
                   MOVE 'NO' TO MORE-FEEDS
           END-READ.
           IF MORE-FEEDS = 'YES'
               AND C-FEED-TBL-CTR < 30
                   ADD 1 TO C-FEED-TBL-CTR
                   SET FEED-IDX TO C-FEED-TBL-CTR
                   MOVE FM-FEED-TYPE TO T-FEED-TYPE (FEED-IDX)
                   MOVE FM-UNIT-COST TO T-UNIT-COST (FEED-IDX)
           END-IF.


      *    FEED COST PER SPECIES IS PRICED EXACTLY AS GROUPFED PRICES
      *    IT - CONSUMPTION TIMES THE FEED'S UNIT COST.  BAD FEED
      *    TRANSACTIONS ARE GROUPFED'S TO REJECT AND ARE SKIPPED HERE.
       1400-COST-FEED.

           OPEN INPUT FEED-TRANS.
           IF C-FTRN-STATUS = '00' OR '05'
               PERFORM 1410-COST-ONE-FEED
                   UNTIL MORE-FTRN = 'NO'
               CLOSE FEED-TRANS
           END-IF.

       1410-COST-ONE-FEED.

           READ FEED-TRANS
               AT END
                   MOVE 'NO' TO MORE-FTRN
           END-READ.
           IF MORE-FTRN = 'YES'
               AND FT-QTY NUMERIC
               PERFORM 1420-FEED-LOOKUP
               MOVE FT-ANIMAL TO C-LOOKUP-ANIMAL
               PERFORM 1500-SPECIES-LOOKUP
               IF FEED-FOUND-SW = 'YES'
                  AND SPEC-FOUND-SW = 'YES'
                   SET FEED-IDX TO C-FEED-FOUND-IDX
                   SET SPEC-IDX TO C-SPEC-FOUND-IDX
                   COMPUTE C-FEED-COST ROUNDED =
                       FT-QTY * T-UNIT-COST (FEED-IDX)
                   ADD C-FEED-COST TO T-SP-FEED-COST (SPEC-IDX)
               END-IF
           END-IF.

       1420-FEED-LOOKUP.

           MOVE 'NO' TO FEED-FOUND-SW.
           MOVE ZERO TO C-FEED-FOUND-IDX.
           PERFORM 1430-FEED-SEARCH
               VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > C-FEED-TBL-CTR
                      OR FEED-FOUND-SW = 'YES'.

       1430-FEED-SEARCH.

           IF T-FEED-TYPE (FEED-IDX) = FT-FEED-TYPE
               MOVE 'YES' TO FEED-FOUND-SW
               MOVE FEED-IDX TO C-FEED-FOUND-IDX
           END-IF.


       1500-SPECIES-LOOKUP.

           MOVE 'NO' TO SPEC-FOUND-SW.
           MOVE ZERO TO C-SPEC-FOUND-IDX.
           PERFORM 1510-SPECIES-SEARCH
               VARYING SPEC-IDX FROM 1 BY 1
                   UNTIL SPEC-IDX > C-SPEC-TBL-CTR
                      OR SPEC-FOUND-SW = 'YES'.

       1510-SPECIES-SEARCH.

           IF T-SP-ANIMAL (SPEC-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO SPEC-FOUND-SW
               MOVE SPEC-IDX TO C-SPEC-FOUND-IDX
           END-IF.


       1520-LINE-LOOKUP.

           MOVE 'NO' TO LINE-FOUND-SW.
           MOVE ZERO TO C-LINE-FOUND-IDX.
           PERFORM 1530-LINE-SEARCH
               VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > C-LINE-TBL-CTR
                      OR LINE-FOUND-SW = 'YES'.

       1530-LINE-SEARCH.

           IF T-PL-ANIMAL (LINE-IDX) = PT-ANIMAL
              AND T-PL-PRODUCT (LINE-IDX) = PT-PRODUCT
               MOVE 'YES' TO LINE-FOUND-SW
               MOVE LINE-IDX TO C-LINE-FOUND-IDX
           END-IF.


       1540-PRODUCT-LOOKUP.

           MOVE 'NO' TO PROD-FOUND-SW.
           MOVE ZERO TO C-PROD-FOUND-IDX.
           PERFORM 1550-PRODUCT-SEARCH
               VARYING PROD-IDX FROM 1 BY 1
                   UNTIL PROD-IDX > C-PROD-TBL-CTR
                      OR PROD-FOUND-SW = 'YES'.

       1550-PRODUCT-SEARCH.

           IF T-PR-PRODUCT (PROD-IDX) = T-PL-PRODUCT (LINE-IDX)
               MOVE 'YES' TO PROD-FOUND-SW
               MOVE PROD-IDX TO C-PROD-FOUND-IDX
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-TRX-CTR.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.

      *    REASON 90 CARRIES THIS PROGRAM'S OWN MESSAGE TEXT.
           IF EP-ERR-MSG NOT = SPACES
               MOVE '90' TO C-REASON-CODE
           END-IF.

           IF C-REASON-CODE NOT = SPACES
               PERFORM 2150-REJECT-OUTPUT
           ELSE
               IF C-POST-INT < C-WIN-START-INT
                   ADD 1 TO C-OLD-CTR
               ELSE
                   PERFORM 2100-POST-PRODUCTION
               END-IF
           END-IF.

           PERFORM 9000-READ-TRANS.


      *    A PRODUCTION RECORD NEEDS A HERD MASTER SPECIES, A
      *    PRODUCT, A NUMERIC QUANTITY AND A REAL DATE NOT AFTER THE
      *    BUSINESS DATE.  RECORDS OLDER THAN THE PRIOR MONTH ARE
      *    GOOD BUT FALL OUTSIDE THE WINDOW AND ARE ONLY COUNTED.
       2050-VALIDATION.

           MOVE SPACES TO C-REASON-CODE.
           MOVE SPACES TO EP-ERR-MSG.

           IF PT-ANIMAL = SPACES
               MOVE '01' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           MOVE PT-ANIMAL TO C-LOOKUP-ANIMAL.
           PERFORM 1500-SPECIES-LOOKUP.
           IF SPEC-FOUND-SW = 'NO'
               MOVE '06' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           IF PT-PRODUCT = SPACES
               MOVE 'PRODUCT IS BLANK.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF PT-QTY NOT NUMERIC
               MOVE '02' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           MOVE PT-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
              OR PT-DATE-9 > C-TODAY-DATE
               MOVE 'PRODUCTION DATE IS NOT VALID OR IN THE FUTURE.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.
           COMPUTE C-POST-INT =
               FUNCTION INTEGER-OF-DATE (PT-DATE-9).
           IF C-POST-INT < C-WIN-START-INT
               GO TO 2050-EXIT
           END-IF.

           PERFORM 1520-LINE-LOOKUP.
           IF LINE-FOUND-SW = 'NO'
               AND C-LINE-TBL-CTR NOT < 20
               MOVE 'NO ROOM FOR A NEW PRODUCT LINE - TABLE FULL.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

       2050-EXIT.
           EXIT.


       2100-POST-PRODUCTION.

           IF LINE-FOUND-SW = 'NO'
               ADD 1 TO C-LINE-TBL-CTR
               MOVE C-LINE-TBL-CTR TO C-LINE-FOUND-IDX
               SET LINE-IDX TO C-LINE-TBL-CTR
               MOVE PT-ANIMAL TO T-PL-ANIMAL (LINE-IDX)
               MOVE PT-PRODUCT TO T-PL-PRODUCT (LINE-IDX)
               MOVE C-SPEC-FOUND-IDX TO T-PL-SPEC-IDX (LINE-IDX)
               MOVE 62 TO T-PL-FIRST-IDX (LINE-IDX)
               PERFORM 2110-CLEAR-DAY
                   VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > 62
           END-IF.

           SET LINE-IDX TO C-LINE-FOUND-IDX.
           COMPUTE C-POST-IDX = C-POST-INT - C-WIN-START-INT + 1.
           SET DAY-IDX TO C-POST-IDX.
           IF C-POST-IDX < T-PL-FIRST-IDX (LINE-IDX)
               MOVE C-POST-IDX TO T-PL-FIRST-IDX (LINE-IDX)
           END-IF.
           ADD PT-QTY TO T-PL-QTY (LINE-IDX DAY-IDX).
           MOVE 'Y' TO T-PL-RECORDED (LINE-IDX DAY-IDX).
           ADD 1 TO C-POST-CTR.

       2110-CLEAR-DAY.

           MOVE ZERO TO T-PL-QTY (LINE-IDX DAY-IDX).
           MOVE 'N' TO T-PL-RECORDED (LINE-IDX DAY-IDX).


       2150-REJECT-OUTPUT.

           ADD 1 TO C-REJ-CTR.

           MOVE C-REASON-CODE TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           MOVE TRANS-REC TO EP-BAD-RECORD.

           CALL 'GROUPERR' USING ERR-PARMS.



       3000-CLOSING.

           MOVE '99' TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           CALL 'GROUPERR' USING ERR-PARMS.

           PERFORM 3100-DAILY-PRODUCTION.
           PERFORM 3200-MONTH-SUMMARY.
           PERFORM 3300-VET-LIST.
           PERFORM 3400-RUN-TOTALS.

           CLOSE PROD-TRANS.
           CLOSE PROD-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRX-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    EVERY DAY OF THE BUSINESS MONTH TO DATE, EVERY PRODUCTION
      *    LINE - A DAY WITH NOTHING KEYED STILL PRINTS, FLAGGED.
       3100-DAILY-PRODUCTION.

           MOVE 'DAILY PRODUCTION - MONTH TO DATE' TO O-HDG-TITLE.
           MOVE 1 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           IF C-LINE-TBL-CTR = ZERO
               MOVE 'NO PRODUCTION RECORDED THIS MONTH OR LAST.'
                   TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'NO' TO VET-ONLY-SW
               PERFORM 3110-ONE-DAY
                   VARYING DAY-IDX FROM C-CUR-FIRST-IDX BY 1
                       UNTIL DAY-IDX > C-TODAY-IDX
           END-IF.

       3110-ONE-DAY.

           SET C-DAY-NO TO DAY-IDX.
           COMPUTE C-DAY-INT = C-WIN-START-INT + C-DAY-NO - 1.
           COMPUTE C-DAY-DATE =
               FUNCTION DATE-OF-INTEGER (C-DAY-INT).
           PERFORM 3120-ONE-LINE-DAY
               VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > C-LINE-TBL-CTR.

       3120-ONE-LINE-DAY.

           PERFORM 3500-EVALUATE-DAY THRU 3500-EXIT.
           IF VET-ONLY-SW = 'NO'
              OR DAY-FLAG-SW = 'YES'
               MOVE C-DAY-DATE TO O-DY-DATE
               MOVE T-PL-ANIMAL (LINE-IDX) TO O-DY-ANIMAL
               MOVE T-PL-PRODUCT (LINE-IDX) TO O-DY-PRODUCT
               MOVE C-DAY-QTY TO O-DY-QTY
               MOVE C-PER-HEAD TO O-DY-PER-HEAD
               MOVE C-TRAIL-AVG TO O-DY-TRAIL-AVG
               WRITE PRTLINE
                   FROM DAILY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.


      *    MONTH TO DATE AGAINST THE WHOLE PRIOR MONTH, COMPARED ON
      *    THE DAILY AVERAGE SO A PART MONTH IS A FAIR MATCH.  THE
      *    SPECIES' WHOLE FEED BILL IS CARRIED BY ITS PRODUCT - A
      *    SPECIES KEYED WITH TWO PRODUCTS CARRIES IT AGAINST EACH.
       3200-MONTH-SUMMARY.

           MOVE 'MONTHLY PRODUCTION AND TREND' TO O-HDG-TITLE.
           MOVE 2 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           PERFORM 3210-MONTH-ONE-LINE
               VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > C-LINE-TBL-CTR.

           IF C-LINE-TBL-CTR = ZERO
               MOVE 'NO PRODUCTION RECORDED THIS MONTH OR LAST.'
                   TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRTLINE
                   FROM BLANK-LINE
                       AFTER ADVANCING 1 LINE
               PERFORM 3230-MONTH-ONE-PRODUCT
                   VARYING PROD-IDX FROM 1 BY 1
                       UNTIL PROD-IDX > C-PROD-TBL-CTR
           END-IF.

       3210-MONTH-ONE-LINE.

           MOVE ZERO TO C-CUR-QTY.
           MOVE ZERO TO C-PRIOR-QTY.
           MOVE ZERO TO C-REC-DAYS.
           PERFORM 3220-MONTH-ONE-DAY
               VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > C-TODAY-IDX.

           SET SPEC-IDX TO T-PL-SPEC-IDX (LINE-IDX).
           MOVE T-SP-QTY (SPEC-IDX) TO C-HEADCOUNT.
           MOVE T-SP-FEED-COST (SPEC-IDX) TO C-FEED-COST.

           PERFORM 1540-PRODUCT-LOOKUP.
           IF PROD-FOUND-SW = 'NO'
               AND C-PROD-TBL-CTR < 10
                   ADD 1 TO C-PROD-TBL-CTR
                   MOVE C-PROD-TBL-CTR TO C-PROD-FOUND-IDX
                   SET PROD-IDX TO C-PROD-TBL-CTR
                   MOVE T-PL-PRODUCT (LINE-IDX)
                       TO T-PR-PRODUCT (PROD-IDX)
                   MOVE ZERO TO T-PR-HEAD (PROD-IDX)
                   MOVE ZERO TO T-PR-CUR (PROD-IDX)
                   MOVE ZERO TO T-PR-PRIOR (PROD-IDX)
                   MOVE ZERO TO T-PR-FEED-COST (PROD-IDX)
           END-IF.
           IF C-PROD-FOUND-IDX > ZERO
               SET PROD-IDX TO C-PROD-FOUND-IDX
               ADD C-HEADCOUNT TO T-PR-HEAD (PROD-IDX)
               ADD C-CUR-QTY TO T-PR-CUR (PROD-IDX)
               ADD C-PRIOR-QTY TO T-PR-PRIOR (PROD-IDX)
               ADD C-FEED-COST TO T-PR-FEED-COST (PROD-IDX)
           END-IF.

           MOVE T-PL-ANIMAL (LINE-IDX) TO O-MO-ANIMAL.
           MOVE T-PL-PRODUCT (LINE-IDX) TO O-MO-PRODUCT.
           MOVE C-REC-DAYS TO O-MO-REC-DAYS.
           PERFORM 3240-MONTH-PRINT.

       3220-MONTH-ONE-DAY.

           IF DAY-IDX < C-CUR-FIRST-IDX
               ADD T-PL-QTY (LINE-IDX DAY-IDX) TO C-PRIOR-QTY
           ELSE
               ADD T-PL-QTY (LINE-IDX DAY-IDX) TO C-CUR-QTY
               IF T-PL-RECORDED (LINE-IDX DAY-IDX) = 'Y'
                   ADD 1 TO C-REC-DAYS
               END-IF
           END-IF.

      *    ONE TOTAL PER PRODUCT ACROSS EVERY SPECIES PRODUCING IT.
       3230-MONTH-ONE-PRODUCT.

           MOVE 'ALL SPECIES' TO O-MO-ANIMAL.
           MOVE T-PR-PRODUCT (PROD-IDX) TO O-MO-PRODUCT.
           MOVE T-PR-HEAD (PROD-IDX) TO C-HEADCOUNT.
           MOVE T-PR-CUR (PROD-IDX) TO C-CUR-QTY.
           MOVE T-PR-PRIOR (PROD-IDX) TO C-PRIOR-QTY.
           MOVE T-PR-FEED-COST (PROD-IDX) TO C-FEED-COST.
           MOVE ZERO TO O-MO-REC-DAYS.
           PERFORM 3240-MONTH-PRINT.

       3240-MONTH-PRINT.

           MOVE C-HEADCOUNT TO O-MO-HEAD.
           MOVE C-CUR-QTY TO O-MO-QTY.
           IF C-HEADCOUNT > ZERO
               COMPUTE C-PER-HEAD ROUNDED = C-CUR-QTY / C-HEADCOUNT
           ELSE
               MOVE ZERO TO C-PER-HEAD
           END-IF.
           MOVE C-PER-HEAD TO O-MO-PER-HEAD.

           COMPUTE C-CUR-AVG ROUNDED = C-CUR-QTY / C-CUR-DAYS.
           COMPUTE C-PRIOR-AVG ROUNDED = C-PRIOR-QTY / C-PRIOR-DAYS.
           MOVE C-CUR-AVG TO O-MO-AVG.
           MOVE C-PRIOR-QTY TO O-MO-PRIOR.
           MOVE C-PRIOR-AVG TO O-MO-PRIOR-AVG.

           IF C-PRIOR-AVG > ZERO
               COMPUTE C-CHANGE-PCT ROUNDED =
                   (C-CUR-AVG - C-PRIOR-AVG) * 100 / C-PRIOR-AVG
               IF C-CUR-AVG < C-PRIOR-AVG
                   MOVE 'DOWN' TO O-MO-TREND
               ELSE
                   MOVE 'UP' TO O-MO-TREND
               END-IF
           ELSE
               MOVE ZERO TO C-CHANGE-PCT
               MOVE 'NEW' TO O-MO-TREND
           END-IF.
           MOVE C-CHANGE-PCT TO O-MO-CHANGE.

           MOVE C-FEED-COST TO O-MO-FEED-COST.
           IF C-CUR-QTY > ZERO
               COMPUTE C-COST-PER-UNIT ROUNDED =
                   C-FEED-COST / C-CUR-QTY
           ELSE
               MOVE ZERO TO C-COST-PER-UNIT
           END-IF.
           MOVE C-COST-PER-UNIT TO O-MO-PER-UNIT.

           WRITE PRTLINE
               FROM MONTH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.


      *    ONLY THE FLAGGED DAYS, SO THE VET SEES THE EXCEPTIONS
      *    WITHOUT READING THE WHOLE MONTH.
       3300-VET-LIST.

           MOVE 'PRODUCTION FLAGS FOR THE VET' TO O-HDG-TITLE.
           MOVE 3 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           MOVE 'YES' TO VET-ONLY-SW.
           PERFORM 3110-ONE-DAY
               VARYING DAY-IDX FROM C-CUR-FIRST-IDX BY 1
                   UNTIL DAY-IDX > C-TODAY-IDX
                      OR C-LINE-TBL-CTR = ZERO.

           IF C-MISSING-CTR = ZERO
              AND C-DROP-CTR = ZERO
               MOVE 'NO MISSING DAYS OR YIELD DROPS.' TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.


       3400-RUN-TOTALS.

           MOVE 4 TO C-SECTION.

           MOVE 'PRODUCTION RECORDS READ:' TO O-TOT-DESC.
           MOVE C-TRX-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'RECORDS POSTED:' TO O-TOT-DESC.
           MOVE C-POST-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'OLDER THAN PRIOR MONTH:' TO O-TOT-DESC.
           MOVE C-OLD-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS REJECTED:' TO O-TOT-DESC.
           MOVE C-REJ-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'DAYS WITH NO RECORD:' TO O-TOT-DESC.
           MOVE C-MISSING-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'YIELD DROPS FLAGGED:' TO O-TOT-DESC.
           MOVE C-DROP-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.


      *    ONE DAY OF ONE PRODUCTION LINE: QUANTITY, YIELD PER HEAD,
      *    THE AVERAGE OF THE RECORDED DAYS IN THE TRAILING WINDOW
      *    BEFORE IT (WHICH MAY REACH BACK INTO THE PRIOR MONTH) AND
      *    THE FLAG.  THE VET PASS IS THE ONE THAT COUNTS THE FLAGS.
       3500-EVALUATE-DAY.

           MOVE 'NO' TO DAY-FLAG-SW.
           MOVE SPACES TO O-DY-FLAG.
           MOVE T-PL-QTY (LINE-IDX DAY-IDX) TO C-DAY-QTY.

           SET SPEC-IDX TO T-PL-SPEC-IDX (LINE-IDX).
           IF T-SP-QTY (SPEC-IDX) > ZERO
               COMPUTE C-PER-HEAD ROUNDED =
                   C-DAY-QTY / T-SP-QTY (SPEC-IDX)
           ELSE
               MOVE ZERO TO C-PER-HEAD
           END-IF.

           MOVE ZERO TO C-TRAIL-SUM.
           MOVE ZERO TO C-TRAIL-CTR.
           MOVE ZERO TO C-TRAIL-AVG.
           COMPUTE C-TRAIL-FROM = C-DAY-NO - C-TRAIL-DAYS.
           IF C-TRAIL-FROM < 1
               MOVE 1 TO C-TRAIL-FROM
           END-IF.
           PERFORM 3510-TRAIL-ONE-DAY
               VARYING TRAIL-IDX FROM C-TRAIL-FROM BY 1
                   UNTIL TRAIL-IDX NOT < DAY-IDX.
           IF C-TRAIL-CTR > ZERO
               COMPUTE C-TRAIL-AVG ROUNDED = C-TRAIL-SUM / C-TRAIL-CTR
           END-IF.

           IF C-DAY-NO < T-PL-FIRST-IDX (LINE-IDX)
               GO TO 3500-EXIT
           END-IF.

           IF T-PL-RECORDED (LINE-IDX DAY-IDX) NOT = 'Y'
               MOVE 'YES' TO DAY-FLAG-SW
               MOVE '** NO PRODUCTION RECORD' TO O-DY-FLAG
               IF VET-ONLY-SW = 'YES'
                   ADD 1 TO C-MISSING-CTR
               END-IF
           ELSE
               IF C-TRAIL-AVG > ZERO
                  AND C-DAY-QTY < C-TRAIL-AVG
                   COMPUTE C-DROP ROUNDED =
                       (C-TRAIL-AVG - C-DAY-QTY) * 100 / C-TRAIL-AVG
                   IF C-DROP > C-DROP-PCT
                       MOVE 'YES' TO DAY-FLAG-SW
                       MOVE '** YIELD DOWN   % FROM AVG' TO O-DY-FLAG
                       MOVE C-DROP TO O-DY-DROP-PCT
                       IF VET-ONLY-SW = 'YES'
                           ADD 1 TO C-DROP-CTR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3500-EXIT.
           EXIT.

       3510-TRAIL-ONE-DAY.

           IF T-PL-RECORDED (LINE-IDX TRAIL-IDX) = 'Y'
               ADD T-PL-QTY (LINE-IDX TRAIL-IDX) TO C-TRAIL-SUM
               ADD 1 TO C-TRAIL-CTR
           END-IF.


       9000-READ-TRANS.

           READ PROD-TRANS
               AT END
                   MOVE 'NO' TO MORE-TRANS.


       9900-DETAIL-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM DETAIL-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

           EVALUATE C-SECTION
               WHEN 1
               WHEN 3
                   MOVE C-DROP-PCT TO O-DROP-PCT
                   MOVE C-TRAIL-DAYS TO O-TRAIL-DAYS
                   WRITE PRTLINE
                       FROM PARM-LINE
                           AFTER ADVANCING 1 LINE
                   WRITE PRTLINE
                       FROM BLANK-LINE
                           AFTER ADVANCING 1 LINE
                   WRITE PRTLINE
                       FROM DAILY-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
               WHEN 2
                   WRITE PRTLINE
                       FROM MONTH-COLUMN-HEADING-1
                           AFTER ADVANCING 1 LINE
                   WRITE PRTLINE
                       FROM MONTH-COLUMN-HEADING-2
                           AFTER ADVANCING 1 LINE
           END-EVALUATE.

           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
