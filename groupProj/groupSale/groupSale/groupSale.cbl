       IDENTIFICATION DIVISION.
       PROGRAM-ID.             GROUPSAL.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - GROUP PROJECT - SALE SETTLEMENT -        *
      * AN S MOVEMENT IN GROUPTRX ONLY REDUCED THE  *
      * HEADCOUNT - WHAT THE ANIMALS BROUGHT NEVER  *
      * REACHED THE SYSTEM.  EACH SALE SETTLEMENT   *
      * (SPECIES, HEAD SOLD, BUYER, TOTAL WEIGHT,   *
      * PRICE PER HUNDREDWEIGHT, COMMISSION AND     *
      * TRUCKING) IS PAIRED WITH AN UNSETTLED S     *
      * MOVEMENT OF THE SAME SPECIES AND HEAD COUNT *
      * ON HERDTRN.  THE REPORT CARRIES THE BUYER   *
      * SETTLEMENT REGISTER, THEN NET PROCEEDS PER  *
      * HEAD AGAINST THE HM-VALUE CARRIED ON THE    *
      * HERD MASTER AND THE FEED COST PER HEAD FROM *
      * THE GROUPFED INPUTS, GIVING THE REALIZED    *
      * MARGIN PER SPECIES, AND LISTS THE S         *
      * MOVEMENTS STILL WAITING ON A SETTLEMENT.    *
      * GROSS SALES, COMMISSION AND TRUCKING GO OUT *
      * AS A CHARTACC-MAPPED, HASH-TRAILED GL       *
      * EXTRACT (FARMGL) FOR CBLGLC00.  BAD         *
      * SETTLEMENTS GO THROUGH GROUPERR.            *
      ***********************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT SALE-SETTLEMENTS
           ASSIGN TO SALESETL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HERD-TRANS
           ASSIGN TO HERDTRN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-HTRN-STATUS.

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

           SELECT OPTIONAL CHART-OF-ACCOUNTS
           ASSIGN TO CHARTACC
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-CHART-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT GL-OUT
           ASSIGN TO FARMGL
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALE-PRTOUT
           ASSIGN TO SALERPT.



       DATA DIVISION.
       FILE SECTION.

       FD  SALE-SETTLEMENTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS SETTLE-REC
           RECORD CONTAINS 66 CHARACTERS.

       01  SETTLE-REC.
           05  SS-ANIMAL         PIC X(11).
           05  SS-HEAD           PIC 99.
           05  SS-BUYER          PIC X(20).
           05  SS-DATE           PIC X(8).
           05  SS-DATE-9 REDEFINES SS-DATE
                                 PIC 9(8).
           05  SS-WEIGHT         PIC 9(6).
           05  SS-CWT-PRICE      PIC 9(3)V99.
           05  SS-COMMISSION     PIC 9(5)V99.
           05  SS-TRUCKING       PIC 9(5)V99.

       FD  HERD-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS HERD-TRANS-REC
           RECORD CONTAINS 14 CHARACTERS.

       01  HERD-TRANS-REC.
           05  TX-TYPE           PIC X.
           05  TX-ANIMAL         PIC X(11).
           05  TX-QTY            PIC 99.

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

       FD  CHART-OF-ACCOUNTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CHART-REC.

       01  CHART-REC.
           05  CA-KEY            PIC X(10).
           05  CA-ACCOUNT        PIC 9(8).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD  GL-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS GL-REC.

       01  GL-REC.
           05  GL-ACCOUNT        PIC 9(8).
           05  GL-DESC           PIC X(20).
           05  GL-AMOUNT         PIC S9(9)V99
                                 SIGN IS TRAILING SEPARATE.
           05  FILLER            PIC X.

       01  GL-TRAILER REDEFINES GL-REC.
           05  TL-ID             PIC X(8).
           05  TL-REC-CTR        PIC 9(6).
           05  TL-HASH-TOTAL     PIC 9(11)V99.
           05  FILLER            PIC X(14).

       FD SALE-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).



       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  MORE-SETTLES    PIC XXX       VALUE 'YES'.
           05  MORE-HTRN       PIC XXX       VALUE 'YES'.
           05  MORE-HERD       PIC XXX       VALUE 'YES'.
           05  MORE-FEEDS      PIC XXX       VALUE 'YES'.
           05  MORE-FTRN       PIC XXX       VALUE 'YES'.
           05  MORE-CHART      PIC XXX       VALUE 'YES'.
           05  C-HTRN-STATUS   PIC XX        VALUE '00'.
           05  C-HERD-STATUS   PIC XX        VALUE '00'.
           05  C-FEED-STATUS   PIC XX        VALUE '00'.
           05  C-FTRN-STATUS   PIC XX        VALUE '00'.
           05  C-CHART-STATUS  PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  C-SPEC-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-SPEC-FOUND-IDX PIC 99       VALUE ZERO.
           05  SPEC-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  C-LOOKUP-ANIMAL PIC X(11)     VALUE SPACES.

           05  C-FEED-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-FEED-FOUND-IDX PIC 99       VALUE ZERO.
           05  FEED-FOUND-SW   PIC XXX       VALUE 'NO'.

           05  C-MOVE-TBL-CTR  PIC 9(3)      VALUE ZERO.
           05  C-MOVE-FOUND-IDX PIC 9(3)     VALUE ZERO.
           05  MOVE-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  C-MOVE-LOST-CTR PIC 9(5)      VALUE ZERO.

           05  C-BUY-TBL-CTR   PIC 99        VALUE ZERO.
           05  C-BUY-FOUND-IDX PIC 99        VALUE ZERO.
           05  BUY-FOUND-SW    PIC XXX       VALUE 'NO'.

           05  C-SET-TBL-CTR   PIC 9(3)      VALUE ZERO.
           05  FIRST-LINE-SW   PIC XXX       VALUE 'NO'.

           05  C-CHART-TBL-CTR PIC 99        VALUE ZERO.
           05  C-GL-LOOKUP-KEY PIC X(10)     VALUE SPACES.
           05  C-GL-ACCOUNT    PIC 9(8)      VALUE ZERO.
           05  C-GL-REC-CTR    PIC 9(6)      VALUE ZERO.
           05  C-GL-HASH       PIC 9(11)V99  VALUE ZERO.
           05  C-GL-AMOUNT     PIC S9(9)V99  VALUE ZERO.

           05  C-REASON-CODE   PIC XX        VALUE SPACES.
           05  C-SECTION       PIC 9         VALUE ZERO.
           05  C-SALE-DATE     PIC 9(8)      VALUE ZERO.
           05  C-FEED-COST     PIC 9(7)V99   VALUE ZERO.
           05  C-GROSS         PIC 9(7)V99   VALUE ZERO.
           05  C-NET           PIC S9(7)V99  VALUE ZERO.
           05  C-NET-PER-HEAD  PIC S9(7)V99  VALUE ZERO.
           05  C-FEED-PER-HEAD PIC 9(7)V99   VALUE ZERO.
           05  C-MARGIN-PER-HEAD PIC S9(7)V99 VALUE ZERO.
           05  C-MARGIN        PIC S9(9)V99  VALUE ZERO.

           05  C-SET-CTR       PIC 9(5)      VALUE ZERO.
           05  C-REJ-CTR       PIC 9(5)      VALUE ZERO.
           05  C-POST-CTR      PIC 9(5)      VALUE ZERO.
           05  C-SALE-MOVE-CTR PIC 9(5)      VALUE ZERO.
           05  C-UNSETTLED-CTR PIC 9(5)      VALUE ZERO.

       01  GRAND-TOTALS.
           05  GT-HEAD         PIC 9(5)      VALUE ZERO.
           05  GT-WEIGHT       PIC 9(8)      VALUE ZERO.
           05  GT-GROSS        PIC 9(9)V99   VALUE ZERO.
           05  GT-COMMISSION   PIC 9(7)V99   VALUE ZERO.
           05  GT-TRUCKING     PIC 9(7)V99   VALUE ZERO.
           05  GT-NET          PIC S9(9)V99  VALUE ZERO.
           05  GT-MARGIN       PIC S9(9)V99  VALUE ZERO.

       01  ERR-PARMS.
           05  EP-PGM-ID       PIC X(9)    VALUE 'GROUPSAL'.
           05  EP-REASON-CODE  PIC XX.
           05  EP-ERR-MSG      PIC X(59).
           05  EP-BAD-RECORD   PIC X(80).

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.


      *    ONE ENTRY PER HERD MASTER SPECIES - THE CARRIED VALUE AND
      *    HEADCOUNT FROM THE MASTER, FEED COST FROM THE FEED INPUTS
      *    AND WHAT THE POSTED SETTLEMENTS BROUGHT IN.
       01  SPECIES-TABLE.
           05  SPEC-ENTRY OCCURS 30 TIMES INDEXED BY SPEC-IDX.
               10  T-SP-ANIMAL     PIC X(11).
               10  T-SP-QTY        PIC 99.
               10  T-SP-VALUE      PIC 9(5)V99.
               10  T-SP-FEED-COST  PIC 9(9)V99.
               10  T-SP-HEAD-SOLD  PIC 9(5).
               10  T-SP-NET        PIC S9(9)V99.

       01  FEED-TABLE.
           05  FEED-ENTRY OCCURS 30 TIMES INDEXED BY FEED-IDX.
               10  T-FEED-TYPE     PIC X(11).
               10  T-UNIT-COST     PIC 9(3)V99.

       01  SALE-MOVE-TABLE.
           05  MOVE-ENTRY OCCURS 500 TIMES INDEXED BY MOVE-IDX.
               10  T-MV-ANIMAL     PIC X(11).
               10  T-MV-QTY        PIC 99.
               10  T-MV-PAIRED     PIC X.

       01  BUYER-TABLE.
           05  BUY-ENTRY OCCURS 50 TIMES INDEXED BY BUY-IDX.
               10  T-BY-BUYER      PIC X(20).
               10  T-BY-HEAD       PIC 9(5).
               10  T-BY-WEIGHT     PIC 9(8).
               10  T-BY-GROSS      PIC 9(9)V99.
               10  T-BY-COMMISSION PIC 9(7)V99.
               10  T-BY-TRUCKING   PIC 9(7)V99.
               10  T-BY-NET        PIC S9(9)V99.

       01  SETTLE-TABLE.
           05  SET-ENTRY OCCURS 500 TIMES INDEXED BY SET-IDX.
               10  T-ST-BUY-IDX    PIC 99.
               10  T-ST-ANIMAL     PIC X(11).
               10  T-ST-DATE       PIC 9(8).
               10  T-ST-HEAD       PIC 99.
               10  T-ST-WEIGHT     PIC 9(6).
               10  T-ST-CWT-PRICE  PIC 9(3)V99.
               10  T-ST-GROSS      PIC 9(7)V99.
               10  T-ST-COMMISSION PIC 9(5)V99.
               10  T-ST-TRUCKING   PIC 9(5)V99.
               10  T-ST-NET        PIC S9(7)V99.
               10  T-ST-PER-HEAD   PIC S9(7)V99.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 30 TIMES INDEXED BY CHART-IDX.
               10  TC-CA-KEY       PIC X(10).
               10  TC-CA-ACCOUNT   PIC 9(8).


       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.
       01  C-TODAY-DATE REDEFINES SYS-DATE PIC 9(8).



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(44)   VALUE SPACES.
           05  FILLER       PIC X(22)   VALUE 'SALE SETTLEMENT'.
           05  FILLER       PIC X(42)   VALUE SPACES.
           COPY RPTPAGE.

       01  DETAIL-HEADING-LINE.
           05  FILLER       PIC X(13)   VALUE 'GROUP-PROJECT'.
           05  FILLER       PIC X(47)   VALUE SPACES.
           05  O-HDG-TITLE  PIC X(36)   VALUE SPACES.
           05  FILLER       PIC X(36)   VALUE SPACES.

       01  REGISTER-COLUMN-HEADING.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(20)   VALUE 'BUYER'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'SOLD ON'.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(4)    VALUE 'HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE ' WEIGHT'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'PER CWT'.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(13)   VALUE '        GROSS'.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE 'COMMISSION'.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE '  TRUCKING'.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(14)   VALUE '  NET PROCEEDS'.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE '   NET/HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.

       01  REGISTER-LINE.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-RG-BUYER      PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RG-ANIMAL     PIC X(11).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RG-DATE       PIC 9(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RG-HEAD       PIC ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RG-WEIGHT     PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-RG-CWT-PRICE  PIC $$$9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-RG-GROSS      PIC $$,$$$,$$$.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-RG-COMMISSION PIC $$$,$$$.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-RG-TRUCKING   PIC $$$,$$$.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-RG-NET        PIC $$,$$$,$$$.99-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-RG-PER-HEAD   PIC $$$,$$$.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.

       01  BUYER-TOTAL-LINE.
           05  FILLER          PIC X(24)   VALUE SPACES.
           05  O-BT-DESC       PIC X(12).
           05  O-BT-HEAD       PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE ' HEAD'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-BT-WEIGHT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE ' LBS'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-BT-GROSS      PIC $$,$$$,$$$.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-BT-COMMISSION PIC $$$,$$$.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-BT-TRUCKING   PIC $$$,$$$.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-BT-NET        PIC $$,$$$,$$$.99-.
           05  FILLER          PIC X(14)   VALUE SPACES.

       01  MARGIN-COLUMN-HEADING.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(6)    VALUE '  SOLD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(14)   VALUE '  NET PROCEEDS'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE '   NET/HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE ' BOOK/HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE ' FEED/HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'MARGIN/HEAD'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(14)   VALUE '  TOTAL MARGIN'.
           05  FILLER       PIC X(30)   VALUE SPACES.

       01  MARGIN-LINE.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  O-MG-ANIMAL     PIC X(11).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-HEAD       PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-NET        PIC $$,$$$,$$$.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-NET-HEAD   PIC $$$,$$$.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-BOOK-HEAD  PIC $$$,$$$.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-FEED-HEAD  PIC $$$,$$$.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-MRGN-HEAD  PIC $$$,$$$.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-MARGIN     PIC $$,$$$,$$$.99-.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-MG-FLAG       PIC X(14).
           05  FILLER          PIC X(14)   VALUE SPACES.

       01  MOVE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-MV-ANIMAL     PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-MV-QTY        PIC Z9.
           05  FILLER          PIC X(24)   VALUE
               ' HEAD - NO SETTLEMENT'.
           05  FILLER          PIC X(86)   VALUE SPACES.

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
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPSAL'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPSAL.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-SETTLES = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.

           PERFORM 1100-LOAD-HERD-MASTER.
           PERFORM 1200-LOAD-FEED-MASTER.
           PERFORM 1300-COST-FEED.
           PERFORM 1400-LOAD-SALE-MOVES.
           PERFORM 1500-READ-CHART.

           OPEN INPUT SALE-SETTLEMENTS.
           OPEN OUTPUT SALE-PRTOUT.

           PERFORM 9000-READ-SETTLE.


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


      *    THE HERD MASTER AS GROUPTRX READS IT - BEFORE THIS RUN'S
      *    SALES COME OFF - SO THE CARRIED VALUE AND THE HEADCOUNT
      *    THE FEED WAS SPREAD OVER ARE THE ONES THAT WERE SOLD FROM.
       1100-LOAD-HERD-MASTER.

           OPEN INPUT HERD-MASTER.
           IF C-HERD-STATUS = '00' OR '05'
               PERFORM 1110-LOAD-ONE-HERD
                   UNTIL MORE-HERD = 'NO'
               CLOSE HERD-MASTER
           END-IF.

       1110-LOAD-ONE-HERD.

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
                   MOVE HM-VALUE TO T-SP-VALUE (SPEC-IDX)
                   MOVE ZERO TO T-SP-FEED-COST (SPEC-IDX)
                   MOVE ZERO TO T-SP-HEAD-SOLD (SPEC-IDX)
                   MOVE ZERO TO T-SP-NET (SPEC-IDX)
           END-IF.


       1200-LOAD-FEED-MASTER.

           OPEN INPUT FEED-MASTER.
           IF C-FEED-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-FEED
                   UNTIL MORE-FEEDS = 'NO'
               CLOSE FEED-MASTER
           END-IF.

       1210-LOAD-ONE-FEED.

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
       1300-COST-FEED.

           OPEN INPUT FEED-TRANS.
           IF C-FTRN-STATUS = '00' OR '05'
               PERFORM 1310-COST-ONE-FEED
                   UNTIL MORE-FTRN = 'NO'
               CLOSE FEED-TRANS
           END-IF.

       1310-COST-ONE-FEED.

           READ FEED-TRANS
               AT END
                   MOVE 'NO' TO MORE-FTRN
           END-READ.
           IF MORE-FTRN = 'YES'
               AND FT-QTY NUMERIC
               PERFORM 1320-FEED-LOOKUP
               MOVE FT-ANIMAL TO C-LOOKUP-ANIMAL
               PERFORM 1600-SPECIES-LOOKUP
               IF FEED-FOUND-SW = 'YES'
                  AND SPEC-FOUND-SW = 'YES'
                   SET FEED-IDX TO C-FEED-FOUND-IDX
                   SET SPEC-IDX TO C-SPEC-FOUND-IDX
                   COMPUTE C-FEED-COST ROUNDED =
                       FT-QTY * T-UNIT-COST (FEED-IDX)
                   ADD C-FEED-COST TO T-SP-FEED-COST (SPEC-IDX)
               END-IF
           END-IF.

       1320-FEED-LOOKUP.

           MOVE 'NO' TO FEED-FOUND-SW.
           MOVE ZERO TO C-FEED-FOUND-IDX.
           PERFORM 1330-FEED-SEARCH
               VARYING FEED-IDX FROM 1 BY 1
                   UNTIL FEED-IDX > C-FEED-TBL-CTR
                      OR FEED-FOUND-SW = 'YES'.

       1330-FEED-SEARCH.

           IF T-FEED-TYPE (FEED-IDX) = FT-FEED-TYPE
               MOVE 'YES' TO FEED-FOUND-SW
               MOVE FEED-IDX TO C-FEED-FOUND-IDX
           END-IF.


      *    THE S MOVEMENTS ON THIS CYCLE'S HERD TRANSACTIONS ARE WHAT
      *    THE SETTLEMENTS PAIR AGAINST.  MOVEMENTS PAST THE TABLE
      *    ARE COUNTED SO THE REPORT CAN SAY THEY WERE NOT CHECKED.
       1400-LOAD-SALE-MOVES.

           OPEN INPUT HERD-TRANS.
           IF C-HTRN-STATUS = '00' OR '05'
               PERFORM 1410-LOAD-ONE-MOVE
                   UNTIL MORE-HTRN = 'NO'
               CLOSE HERD-TRANS
           END-IF.

       1410-LOAD-ONE-MOVE.

           READ HERD-TRANS
               AT END
                   MOVE 'NO' TO MORE-HTRN
           END-READ.
           IF MORE-HTRN = 'YES'
               AND TX-TYPE = 'S'
               AND TX-QTY NUMERIC
               AND TX-QTY > ZERO
               ADD 1 TO C-SALE-MOVE-CTR
               IF C-MOVE-TBL-CTR < 500
                   ADD 1 TO C-MOVE-TBL-CTR
                   SET MOVE-IDX TO C-MOVE-TBL-CTR
                   MOVE TX-ANIMAL TO T-MV-ANIMAL (MOVE-IDX)
                   MOVE TX-QTY TO T-MV-QTY (MOVE-IDX)
                   MOVE 'N' TO T-MV-PAIRED (MOVE-IDX)
               ELSE
                   ADD 1 TO C-MOVE-LOST-CTR
               END-IF
           END-IF.


       1500-READ-CHART.

           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-CHART-STATUS = '00' OR '05'
               PERFORM 1510-READ-CHART-REC
                   UNTIL MORE-CHART = 'NO'
               CLOSE CHART-OF-ACCOUNTS
           END-IF.

       1510-READ-CHART-REC.

           READ CHART-OF-ACCOUNTS
               AT END
                   MOVE 'NO' TO MORE-CHART
           END-READ.
           IF MORE-CHART = 'YES'
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


       1600-SPECIES-LOOKUP.

           MOVE 'NO' TO SPEC-FOUND-SW.
           MOVE ZERO TO C-SPEC-FOUND-IDX.
           PERFORM 1610-SPECIES-SEARCH
               VARYING SPEC-IDX FROM 1 BY 1
                   UNTIL SPEC-IDX > C-SPEC-TBL-CTR
                      OR SPEC-FOUND-SW = 'YES'.

       1610-SPECIES-SEARCH.

           IF T-SP-ANIMAL (SPEC-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO SPEC-FOUND-SW
               MOVE SPEC-IDX TO C-SPEC-FOUND-IDX
           END-IF.


      *    THE FIRST S MOVEMENT OF THE SAME SPECIES AND HEAD COUNT
      *    NOT ALREADY CLAIMED BY AN EARLIER SETTLEMENT.
       1700-MOVE-LOOKUP.

           MOVE 'NO' TO MOVE-FOUND-SW.
           MOVE ZERO TO C-MOVE-FOUND-IDX.
           PERFORM 1710-MOVE-SEARCH
               VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > C-MOVE-TBL-CTR
                      OR MOVE-FOUND-SW = 'YES'.

       1710-MOVE-SEARCH.

           IF T-MV-ANIMAL (MOVE-IDX) = SS-ANIMAL
              AND T-MV-QTY (MOVE-IDX) = SS-HEAD
              AND T-MV-PAIRED (MOVE-IDX) = 'N'
               MOVE 'YES' TO MOVE-FOUND-SW
               MOVE MOVE-IDX TO C-MOVE-FOUND-IDX
           END-IF.


       1800-BUYER-LOOKUP.

           MOVE 'NO' TO BUY-FOUND-SW.
           MOVE ZERO TO C-BUY-FOUND-IDX.
           PERFORM 1810-BUYER-SEARCH
               VARYING BUY-IDX FROM 1 BY 1
                   UNTIL BUY-IDX > C-BUY-TBL-CTR
                      OR BUY-FOUND-SW = 'YES'.

       1810-BUYER-SEARCH.

           IF T-BY-BUYER (BUY-IDX) = SS-BUYER
               MOVE 'YES' TO BUY-FOUND-SW
               MOVE BUY-IDX TO C-BUY-FOUND-IDX
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-SET-CTR.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.

      *    REASON 90 CARRIES THIS PROGRAM'S OWN MESSAGE TEXT.
           IF EP-ERR-MSG NOT = SPACES
               MOVE '90' TO C-REASON-CODE
           END-IF.

           IF C-REASON-CODE NOT = SPACES
               PERFORM 2150-REJECT-OUTPUT
           ELSE
               PERFORM 2100-POST-SETTLEMENT
           END-IF.

           PERFORM 9000-READ-SETTLE.


      *    A SETTLEMENT MUST NAME A HERD MASTER SPECIES AND A BUYER,
      *    CARRY USABLE WEIGHT AND PRICE FIGURES, AND FIND ITS OWN
      *    S MOVEMENT ON HERDTRN - A SETTLEMENT FOR A SALE THAT WAS
      *    NEVER POSTED WOULD PUT MONEY ON THE BOOKS FOR ANIMALS
      *    STILL CARRIED ON THE MASTER.
       2050-VALIDATION.

           MOVE SPACES TO C-REASON-CODE.
           MOVE SPACES TO EP-ERR-MSG.

           IF SS-ANIMAL = SPACES
               MOVE '01' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           MOVE SS-ANIMAL TO C-LOOKUP-ANIMAL.
           PERFORM 1600-SPECIES-LOOKUP.
           IF SPEC-FOUND-SW = 'NO'
               MOVE '06' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           IF SS-HEAD NOT NUMERIC OR SS-HEAD = ZERO
               MOVE '02' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           IF SS-BUYER = SPACES
               MOVE 'BUYER NAME IS BLANK.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

      *    A BLANK DATE SETTLES AT THE BUSINESS DATE.
           IF SS-DATE = SPACES
               MOVE C-TODAY-DATE TO C-SALE-DATE
           ELSE
               MOVE SS-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'SALE DATE IS NOT VALID OR IN THE FUTURE.'
                       TO EP-ERR-MSG
                   GO TO 2050-EXIT
               END-IF
               MOVE SS-DATE-9 TO C-SALE-DATE
           END-IF.

           IF SS-WEIGHT NOT NUMERIC OR SS-WEIGHT = ZERO
               MOVE 'TOTAL WEIGHT MUST BE NUMERIC AND NONZERO.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF SS-CWT-PRICE NOT NUMERIC OR SS-CWT-PRICE = ZERO
               MOVE 'PRICE PER CWT MUST BE NUMERIC AND NONZERO.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF SS-COMMISSION NOT NUMERIC
              OR SS-TRUCKING NOT NUMERIC
               MOVE 'COMMISSION OR TRUCKING IS NOT NUMERIC.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           PERFORM 1700-MOVE-LOOKUP.
           IF MOVE-FOUND-SW = 'NO'
               MOVE 'NO UNSETTLED S MOVEMENT FOR THIS SPECIES AND HEAD.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           PERFORM 1800-BUYER-LOOKUP.
           IF BUY-FOUND-SW = 'NO'
               AND C-BUY-TBL-CTR NOT < 50
               MOVE 'NO ROOM FOR A NEW BUYER - BUYER TABLE FULL.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF C-SET-TBL-CTR NOT < 500
               MOVE 'NO ROOM FOR THE SETTLEMENT - REGISTER TABLE FULL.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

       2050-EXIT.
           EXIT.


      *    GROSS IS WEIGHT IN HUNDREDWEIGHT TIMES THE PRICE; THE
      *    SALE BARN'S COMMISSION AND THE HAULER COME OFF TO NET.
       2100-POST-SETTLEMENT.

           SET MOVE-IDX TO C-MOVE-FOUND-IDX.
           MOVE 'Y' TO T-MV-PAIRED (MOVE-IDX).

           COMPUTE C-GROSS ROUNDED =
               SS-WEIGHT * SS-CWT-PRICE / 100.
           COMPUTE C-NET =
               C-GROSS - SS-COMMISSION - SS-TRUCKING.
           COMPUTE C-NET-PER-HEAD ROUNDED =
               C-NET / SS-HEAD.

           IF BUY-FOUND-SW = 'NO'
               ADD 1 TO C-BUY-TBL-CTR
               MOVE C-BUY-TBL-CTR TO C-BUY-FOUND-IDX
               SET BUY-IDX TO C-BUY-TBL-CTR
               MOVE SS-BUYER TO T-BY-BUYER (BUY-IDX)
               MOVE ZERO TO T-BY-HEAD (BUY-IDX)
               MOVE ZERO TO T-BY-WEIGHT (BUY-IDX)
               MOVE ZERO TO T-BY-GROSS (BUY-IDX)
               MOVE ZERO TO T-BY-COMMISSION (BUY-IDX)
               MOVE ZERO TO T-BY-TRUCKING (BUY-IDX)
               MOVE ZERO TO T-BY-NET (BUY-IDX)
           END-IF.
           SET BUY-IDX TO C-BUY-FOUND-IDX.
           ADD SS-HEAD TO T-BY-HEAD (BUY-IDX).
           ADD SS-WEIGHT TO T-BY-WEIGHT (BUY-IDX).
           ADD C-GROSS TO T-BY-GROSS (BUY-IDX).
           ADD SS-COMMISSION TO T-BY-COMMISSION (BUY-IDX).
           ADD SS-TRUCKING TO T-BY-TRUCKING (BUY-IDX).
           ADD C-NET TO T-BY-NET (BUY-IDX).

           ADD 1 TO C-SET-TBL-CTR.
           SET SET-IDX TO C-SET-TBL-CTR.
           MOVE C-BUY-FOUND-IDX TO T-ST-BUY-IDX (SET-IDX).
           MOVE SS-ANIMAL TO T-ST-ANIMAL (SET-IDX).
           MOVE C-SALE-DATE TO T-ST-DATE (SET-IDX).
           MOVE SS-HEAD TO T-ST-HEAD (SET-IDX).
           MOVE SS-WEIGHT TO T-ST-WEIGHT (SET-IDX).
           MOVE SS-CWT-PRICE TO T-ST-CWT-PRICE (SET-IDX).
           MOVE C-GROSS TO T-ST-GROSS (SET-IDX).
           MOVE SS-COMMISSION TO T-ST-COMMISSION (SET-IDX).
           MOVE SS-TRUCKING TO T-ST-TRUCKING (SET-IDX).
           MOVE C-NET TO T-ST-NET (SET-IDX).
           MOVE C-NET-PER-HEAD TO T-ST-PER-HEAD (SET-IDX).

           SET SPEC-IDX TO C-SPEC-FOUND-IDX.
           ADD SS-HEAD TO T-SP-HEAD-SOLD (SPEC-IDX).
           ADD C-NET TO T-SP-NET (SPEC-IDX).

           ADD SS-HEAD TO GT-HEAD.
           ADD SS-WEIGHT TO GT-WEIGHT.
           ADD C-GROSS TO GT-GROSS.
           ADD SS-COMMISSION TO GT-COMMISSION.
           ADD SS-TRUCKING TO GT-TRUCKING.
           ADD C-NET TO GT-NET.

           ADD 1 TO C-POST-CTR.


       2150-REJECT-OUTPUT.

           ADD 1 TO C-REJ-CTR.

           MOVE C-REASON-CODE TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           MOVE SETTLE-REC TO EP-BAD-RECORD.

           CALL 'GROUPERR' USING ERR-PARMS.



       3000-CLOSING.

           MOVE '99' TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           CALL 'GROUPERR' USING ERR-PARMS.

           PERFORM 3100-BUYER-REGISTER.
           PERFORM 3200-SPECIES-MARGIN.
           PERFORM 3300-UNSETTLED-SALES.
           PERFORM 3400-RUN-TOTALS.
           PERFORM 3500-WRITE-GL-FEED.

           CLOSE SALE-SETTLEMENTS.
           CLOSE SALE-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-SET-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    EACH BUYER'S SETTLEMENTS PRINT TOGETHER, IN THE ORDER THE
      *    BUYER FIRST APPEARED, WITH A TOTAL FOR WHAT IS OWED BY
      *    THAT BUYER.
       3100-BUYER-REGISTER.

           MOVE 'BUYER SETTLEMENT REGISTER' TO O-HDG-TITLE.
           MOVE 1 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           IF C-POST-CTR = ZERO
               MOVE 'NO SETTLEMENTS POSTED THIS RUN.' TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 3110-ONE-BUYER
                   VARYING BUY-IDX FROM 1 BY 1
                       UNTIL BUY-IDX > C-BUY-TBL-CTR
               MOVE 'GRAND TOTAL ' TO O-BT-DESC
               MOVE GT-HEAD TO O-BT-HEAD
               MOVE GT-WEIGHT TO O-BT-WEIGHT
               MOVE GT-GROSS TO O-BT-GROSS
               MOVE GT-COMMISSION TO O-BT-COMMISSION
               MOVE GT-TRUCKING TO O-BT-TRUCKING
               MOVE GT-NET TO O-BT-NET
               WRITE PRTLINE
                   FROM BUYER-TOTAL-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

       3110-ONE-BUYER.

           MOVE 'YES' TO FIRST-LINE-SW.
           PERFORM 3120-BUYER-SETTLEMENT
               VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > C-SET-TBL-CTR.

           MOVE 'BUYER TOTAL ' TO O-BT-DESC.
           MOVE T-BY-HEAD (BUY-IDX) TO O-BT-HEAD.
           MOVE T-BY-WEIGHT (BUY-IDX) TO O-BT-WEIGHT.
           MOVE T-BY-GROSS (BUY-IDX) TO O-BT-GROSS.
           MOVE T-BY-COMMISSION (BUY-IDX) TO O-BT-COMMISSION.
           MOVE T-BY-TRUCKING (BUY-IDX) TO O-BT-TRUCKING.
           MOVE T-BY-NET (BUY-IDX) TO O-BT-NET.
           WRITE PRTLINE
               FROM BUYER-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING
           END-WRITE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

       3120-BUYER-SETTLEMENT.

           IF T-ST-BUY-IDX (SET-IDX) = BUY-IDX
               IF FIRST-LINE-SW = 'YES'
                   MOVE T-BY-BUYER (BUY-IDX) TO O-RG-BUYER
                   MOVE 'NO' TO FIRST-LINE-SW
               ELSE
                   MOVE SPACES TO O-RG-BUYER
               END-IF
               MOVE T-ST-ANIMAL (SET-IDX) TO O-RG-ANIMAL
               MOVE T-ST-DATE (SET-IDX) TO O-RG-DATE
               MOVE T-ST-HEAD (SET-IDX) TO O-RG-HEAD
               MOVE T-ST-WEIGHT (SET-IDX) TO O-RG-WEIGHT
               MOVE T-ST-CWT-PRICE (SET-IDX) TO O-RG-CWT-PRICE
               MOVE T-ST-GROSS (SET-IDX) TO O-RG-GROSS
               MOVE T-ST-COMMISSION (SET-IDX) TO O-RG-COMMISSION
               MOVE T-ST-TRUCKING (SET-IDX) TO O-RG-TRUCKING
               MOVE T-ST-NET (SET-IDX) TO O-RG-NET
               MOVE T-ST-PER-HEAD (SET-IDX) TO O-RG-PER-HEAD
               WRITE PRTLINE
                   FROM REGISTER-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.


      *    THE FEED BILL IS SPREAD OVER THE MASTER HEADCOUNT, AS ON
      *    THE GROUPFED REPORT.  MARGIN PER HEAD IS WHAT AN ANIMAL
      *    NETTED LESS ITS CARRIED VALUE AND ITS SHARE OF THE FEED;
      *    A SPECIES NETTING UNDER ITS CARRIED VALUE IS FLAGGED SO
      *    THE HERD MASTER VALUATION CAN BE REVISITED.
       3200-SPECIES-MARGIN.

           MOVE 'REALIZED MARGIN BY SPECIES' TO O-HDG-TITLE.
           MOVE 2 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           PERFORM 3210-SPECIES-ROW
               VARYING SPEC-IDX FROM 1 BY 1
                   UNTIL SPEC-IDX > C-SPEC-TBL-CTR.

           IF C-POST-CTR = ZERO
               MOVE 'NO SALES SETTLED THIS RUN.' TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'ALL SPECIES' TO O-MG-ANIMAL
               MOVE GT-HEAD TO O-MG-HEAD
               MOVE GT-NET TO O-MG-NET
               COMPUTE C-NET-PER-HEAD ROUNDED = GT-NET / GT-HEAD
               MOVE C-NET-PER-HEAD TO O-MG-NET-HEAD
               MOVE ZERO TO O-MG-BOOK-HEAD
               MOVE ZERO TO O-MG-FEED-HEAD
               COMPUTE C-MARGIN-PER-HEAD ROUNDED = GT-MARGIN / GT-HEAD
               MOVE C-MARGIN-PER-HEAD TO O-MG-MRGN-HEAD
               MOVE GT-MARGIN TO O-MG-MARGIN
               MOVE SPACES TO O-MG-FLAG
               WRITE PRTLINE
                   FROM MARGIN-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

       3210-SPECIES-ROW.

           IF T-SP-HEAD-SOLD (SPEC-IDX) > ZERO
               IF T-SP-QTY (SPEC-IDX) > ZERO
                   COMPUTE C-FEED-PER-HEAD ROUNDED =
                       T-SP-FEED-COST (SPEC-IDX) / T-SP-QTY (SPEC-IDX)
               ELSE
                   MOVE ZERO TO C-FEED-PER-HEAD
               END-IF
               COMPUTE C-NET-PER-HEAD ROUNDED =
                   T-SP-NET (SPEC-IDX) / T-SP-HEAD-SOLD (SPEC-IDX)
               COMPUTE C-MARGIN-PER-HEAD =
                   C-NET-PER-HEAD - T-SP-VALUE (SPEC-IDX)
                   - C-FEED-PER-HEAD
               COMPUTE C-MARGIN = T-SP-NET (SPEC-IDX)
                   - T-SP-HEAD-SOLD (SPEC-IDX)
                   * (T-SP-VALUE (SPEC-IDX) + C-FEED-PER-HEAD)
               ADD C-MARGIN TO GT-MARGIN
               MOVE T-SP-ANIMAL (SPEC-IDX) TO O-MG-ANIMAL
               MOVE T-SP-HEAD-SOLD (SPEC-IDX) TO O-MG-HEAD
               MOVE T-SP-NET (SPEC-IDX) TO O-MG-NET
               MOVE C-NET-PER-HEAD TO O-MG-NET-HEAD
               MOVE T-SP-VALUE (SPEC-IDX) TO O-MG-BOOK-HEAD
               MOVE C-FEED-PER-HEAD TO O-MG-FEED-HEAD
               MOVE C-MARGIN-PER-HEAD TO O-MG-MRGN-HEAD
               MOVE C-MARGIN TO O-MG-MARGIN
               IF C-NET-PER-HEAD < T-SP-VALUE (SPEC-IDX)
                   MOVE '** UNDER BOOK' TO O-MG-FLAG
               ELSE
                   MOVE SPACES TO O-MG-FLAG
               END-IF
               WRITE PRTLINE
                   FROM MARGIN-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.


      *    SALES GROUPTRX TOOK OFF THE HERD THAT NO SETTLEMENT HAS
      *    ACCOUNTED FOR YET - THE MONEY IS STILL OUT.
       3300-UNSETTLED-SALES.

           MOVE 'SALES AWAITING SETTLEMENT' TO O-HDG-TITLE.
           MOVE 3 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           PERFORM 3310-UNSETTLED-ROW
               VARYING MOVE-IDX FROM 1 BY 1
                   UNTIL MOVE-IDX > C-MOVE-TBL-CTR.

           IF C-UNSETTLED-CTR = ZERO
               MOVE 'EVERY S MOVEMENT HAS A SETTLEMENT.' TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

       3310-UNSETTLED-ROW.

           IF T-MV-PAIRED (MOVE-IDX) = 'N'
               MOVE T-MV-ANIMAL (MOVE-IDX) TO O-MV-ANIMAL
               MOVE T-MV-QTY (MOVE-IDX) TO O-MV-QTY
               WRITE PRTLINE
                   FROM MOVE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
               ADD 1 TO C-UNSETTLED-CTR
           END-IF.


       3400-RUN-TOTALS.

           MOVE 4 TO C-SECTION.

           MOVE 'SETTLEMENTS READ:' TO O-TOT-DESC.
           MOVE C-SET-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'SETTLEMENTS POSTED:' TO O-TOT-DESC.
           MOVE C-POST-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'SETTLEMENTS REJECTED:' TO O-TOT-DESC.
           MOVE C-REJ-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'S MOVEMENTS ON HERDTRN:' TO O-TOT-DESC.
           MOVE C-SALE-MOVE-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'S MOVEMENTS UNSETTLED:' TO O-TOT-DESC.
           MOVE C-UNSETTLED-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-MOVE-LOST-CTR > ZERO
               MOVE 'S MOVEMENTS NOT CHECKED:' TO O-TOT-DESC
               MOVE C-MOVE-LOST-CTR TO O-TOT-CTR
               WRITE PRTLINE
                   FROM TOTAL-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.


      *    GROSS SALES POST AS REVENUE AND THE BARN COMMISSION AND
      *    TRUCKING AS EXPENSES, SO THE EXTRACT NETS TO THE PROCEEDS
      *    RECEIVABLE THAT CBLGLC00 OFFSETS AGAINST ARCONTROL.
       3500-WRITE-GL-FEED.

           OPEN OUTPUT GL-OUT.
           MOVE 'FARMSALES ' TO C-GL-LOOKUP-KEY.
           MOVE GT-GROSS TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
           MOVE 'FARMCOMM  ' TO C-GL-LOOKUP-KEY.
           COMPUTE C-GL-AMOUNT = ZERO - GT-COMMISSION.
           PERFORM 1540-WRITE-GL-REC.
           MOVE 'FARMTRUCK ' TO C-GL-LOOKUP-KEY.
           COMPUTE C-GL-AMOUNT = ZERO - GT-TRUCKING.
           PERFORM 1540-WRITE-GL-REC.
           PERFORM 1550-GL-TRAILER.
           CLOSE GL-OUT.


       9000-READ-SETTLE.

           READ SALE-SETTLEMENTS
               AT END
                   MOVE 'NO' TO MORE-SETTLES.


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
                   WRITE PRTLINE
                       FROM REGISTER-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
               WHEN 2
                   WRITE PRTLINE
                       FROM MARGIN-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
           END-EVALUATE.

           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
