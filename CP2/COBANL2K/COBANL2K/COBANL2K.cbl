       IDENTIFICATION DIVISION.
       PROGRAM-ID.             COBANL2K.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - Multi-Park Combo Ticket Allocation -     *
      * A COMBO TICKET (COMBOMST: CODE, PRICE,      *
      * ELIGIBLE PARKS, VALIDITY DAYS, WEIGHTING    *
      * RULE) IS SOLD ON THE TICKET FILE AS A K     *
      * RECORD AND CARRIED ON THE SOLD-COMBO MASTER *
      * (COMBOSLD IN, COMBOSLN OUT) UNTIL ITS       *
      * REVENUE IS ALLOCATED.  GATE SCANS (COMBOSCN)*
      * MARK THE PARKS EACH HOLDER VISITED.  ONCE A *
      * COMBO EXPIRES, OR EVERY ELIGIBLE PARK HAS   *
      * BEEN VISITED, ITS REVENUE IS SPLIT AMONG    *
      * THE VISITED PARKS EQUALLY OR BY SINGLE-PARK *
      * ADULT PRICE; AN UNVISITED COMBO GOES WHOLE  *
      * TO THE SELLING PARK.  THE MONTH'S ALLOCATION*
      * PER PARK IS WRITTEN TO COMBOALC FOR THE     *
      * COBANL2C SUBTOTALS AND PRKHIST; THE RUN IS  *
      * A MONTH-END STEP.  AN ALLOCATED COMBO DOES  *
      * NOT GO ON TO COMBOSLN.  IF THE 3000-ENTRY   *
      * TABLE CANNOT HOLD THE OLD MASTER OR A NEW   *
      * SALE, THE COUNTS PRINT, NEITHER COMBOSLN    *
      * NOR COMBOALC IS WRITTEN AND THE RUN ENDS    *
      * WITH RETURN CODE 16.                        *
      ***********************************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT PARK-MASTER
           ASSIGN TO PRKDAT3
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL COMBO-MASTER
           ASSIGN TO COMBOMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CMB-STATUS.

           SELECT OPTIONAL COMBO-SCANS
           ASSIGN TO COMBOSCN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SCN-STATUS.

           SELECT OPTIONAL COMBO-SOLD
           ASSIGN TO COMBOSLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLD-STATUS.

           SELECT COMBO-SOLD-OUT
           ASSIGN TO COMBOSLN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARK-RATES
           ASSIGN TO PRKRATE3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT COMBO-ALLOC
           ASSIGN TO COMBOALC
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO COMBORPT
               ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  PARK-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS DETAIL-REC
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE F.

       01  DETAIL-REC.
           05  I-ATTEND-DATE       PIC 9(8)    COMP-3.
           05  I-PARK              PIC 99.
           05  I-DISCOUNT-CODE     PIC X.
           05  I-ADULT-TICKETS     PIC 99.
           05  I-JR-TICKETS        PIC 99.
           05  I-SENIOR-TICKETS    PIC 99.
           05  I-REC-TYPE          PIC X.
           05  I-GROUP-NAME        PIC X(20).

      *    A K RECORD CARRIES THE COMBO TICKET NUMBER AND THE
      *    COMBO CODE IN THE GROUP-NAME BYTES.
       01  COMBO-DETAIL-REC.
           05  FILLER              PIC X(15).
           05  I-COMBO-TICKET      PIC X(8).
           05  I-COMBO-CODE        PIC X(4).
           05  FILLER              PIC X(8).

       FD  COMBO-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS CMB-REC.

       01  CMB-REC.
           05  CM-CODE             PIC X(4).
           05  CM-PRICE            PIC 9(3)V99.
           05  CM-VALID-DAYS       PIC 999.
           05  CM-WEIGHT-RULE      PIC X.
           05  CM-PARK             PIC 99      OCCURS 15 TIMES.

       FD  COMBO-SCANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS SCN-REC.

       01  SCN-REC.
           05  SC-TICKET           PIC X(8).
           05  SC-PARK             PIC 99.
           05  SC-DATE             PIC 9(8).

       FD  COMBO-SOLD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS SLD-REC.

       01  SLD-REC.
           05  CS-TICKET           PIC X(8).
           05  CS-CODE             PIC X(4).
           05  CS-SELL-PARK        PIC 99.
           05  CS-SALE-DATE        PIC 9(8).
           05  CS-PERSONS          PIC 999.
           05  CS-AMOUNT           PIC 9(7)V99.
           05  CS-EXPIRES          PIC 9(8).
           05  CS-STATUS           PIC X.
           05  CS-VISITED          PIC X       OCCURS 15 TIMES.

       FD  COMBO-SOLD-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS NEW-SLD-REC.

       01  NEW-SLD-REC             PIC X(58).

       FD  PARK-RATES
           LABEL RECORD IS STANDARD
           DATA RECORD IS RATE-REC
           RECORD CONTAINS 16 CHARACTERS
           RECORDING MODE F.

       01  RATE-REC.
           05  RC-PARK-CODE        PIC 99.
           05  RC-EFF-DATE         PIC 9(8).
           05  RC-TICKET-CLASS     PIC X.
           05  RC-PRICE            PIC 9(3)V99.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD  COMBO-ALLOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS ALC-REC.

       01  ALC-REC.
           05  AL-PERIOD           PIC 9(6).
           05  AL-PARK             PIC 99.
           05  AL-AMOUNT           PIC 9(7)V99.
           05  AL-COMBOS           PIC 9(5).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  MORE-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-CMBS       PIC XXX       VALUE 'YES'.
           05  MORE-SCANS      PIC XXX       VALUE 'YES'.
           05  MORE-SLDS       PIC XXX       VALUE 'YES'.
           05  MORE-RATES      PIC XXX       VALUE 'YES'.
           05  C-CMB-STATUS    PIC XX        VALUE '00'.
           05  C-SCN-STATUS    PIC XX        VALUE '00'.
           05  C-SLD-STATUS    PIC XX        VALUE '00'.
           05  C-RATE-STATUS   PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  MX              PIC 99        VALUE ZERO  COMP.
           05  SX              PIC 9(4)      VALUE ZERO  COMP.
           05  PK              PIC 99        VALUE ZERO  COMP.
           05  RX              PIC 99        VALUE ZERO  COMP.
           05  C-CMB-TBL-CTR   PIC 99        VALUE ZERO.
           05  C-CMB-FOUND-IDX PIC 99        VALUE ZERO.
           05  CMB-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  C-SLD-TBL-CTR   PIC 9(4)      VALUE ZERO.
           05  C-SLD-FOUND-IDX PIC 9(4)      VALUE ZERO.
           05  SLD-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  C-RATE-TBL-CTR  PIC 99        VALUE ZERO.
           05  ELIGIBLE-SW     PIC XXX       VALUE 'NO'.
           05  ALL-VISITED-SW  PIC XXX       VALUE 'YES'.

           05  C-PERIOD        PIC 9(6)      VALUE ZERO.
           05  C-PERSONS       PIC 999       VALUE ZERO.
           05  C-LOOKUP-CODE   PIC X(4)      VALUE SPACES.
           05  C-LOOKUP-TICKET PIC X(8)      VALUE SPACES.
           05  C-LAST-PARK     PIC 99        VALUE ZERO.
           05  C-VISIT-CTR     PIC 99        VALUE ZERO.
           05  C-WEIGHT        PIC 9(3)V99   VALUE ZERO.
           05  C-WEIGHT-TOTAL  PIC 9(5)V99   VALUE ZERO.
           05  C-SHARE         PIC 9(7)V99   VALUE ZERO.
           05  C-SHARED-SO-FAR PIC 9(7)V99   VALUE ZERO.
           05  C-BEST-DATE     PIC 9(8)      VALUE ZERO.

           05  C-SALE-CTR      PIC 9(5)      VALUE ZERO.
           05  C-SALE-REJ-CTR  PIC 9(5)      VALUE ZERO.
           05  C-SCAN-CTR      PIC 9(5)      VALUE ZERO.
           05  C-SCAN-REJ-CTR  PIC 9(5)      VALUE ZERO.
           05  C-ALLOC-CTR     PIC 9(5)      VALUE ZERO.
           05  C-ALLOC-TOTAL   PIC 9(9)V99   VALUE ZERO.
           05  C-SLD-LOST-CTR  PIC 9(5)      VALUE ZERO.
           05  C-SLD-FULL-CTR  PIC 9(5)      VALUE ZERO.

       01  CMB-TABLE.
           05  CMB-ENTRY OCCURS 20 TIMES.
               10  TM-CODE         PIC X(4).
               10  TM-PRICE        PIC 9(3)V99.
               10  TM-VALID-DAYS   PIC 999.
               10  TM-WEIGHT-RULE  PIC X.
                   88  TM-WEIGHT-PRICE     VALUE 'P'.
               10  TM-ELIGIBLE     PIC X       OCCURS 15 TIMES.

      *    A RERUN OF THE SAME TICKET FILE STARTS FROM THE OLD
      *    COMBOSLD, SO AN ALLOCATED COMBO NEED NOT BE CARRIED.
       01  SLD-TABLE.
           05  SLD-ENTRY OCCURS 3000 TIMES.
               10  TS-TICKET       PIC X(8).
               10  TS-CODE         PIC X(4).
               10  TS-SELL-PARK    PIC 99.
               10  TS-SALE-DATE    PIC 9(8).
               10  TS-PERSONS      PIC 999.
               10  TS-AMOUNT       PIC 9(7)V99.
               10  TS-EXPIRES      PIC 9(8).
               10  TS-STATUS       PIC X.
               10  TS-VISITED      PIC X       OCCURS 15 TIMES.

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 50 TIMES.
               10  RT-PARK-CODE    PIC 99.
               10  RT-EFF-DATE     PIC 9(8).
               10  RT-TICKET-CLASS PIC X.
               10  RT-PRICE        PIC 9(3)V99.

       01  ALLOC-TABLE.
           05  ALLOC-ENTRY OCCURS 15 TIMES.
               10  TA-AMOUNT       PIC 9(7)V99   VALUE ZERO.
               10  TA-COMBOS       PIC 9(5)      VALUE ZERO.
               10  TA-WEIGHT       PIC 9(3)V99   VALUE ZERO.

      *    SINGLE-PARK ADULT GATE PRICE, THE WEIGHT FOR A 'P'
      *    RULE WHEN PRKRATE3 HOLDS NO RATE FOR THE PARK.
       01  PARK-ARRAY.
           05  FILLER    PIC X(25)    VALUE 'ADVENTURELAND            '.
           05  FILLER    PIC 9(3)V99  VALUE 11.10.
           05  FILLER    PIC X(25)    VALUE 'ZOMBIELAND               '.
           05  FILLER    PIC 9(3)V99  VALUE 14.10.
           05  FILLER    PIC X(25)    VALUE 'WONDERLAND               '.
           05  FILLER    PIC 9(3)V99  VALUE 17.10.
           05  FILLER    PIC X(25)    VALUE 'DISNEYLAND               '.
           05  FILLER    PIC 9(3)V99  VALUE 20.10.
           05  FILLER    PIC X(25)    VALUE 'DISNEY WORLD             '.
           05  FILLER    PIC 9(3)V99  VALUE 23.10.
           05  FILLER    PIC X(25)    VALUE 'ALIEN PLANET             '.
           05  FILLER    PIC 9(3)V99  VALUE 26.10.
           05  FILLER    PIC X(25)    VALUE 'SIX FLAGS                '.
           05  FILLER    PIC 9(3)V99  VALUE 29.10.
           05  FILLER    PIC X(25)    VALUE 'WHITE MOUNTAINS          '.
           05  FILLER    PIC 9(3)V99  VALUE 32.10.
           05  FILLER    PIC X(25)    VALUE 'SPLASH ZONE              '.
           05  FILLER    PIC 9(3)V99  VALUE 35.10.
           05  FILLER    PIC X(25)    VALUE 'AMUSE-A-ME               '.
           05  FILLER    PIC 9(3)V99  VALUE 38.10.
           05  FILLER    PIC X(25)    VALUE 'BUILD-A-BEER             '.
           05  FILLER    PIC 9(3)V99  VALUE 41.10.
           05  FILLER    PIC X(25)    VALUE 'SKY ROCKETS              '.
           05  FILLER    PIC 9(3)V99  VALUE 44.10.
           05  FILLER    PIC X(25)    VALUE 'ANIMAL PLANET            '.
           05  FILLER    PIC 9(3)V99  VALUE 47.10.
           05  FILLER    PIC X(25)    VALUE 'SURVIVE THE JUNGLE       '.
           05  FILLER    PIC 9(3)V99  VALUE 50.10.
           05  FILLER    PIC X(25)    VALUE 'JOURNEY TO THE END OF NIM'.
           05  FILLER    PIC 9(3)V99  VALUE 53.10.
       01  PARK-TABLE REDEFINES PARK-ARRAY.
           05  PARK-ENTRY OCCURS 15 TIMES.
               10  PARK-NAME       PIC X(25).
               10  PARK-ADULT      PIC 9(3)V99.

       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.
       01  C-TODAY-DATE REDEFINES SYS-DATE PIC 9(8).



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(42)   VALUE SPACES.
           05  FILLER       PIC X(26)   VALUE
               'CP2 - COMBO TICKETS'.
           05  FILLER       PIC X(40)   VALUE SPACES.
           COPY RPTPAGE.

       01  ACTIVITY-HEADING-LINE.
           05  FILLER       PIC X(8)    VALUE 'COBANL2K'.
           05  FILLER       PIC X(51)   VALUE SPACES.
           05  FILLER       PIC X(21)   VALUE 'COMBO TICKET ACTIVITY'.
           05  FILLER       PIC X(52)   VALUE SPACES.

       01  ACTIVITY-COLUMN-HEADING.
           05  FILLER       PIC X(10)   VALUE 'ACTION'.
           05  FILLER       PIC X(10)   VALUE 'TICKET'.
           05  FILLER       PIC X(6)    VALUE 'COMBO'.
           05  FILLER       PIC X(5)    VALUE 'PARK'.
           05  FILLER       PIC X(10)   VALUE 'DATE'.
           05  FILLER       PIC X(13)   VALUE '       AMOUNT'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'REMARKS'.
           05  FILLER       PIC X(67)   VALUE SPACES.

       01  ACTIVITY-LINE.
           05  O-ACTION     PIC X(10).
           05  O-TICKET     PIC X(8).
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  O-CODE       PIC X(4).
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  O-PARK       PIC Z9.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  O-ACT-DATE   PIC 9(8).
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  O-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  O-REMARKS    PIC X(45).
           05  FILLER       PIC X(29)   VALUE SPACES.

       01  ALLOC-REMARK.
           05  FILLER       PIC X(8)    VALUE 'VISITED '.
           05  O-VISIT-CTR  PIC Z9.
           05  FILLER       PIC X(8)    VALUE ' PARKS, '.
           05  O-RULE       PIC X(27).

       01  SUMMARY-HEADING-LINE.
           05  FILLER       PIC X(4)    VALUE '=== '.
           05  FILLER       PIC X(36)   VALUE
               'COMBO REVENUE ALLOCATED BY PARK'.
           05  FILLER       PIC X(92)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  O-SUM-PARK   PIC X(25).
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'COMBOS: '.
           05  O-SUM-COMBOS PIC ZZ,ZZ9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'ALLOCATED: '.
           05  O-SUM-AMOUNT PIC $$,$$$,$$9.99.
           05  FILLER       PIC X(59)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER       PIC X(12)   VALUE 'COMBO SALES:'.
           05  O-SALE-CTR   PIC ZZ,ZZ9.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(13)   VALUE 'SALE REJECTS:'.
           05  O-SALE-REJ-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(6)    VALUE 'SCANS:'.
           05  O-SCAN-CTR   PIC ZZ,ZZ9.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(13)   VALUE 'SCAN REJECTS:'.
           05  O-SCAN-REJ-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE 'ALLOCATED:'.
           05  O-ALLOC-CTR  PIC ZZ,ZZ9.
           05  FILLER       PIC X(1)    VALUE SPACES.
           05  O-ALLOC-TOTAL PIC $$$,$$$,$$9.99.
           05  FILLER       PIC X(21)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER       PIC X(48)   VALUE
               '** SOLD-COMBO TABLE FULL - COMBOSLN NOT WRITTEN.'.
           05  FILLER       PIC X(16)   VALUE '  NOT LOADED: '.
           05  O-SLD-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(16)   VALUE '  NOT SOLD: '.
           05  O-SLD-FULL-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(40)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2K'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL2K.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING THRU 3000-EXIT.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.
           COMPUTE C-PERIOD = I-YEAR * 100 + I-MONTH.

           PERFORM 1100-LOAD-COMBOS.
           PERFORM 1200-LOAD-SOLD.
           PERFORM 1300-READ-PARK-RATES.

           OPEN OUTPUT PRTOUT.
           PERFORM 9900-DETAIL-HEADING.

      *    A MASTER THE TABLE CANNOT HOLD IS NOT POSTED TO AT ALL.
           IF C-SLD-LOST-CTR > ZERO
               MOVE 'NO' TO MORE-RECS
           ELSE
               OPEN INPUT PARK-MASTER
               PERFORM 9000-READ
           END-IF.


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


      *    // -- THE ELIGIBLE PARK CODES ARE HELD AS A Y/N     -- //
      *    // -- FLAG PER PARK; ZERO OR OUT-OF-RANGE CODES IN  -- //
      *    // -- THE MASTER'S PARK LIST ARE UNUSED SLOTS.      -- //
       1100-LOAD-COMBOS.

           OPEN INPUT COMBO-MASTER.
           IF C-CMB-STATUS = '00' OR '05'
               PERFORM 1110-LOAD-ONE-COMBO
                   UNTIL MORE-CMBS = 'NO'
               CLOSE COMBO-MASTER
           END-IF.

       1110-LOAD-ONE-COMBO.

           READ COMBO-MASTER
               AT END
                   MOVE 'NO' TO MORE-CMBS
           END-READ.
           IF MORE-CMBS = 'YES'
               AND CM-PRICE IS NUMERIC
               AND CM-VALID-DAYS IS NUMERIC
               AND C-CMB-TBL-CTR < 20
                   ADD 1 TO C-CMB-TBL-CTR
                   MOVE C-CMB-TBL-CTR TO MX
                   MOVE CM-CODE TO TM-CODE (MX)
                   MOVE CM-PRICE TO TM-PRICE (MX)
                   MOVE CM-VALID-DAYS TO TM-VALID-DAYS (MX)
                   MOVE CM-WEIGHT-RULE TO TM-WEIGHT-RULE (MX)
                   PERFORM 1120-SET-ELIGIBLE
                       VARYING PK FROM 1 BY 1 UNTIL PK > 15
           END-IF.

       1120-SET-ELIGIBLE.

           MOVE 'N' TO TM-ELIGIBLE (MX PK).
           PERFORM 1130-ELIGIBLE-SEARCH
               VARYING RX FROM 1 BY 1 UNTIL RX > 15.

       1130-ELIGIBLE-SEARCH.

           IF CM-PARK (RX) IS NUMERIC
              AND CM-PARK (RX) = PK
               MOVE 'Y' TO TM-ELIGIBLE (MX PK)
           END-IF.


       1150-COMBO-LOOKUP.

           MOVE 'NO' TO CMB-FOUND-SW.
           MOVE ZERO TO C-CMB-FOUND-IDX.
           PERFORM 1160-COMBO-SEARCH
               VARYING MX FROM 1 BY 1
                   UNTIL MX > C-CMB-TBL-CTR
                      OR CMB-FOUND-SW = 'YES'.

       1160-COMBO-SEARCH.

           IF TM-CODE (MX) = C-LOOKUP-CODE
               MOVE 'YES' TO CMB-FOUND-SW
               MOVE MX TO C-CMB-FOUND-IDX
           END-IF.


       1200-LOAD-SOLD.

           OPEN INPUT COMBO-SOLD.
           IF C-SLD-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-SOLD
                   UNTIL MORE-SLDS = 'NO'
               CLOSE COMBO-SOLD
           END-IF.

       1210-LOAD-ONE-SOLD.

           READ COMBO-SOLD
               AT END
                   MOVE 'NO' TO MORE-SLDS
           END-READ.
           IF MORE-SLDS = 'YES'
               IF C-SLD-TBL-CTR < 3000
                   ADD 1 TO C-SLD-TBL-CTR
                   MOVE SLD-REC TO SLD-ENTRY (C-SLD-TBL-CTR)
               ELSE
                   ADD 1 TO C-SLD-LOST-CTR
               END-IF
           END-IF.


       1250-SOLD-LOOKUP.

           MOVE 'NO' TO SLD-FOUND-SW.
           MOVE ZERO TO C-SLD-FOUND-IDX.
           PERFORM 1260-SOLD-SEARCH
               VARYING SX FROM 1 BY 1
                   UNTIL SX > C-SLD-TBL-CTR
                      OR SLD-FOUND-SW = 'YES'.

       1260-SOLD-SEARCH.

           IF TS-TICKET (SX) = C-LOOKUP-TICKET
               MOVE 'YES' TO SLD-FOUND-SW
               MOVE SX TO C-SLD-FOUND-IDX
           END-IF.


       1300-READ-PARK-RATES.

           OPEN INPUT PARK-RATES.
           IF C-RATE-STATUS = "00" OR "05"
               PERFORM 1310-READ-RATE
                   UNTIL MORE-RATES = "NO"
               CLOSE PARK-RATES
           END-IF.

       1310-READ-RATE.

           READ PARK-RATES
               AT END
                   MOVE "NO" TO MORE-RATES
           END-READ.
           IF MORE-RATES = "YES"
               AND RC-PARK-CODE NUMERIC
               AND RC-PARK-CODE > ZERO AND RC-PARK-CODE < 16
               AND C-RATE-TBL-CTR < 50
                   ADD 1 TO C-RATE-TBL-CTR
                   MOVE RC-PARK-CODE TO RT-PARK-CODE (C-RATE-TBL-CTR)
                   MOVE RC-EFF-DATE TO RT-EFF-DATE (C-RATE-TBL-CTR)
                   MOVE RC-TICKET-CLASS
                       TO RT-TICKET-CLASS (C-RATE-TBL-CTR)
                   MOVE RC-PRICE TO RT-PRICE (C-RATE-TBL-CTR)
           END-IF.



      *    // -- A K RECORD SELLS ONE COMBO TICKET FOR THE     -- //
      *    // -- HEADS ON THE RECORD AT THE MASTER PRICE.      -- //
       2000-MAINLINE.

           IF I-REC-TYPE = 'K'
               PERFORM 2100-COMBO-SALE THRU 2100-EXIT
           END-IF.

           PERFORM 9000-READ.


       2100-COMBO-SALE.

           MOVE 'REJECTED' TO O-ACTION.
           MOVE I-COMBO-TICKET TO O-TICKET.
           MOVE I-COMBO-CODE TO O-CODE.
           MOVE I-PARK TO O-PARK.
           MOVE I-ATTEND-DATE TO O-ACT-DATE.
           MOVE ZERO TO O-AMOUNT.

           MOVE I-COMBO-CODE TO C-LOOKUP-CODE.
           MOVE I-COMBO-TICKET TO C-LOOKUP-TICKET.
           PERFORM 1150-COMBO-LOOKUP.
           IF CMB-FOUND-SW = 'NO'
               MOVE 'COMBO CODE IS NOT ON THE COMBO MASTER'
                   TO O-REMARKS
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE C-CMB-FOUND-IDX TO MX.

           IF I-COMBO-TICKET = SPACES
               MOVE 'COMBO TICKET NUMBER IS BLANK' TO O-REMARKS
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.

           PERFORM 1250-SOLD-LOOKUP.
           IF SLD-FOUND-SW = 'YES'
               MOVE 'COMBO TICKET ALREADY SOLD' TO O-REMARKS
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.

           IF I-PARK NOT NUMERIC
              OR I-PARK < 1 OR I-PARK > 15
               MOVE 'PARK CODE IS OUT OF RANGE' TO O-REMARKS
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.

           IF TM-ELIGIBLE (MX I-PARK) NOT = 'Y'
               MOVE 'SELLING PARK IS NOT ON THE COMBO' TO O-REMARKS
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.

           COMPUTE C-PERSONS = I-ADULT-TICKETS + I-JR-TICKETS
               + I-SENIOR-TICKETS.
           IF C-PERSONS = ZERO
               MOVE 'NO HEADS ON THE SALE' TO O-REMARKS
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.

           IF C-SLD-TBL-CTR NOT < 3000
               MOVE 'SOLD TABLE FULL - NOT CARRIED' TO O-REMARKS
               ADD 1 TO C-SLD-FULL-CTR
               PERFORM 2150-SALE-REJECT
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO C-SLD-TBL-CTR.
           MOVE C-SLD-TBL-CTR TO SX.
           MOVE I-COMBO-TICKET TO TS-TICKET (SX).
           MOVE I-COMBO-CODE TO TS-CODE (SX).
           MOVE I-PARK TO TS-SELL-PARK (SX).
           MOVE I-ATTEND-DATE TO TS-SALE-DATE (SX).
           MOVE C-PERSONS TO TS-PERSONS (SX).
           COMPUTE TS-AMOUNT (SX) = TM-PRICE (MX) * C-PERSONS.
           COMPUTE TS-EXPIRES (SX) = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TS-SALE-DATE (SX))
                + TM-VALID-DAYS (MX)).
           MOVE 'O' TO TS-STATUS (SX).
           PERFORM 2120-CLEAR-VISITED
               VARYING PK FROM 1 BY 1 UNTIL PK > 15.
           ADD 1 TO C-SALE-CTR.

           MOVE 'SOLD' TO O-ACTION.
           MOVE TS-AMOUNT (SX) TO O-AMOUNT.
           MOVE SPACES TO O-REMARKS.
           PERFORM 2300-ACTIVITY-PRT.

       2100-EXIT.
           EXIT.


       2120-CLEAR-VISITED.

           MOVE 'N' TO TS-VISITED (SX PK).


       2150-SALE-REJECT.

           ADD 1 TO C-SALE-REJ-CTR.
           PERFORM 2300-ACTIVITY-PRT.


       2300-ACTIVITY-PRT.

           WRITE PRTLINE
               FROM ACTIVITY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.



      *    // -- A COMBO LEFT OUT OF THE TABLE WOULD DROP OFF  -- //
      *    // -- COMBOSLN UNALLOCATED.  THE OLD MASTER STANDS   -- //
      *    // -- AND NOTHING GOES TO COBANL2C FOR A RERUN.      -- //
       3000-CLOSING.

           IF C-SLD-LOST-CTR > ZERO
               PERFORM 3600-TABLE-FULL
               CLOSE PRTOUT
               MOVE 'FAILED' TO AUD-STATUS
               MOVE ZERO TO AUD-REC-CTR
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-POST-SCANS.
           PERFORM 3200-ALLOCATE THRU 3200-EXIT
               VARYING SX FROM 1 BY 1 UNTIL SX > C-SLD-TBL-CTR.
           PERFORM 3400-ALLOC-SUMMARY.
           IF C-SLD-FULL-CTR = ZERO
               PERFORM 3500-WRITE-SOLD
           ELSE
               PERFORM 3600-TABLE-FULL
           END-IF.

           MOVE C-SALE-CTR TO O-SALE-CTR.
           MOVE C-SALE-REJ-CTR TO O-SALE-REJ-CTR.
           MOVE C-SCAN-CTR TO O-SCAN-CTR.
           MOVE C-SCAN-REJ-CTR TO O-SCAN-REJ-CTR.
           MOVE C-ALLOC-CTR TO O-ALLOC-CTR.
           MOVE C-ALLOC-TOTAL TO O-ALLOC-TOTAL.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE PARK-MASTER.
           CLOSE PRTOUT.
           IF C-SLD-FULL-CTR > ZERO
               MOVE 'FAILED' TO AUD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
           END-IF.
           MOVE C-SALE-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3000-EXIT.
           EXIT.


      *    // -- A SCAN COUNTS ONLY AT AN ELIGIBLE PARK, WHILE  -- //
      *    // -- THE COMBO IS UNALLOCATED AND IN DATE.          -- //
       3100-POST-SCANS.

           OPEN INPUT COMBO-SCANS.
           IF C-SCN-STATUS = '00' OR '05'
               PERFORM 3110-POST-ONE-SCAN THRU 3110-EXIT
                   UNTIL MORE-SCANS = 'NO'
               CLOSE COMBO-SCANS
           END-IF.

       3110-POST-ONE-SCAN.

           READ COMBO-SCANS
               AT END
                   MOVE 'NO' TO MORE-SCANS
           END-READ.
           IF MORE-SCANS = 'NO'
               GO TO 3110-EXIT
           END-IF.

           MOVE 'REJECTED' TO O-ACTION.
           MOVE SC-TICKET TO O-TICKET.
           MOVE SPACES TO O-CODE.
           MOVE SC-PARK TO O-PARK.
           MOVE SC-DATE TO O-ACT-DATE.
           MOVE ZERO TO O-AMOUNT.

           MOVE SC-TICKET TO C-LOOKUP-TICKET.
           PERFORM 1250-SOLD-LOOKUP.
           IF SLD-FOUND-SW = 'NO'
               MOVE 'SCAN OF A COMBO TICKET NOT SOLD' TO O-REMARKS
               PERFORM 3150-SCAN-REJECT
               GO TO 3110-EXIT
           END-IF.
           MOVE C-SLD-FOUND-IDX TO SX.
           MOVE TS-CODE (SX) TO O-CODE.

           IF TS-STATUS (SX) NOT = 'O'
               MOVE 'COMBO ALREADY ALLOCATED' TO O-REMARKS
               PERFORM 3150-SCAN-REJECT
               GO TO 3110-EXIT
           END-IF.

           IF SC-DATE < TS-SALE-DATE (SX)
              OR SC-DATE > TS-EXPIRES (SX)
               MOVE 'SCAN DATE OUTSIDE THE COMBO VALIDITY'
                   TO O-REMARKS
               PERFORM 3150-SCAN-REJECT
               GO TO 3110-EXIT
           END-IF.

           MOVE 'NO' TO ELIGIBLE-SW.
           IF SC-PARK IS NUMERIC
              AND SC-PARK > ZERO AND SC-PARK < 16
               MOVE TS-CODE (SX) TO C-LOOKUP-CODE
               PERFORM 1150-COMBO-LOOKUP
               IF CMB-FOUND-SW = 'YES'
                   MOVE C-CMB-FOUND-IDX TO MX
                   IF TM-ELIGIBLE (MX SC-PARK) = 'Y'
                       MOVE 'YES' TO ELIGIBLE-SW
                   END-IF
               END-IF
           END-IF.
           IF ELIGIBLE-SW = 'NO'
               MOVE 'SCAN PARK IS NOT ON THE COMBO' TO O-REMARKS
               PERFORM 3150-SCAN-REJECT
               GO TO 3110-EXIT
           END-IF.

           MOVE 'Y' TO TS-VISITED (SX SC-PARK).
           ADD 1 TO C-SCAN-CTR.

       3110-EXIT.
           EXIT.


       3150-SCAN-REJECT.

           ADD 1 TO C-SCAN-REJ-CTR.
           PERFORM 2300-ACTIVITY-PRT.


      *    // -- A COMBO IS ALLOCATED ONCE IT HAS EXPIRED OR   -- //
      *    // -- EVERY ELIGIBLE PARK HAS BEEN VISITED.  THE    -- //
      *    // -- LAST VISITED PARK TAKES THE ROUNDING PENNIES. -- //
       3200-ALLOCATE.

           IF TS-STATUS (SX) NOT = 'O'
               GO TO 3200-EXIT
           END-IF.

      *    A COMBO DROPPED FROM THE MASTER CAN ONLY GO TO ITS
      *    SELLING PARK, AND ONLY ONCE IT HAS EXPIRED.
           MOVE 'NO' TO ALL-VISITED-SW.
           MOVE ZERO TO C-VISIT-CTR.
           MOVE ZERO TO C-WEIGHT-TOTAL.
           MOVE ZERO TO C-LAST-PARK.
           MOVE TS-CODE (SX) TO C-LOOKUP-CODE.
           PERFORM 1150-COMBO-LOOKUP.
           IF CMB-FOUND-SW = 'YES'
               MOVE C-CMB-FOUND-IDX TO MX
               MOVE 'YES' TO ALL-VISITED-SW
               PERFORM 3210-WEIGH-PARK
                   VARYING PK FROM 1 BY 1 UNTIL PK > 15
           END-IF.

           IF TS-EXPIRES (SX) NOT < C-TODAY-DATE
              AND ALL-VISITED-SW = 'NO'
               GO TO 3200-EXIT
           END-IF.

           MOVE 'ALLOCATED' TO O-ACTION.
           MOVE TS-TICKET (SX) TO O-TICKET.
           MOVE TS-CODE (SX) TO O-CODE.
           MOVE TS-SELL-PARK (SX) TO O-PARK.
           MOVE TS-EXPIRES (SX) TO O-ACT-DATE.
           MOVE TS-AMOUNT (SX) TO O-AMOUNT.

           IF C-VISIT-CTR = ZERO
               MOVE TS-SELL-PARK (SX) TO PK
               ADD TS-AMOUNT (SX) TO TA-AMOUNT (PK)
               ADD 1 TO TA-COMBOS (PK)
               MOVE 'EXPIRED UNVISITED - TO SELLING PARK'
                   TO O-REMARKS
           ELSE
               MOVE ZERO TO C-SHARED-SO-FAR
               PERFORM 3220-SHARE-PARK
                   VARYING PK FROM 1 BY 1 UNTIL PK > 15
               MOVE C-VISIT-CTR TO O-VISIT-CTR
               IF TM-WEIGHT-PRICE (MX)
                   MOVE 'WEIGHTED BY PARK PRICE' TO O-RULE
               ELSE
                   MOVE 'SPLIT EQUALLY' TO O-RULE
               END-IF
               MOVE ALLOC-REMARK TO O-REMARKS
           END-IF.

           MOVE 'A' TO TS-STATUS (SX).
           ADD 1 TO C-ALLOC-CTR.
           ADD TS-AMOUNT (SX) TO C-ALLOC-TOTAL.
           PERFORM 2300-ACTIVITY-PRT.

       3200-EXIT.
           EXIT.


       3210-WEIGH-PARK.

           MOVE ZERO TO TA-WEIGHT (PK).
           IF TM-ELIGIBLE (MX PK) = 'Y'
               IF TS-VISITED (SX PK) = 'Y'
                   ADD 1 TO C-VISIT-CTR
                   MOVE PK TO C-LAST-PARK
                   IF TM-WEIGHT-PRICE (MX)
                       PERFORM 3230-PARK-PRICE
                   ELSE
                       MOVE 1 TO C-WEIGHT
                   END-IF
                   MOVE C-WEIGHT TO TA-WEIGHT (PK)
                   ADD C-WEIGHT TO C-WEIGHT-TOTAL
               ELSE
                   MOVE 'NO' TO ALL-VISITED-SW
               END-IF
           END-IF.


       3220-SHARE-PARK.

           IF TA-WEIGHT (PK) > ZERO
               IF PK = C-LAST-PARK
                   COMPUTE C-SHARE = TS-AMOUNT (SX) - C-SHARED-SO-FAR
               ELSE
                   COMPUTE C-SHARE ROUNDED = TS-AMOUNT (SX)
                       * TA-WEIGHT (PK) / C-WEIGHT-TOTAL
               END-IF
               ADD C-SHARE TO C-SHARED-SO-FAR
               ADD C-SHARE TO TA-AMOUNT (PK)
               ADD 1 TO TA-COMBOS (PK)
           END-IF.


      *    THE ADULT RATE IN EFFECT ON THE SALE DATE, ELSE THE
      *    BUILT-IN GATE PRICE.
       3230-PARK-PRICE.

           MOVE PARK-ADULT (PK) TO C-WEIGHT.
           MOVE ZERO TO C-BEST-DATE.
           PERFORM 3240-RATE-SEARCH
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RATE-TBL-CTR.

       3240-RATE-SEARCH.

           IF RT-PARK-CODE (RX) = PK
              AND RT-TICKET-CLASS (RX) = 'A'
              AND RT-EFF-DATE (RX) NOT > TS-SALE-DATE (SX)
              AND RT-EFF-DATE (RX) > C-BEST-DATE
               MOVE RT-EFF-DATE (RX) TO C-BEST-DATE
               MOVE RT-PRICE (RX) TO C-WEIGHT
           END-IF.


      *    // -- ONE COMBOALC RECORD PER PARK FOR THE BUSINESS -- //
      *    // -- MONTH; COBANL2C POSTS IT TO THE PARK'S MONTH. -- //
       3400-ALLOC-SUMMARY.

           IF C-SLD-FULL-CTR = ZERO
               OPEN OUTPUT COMBO-ALLOC
           END-IF.
           WRITE PRTLINE
               FROM SUMMARY-HEADING-LINE
                   AFTER ADVANCING 3 LINES.
           PERFORM 3410-ALLOC-ROW
               VARYING PK FROM 1 BY 1 UNTIL PK > 15.
           IF C-SLD-FULL-CTR = ZERO
               CLOSE COMBO-ALLOC
           END-IF.

       3410-ALLOC-ROW.

           IF TA-COMBOS (PK) > ZERO
               MOVE PARK-NAME (PK) TO O-SUM-PARK
               MOVE TA-COMBOS (PK) TO O-SUM-COMBOS
               MOVE TA-AMOUNT (PK) TO O-SUM-AMOUNT
               WRITE PRTLINE
                   FROM SUMMARY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
               IF C-SLD-FULL-CTR = ZERO
                   MOVE C-PERIOD TO AL-PERIOD
                   MOVE PK TO AL-PARK
                   MOVE TA-AMOUNT (PK) TO AL-AMOUNT
                   MOVE TA-COMBOS (PK) TO AL-COMBOS
                   WRITE ALC-REC
               END-IF
           END-IF.


       3500-WRITE-SOLD.

           OPEN OUTPUT COMBO-SOLD-OUT.
           PERFORM 3510-WRITE-ONE-SOLD
               VARYING SX FROM 1 BY 1 UNTIL SX > C-SLD-TBL-CTR.
           CLOSE COMBO-SOLD-OUT.

       3510-WRITE-ONE-SOLD.

           IF TS-STATUS (SX) NOT = 'A'
               MOVE SLD-ENTRY (SX) TO NEW-SLD-REC
               WRITE NEW-SLD-REC
           END-IF.


       3600-TABLE-FULL.

           MOVE C-SLD-LOST-CTR TO O-SLD-LOST-CTR.
           MOVE C-SLD-FULL-CTR TO O-SLD-FULL-CTR.
           WRITE PRTLINE
               FROM TABLE-FULL-LINE
                   AFTER ADVANCING 3 LINES.


       9000-READ.

           READ PARK-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.


       9900-DETAIL-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM ACTIVITY-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM ACTIVITY-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
