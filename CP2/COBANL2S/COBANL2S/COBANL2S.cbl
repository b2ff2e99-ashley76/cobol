       IDENTIFICATION DIVISION.
       PROGRAM-ID.             COBANL2S.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - Park Concession Sales And Per-Capita -   *
      * FOOD, BEVERAGE AND MERCHANDISE SALES FROM   *
      * THE CONCESS FILE ARE JOINED TO THE TICKET   *
      * ATTENDANCE ON PRKDAT3 FOR THE SAME PARK AND *
      * DATE; A SALE WITH NO GATE ATTENDANCE THAT   *
      * DAY IS REJECTED.  PER-CAPITA SPEND (SALES   *
      * PER VISITOR) PRINTS BY PARK, MONTH AND      *
      * CATEGORY AGAINST THE SAME MONTH LAST YEAR   *
      * ON PRKHIST, FLAGGING A DROP GREATER THAN    *
      * THE CONPARM PERCENT (DEFAULT 10).  EACH     *
      * PARK-MONTH IS APPENDED TO PRKHIST AS A 'C'  *
      * RECORD UNDER ITS OWN SESSION TRAILER SO     *
      * COBANL2H CAN RANK ON TOTAL REVENUE.         *
      ***********************************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT PARK-MASTER
           ASSIGN TO PRKDAT3
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONCESSION-FILE
           ASSIGN TO CONCESS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARK-HISTORY
           ASSIGN TO PRKHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT OPTIONAL PARM-CARD
           ASSIGN TO CONPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
           ASSIGN TO CONRPT
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

       FD  CONCESSION-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS CON-REC.

       01  CON-REC.
           05  CS-PARK             PIC 99.
           05  CS-SALE-DATE        PIC 9(8).
           05  CS-OUTLET           PIC X(6).
           05  CS-CATEGORY         PIC X.
               88  CS-FOOD             VALUE 'F'.
               88  CS-BEVERAGE         VALUE 'B'.
               88  CS-MERCHANDISE      VALUE 'M'.
           05  CS-GROSS            PIC 9(7)V99.

       FD  PARK-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PH-REC.

       01  PH-REC.
           05  PH-PERIOD           PIC 9(6).
           05  PH-PARK             PIC 99.
           05  PH-REV              PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-ADULT-REV        PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-JR-REV           PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-SENIOR-REV       PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-REC-TYPE         PIC X.
               88  PH-CONCESSION       VALUE 'C'.
           05  PH-VISITORS         PIC 9(7).

      *    A CONCESSION RECORD CARRIES THE THREE CATEGORIES IN
      *    THE TICKET-CLASS SLOTS.
       01  PH-CON-REC.
           05  FILLER              PIC X(20).
           05  PH-FOOD-REV         PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-BEV-REV          PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-MERCH-REV        PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X(8).

       FD  PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 2 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-DROP-PCT       PIC 99.

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


       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  MORE-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-SALES      PIC XXX       VALUE 'YES'.
           05  MORE-HIST       PIC XXX       VALUE 'YES'.
           05  C-HIST-STATUS   PIC XX        VALUE '00'.
           05  C-PARM-STATUS   PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  DX              PIC 9(4)      VALUE ZERO  COMP.
           05  MX              PIC 999       VALUE ZERO  COMP.
           05  LX              PIC 999       VALUE ZERO  COMP.
           05  CX              PIC 9         VALUE ZERO  COMP.
           05  C-DAY-TBL-CTR   PIC 9(4)      VALUE ZERO.
           05  C-DAY-FOUND-IDX PIC 9(4)      VALUE ZERO.
           05  DAY-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  C-DAY-LOST-CTR  PIC 9(5)      VALUE ZERO.
           05  C-MON-TBL-CTR   PIC 999       VALUE ZERO.
           05  C-MON-FOUND-IDX PIC 999       VALUE ZERO.
           05  MON-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  C-LY-TBL-CTR    PIC 999       VALUE ZERO.
           05  C-LY-FOUND-IDX  PIC 999       VALUE ZERO.
           05  LY-FOUND-SW     PIC XXX       VALUE 'NO'.

           05  C-DROP-PCT      PIC 99        VALUE 10.
           05  C-DAY-VISITORS  PIC 9(5)      VALUE ZERO.
           05  C-KEY-PARK      PIC 99        VALUE ZERO.
           05  C-KEY-DATE      PIC 9(8)      VALUE ZERO.
           05  C-PERIOD        PIC 9(6)      VALUE ZERO.
           05  C-LY-PERIOD     PIC 9(6)      VALUE ZERO.
           05  C-LY-VISITORS   PIC 9(7)      VALUE ZERO.
           05  C-CAT-SALES     PIC 9(9)V99   VALUE ZERO.
           05  C-LY-SALES      PIC S9(9)V99  VALUE ZERO.
           05  C-MON-SALES     PIC 9(9)V99   VALUE ZERO.
           05  C-PER-CAP       PIC 9(5)V99   VALUE ZERO.
           05  C-LY-PER-CAP    PIC 9(5)V99   VALUE ZERO.
           05  C-CHG-PCT       PIC S9(5)V9   VALUE ZERO.
           05  C-FLAG-CTR      PIC 9(4)      VALUE ZERO.
           05  C-SALE-CTR      PIC 9(7)      VALUE ZERO.
           05  C-ERR-CTR       PIC 9(5)      VALUE ZERO.
           05  C-GT-SALES      PIC 9(11)V99  VALUE ZERO.
           05  C-GT-VISITORS   PIC 9(9)      VALUE ZERO.
           05  C-PH-TRL-CTR    PIC 9(7)      VALUE ZERO.
           05  C-PH-TRL-HASH   PIC S9(9)V99  VALUE ZERO.
           05  SALE-VALID-SW   PIC XXX       VALUE 'YES'.

           05  C-VAL-DATE.
               10  C-VAL-YEAR      PIC 9(4).
               10  C-VAL-MONTH     PIC 99.
               10  C-VAL-DAY       PIC 99.
           05  C-VAL-DATE-9 REDEFINES C-VAL-DATE
                                   PIC 9(8).

      *    15 PARKS FOR A FULL SEASON OF GATE DAYS.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 3000 TIMES.
               10  TD-PARK         PIC 99.
               10  TD-DATE         PIC 9(8).
               10  TD-VISITORS     PIC 9(7).

       01  MONTH-TABLE.
           05  MONTH-ENTRY OCCURS 200 TIMES.
               10  TM-PARK         PIC 99.
               10  TM-PERIOD       PIC 9(6).
               10  TM-VISITORS     PIC 9(7).
               10  TM-CAT-SALES    PIC 9(9)V99 OCCURS 3 TIMES.

       01  LAST-YEAR-TABLE.
           05  LAST-YEAR-ENTRY OCCURS 200 TIMES.
               10  TL-PARK         PIC 99.
               10  TL-PERIOD       PIC 9(6).
               10  TL-VISITORS     PIC 9(7).
               10  TL-CAT-SALES    PIC S9(9)V99 OCCURS 3 TIMES.

       01  CATEGORY-ARRAY.
           05  FILLER    PIC X(12)    VALUE 'FFOOD       '.
           05  FILLER    PIC X(12)    VALUE 'BBEVERAGE   '.
           05  FILLER    PIC X(12)    VALUE 'MMERCHANDISE'.
       01  CATEGORIES REDEFINES CATEGORY-ARRAY.
           05  CATEGORY-ENTRY OCCURS 3 TIMES.
               10  CAT-CODE        PIC X.
               10  CAT-NAME        PIC X(11).

       01  PARK-NAME-ARRAY.
           05  FILLER    PIC X(25)    VALUE 'ADVENTURELAND            '.
           05  FILLER    PIC X(25)    VALUE 'ZOMBIELAND               '.
           05  FILLER    PIC X(25)    VALUE 'WONDERLAND               '.
           05  FILLER    PIC X(25)    VALUE 'DISNEYLAND               '.
           05  FILLER    PIC X(25)    VALUE 'DISNEY WORLD             '.
           05  FILLER    PIC X(25)    VALUE 'ALIEN PLANET             '.
           05  FILLER    PIC X(25)    VALUE 'SIX FLAGS                '.
           05  FILLER    PIC X(25)    VALUE 'WHITE MOUNTAINS          '.
           05  FILLER    PIC X(25)    VALUE 'SPLASH ZONE              '.
           05  FILLER    PIC X(25)    VALUE 'AMUSE-A-ME               '.
           05  FILLER    PIC X(25)    VALUE 'BUILD-A-BEER             '.
           05  FILLER    PIC X(25)    VALUE 'SKY ROCKETS              '.
           05  FILLER    PIC X(25)    VALUE 'ANIMAL PLANET            '.
           05  FILLER    PIC X(25)    VALUE 'SURVIVE THE JUNGLE       '.
           05  FILLER    PIC X(25)    VALUE 'JOURNEY TO THE END OF NIM'.
       01  PARK-NAMES REDEFINES PARK-NAME-ARRAY.
           05  PARK-NAME OCCURS 15 TIMES PIC X(25).

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-DATE-9 REDEFINES DC-DATE
                                PIC 9(8).
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(42)   VALUE SPACES.
           05  FILLER       PIC X(26)   VALUE
               'CP2 - CONCESSION SALES'.
           05  FILLER       PIC X(40)   VALUE SPACES.
           COPY RPTPAGE.

       01  REPORT-HEADING-LINE.
           05  FILLER       PIC X(8)    VALUE 'COBANL2S'.
           05  FILLER       PIC X(44)   VALUE SPACES.
           05  FILLER       PIC X(36)   VALUE
               'PER-CAPITA SPEND BY PARK AND MONTH'.
           05  FILLER       PIC X(44)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER       PIC X(25)   VALUE 'AMUSEMENT PARK'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'MONTH'.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'CATEGORY'.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'SALES'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'VISITORS'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'PER-CAP'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'LY P-C'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'CHANGE %'.
           05  FILLER       PIC X(26)   VALUE SPACES.

       01  PER-CAP-LINE.
           05  O-PC-PARK       PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PC-MONTH      PIC X(7).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PC-CATEGORY   PIC X(11).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PC-SALES      PIC $$,$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-PC-VISITORS   PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-PC-PER-CAP    PIC $$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-PC-LY-PER-CAP PIC $$$$.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-PC-CHG-PCT    PIC ++++9.9.
           05  O-PC-CHG-X REDEFINES O-PC-CHG-PCT
                               PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-PC-FLAG       PIC X(20).
           05  FILLER          PIC X(6)    VALUE SPACES.

       01  REJECT-HEADING-LINE.
           05  FILLER          PIC X(4)    VALUE '=== '.
           05  FILLER          PIC X(30)   VALUE
               'REJECTED CONCESSION SALES'.
           05  FILLER          PIC X(98)   VALUE SPACES.

       01  REJECT-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RJ-RECORD     PIC X(26).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RJ-MSG        PIC X(45).
           05  FILLER          PIC X(54)   VALUE SPACES.

       01  DAY-FULL-LINE.
           05  FILLER          PIC X(48)   VALUE
               '** PARK-DAY TABLE IS FULL - GATE DAYS DROPPED: '.
           05  O-DAY-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' **'.
           05  FILLER          PIC X(75)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(19)   VALUE 'CONCESSION SALES: '.
           05  O-GT-SALES      PIC $$$,$$$,$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'VISITORS: '.
           05  O-GT-VISITORS   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'PER-CAP: '.
           05  O-GT-PER-CAP    PIC $$$$.99.
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  COUNT-LINE.
           05  FILLER          PIC X(19)   VALUE 'SALES ACCEPTED:   '.
           05  O-SALE-CTR      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  O-ERR-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'PER-CAP DROPS (>'.
           05  O-DROP-PCT      PIC Z9.
           05  FILLER          PIC X(4)    VALUE '%): '.
           05  O-FLAG-CTR      PIC Z,ZZ9.
           05  FILLER          PIC X(54)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2S'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL2S.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE THRU 2000-EXIT
               UNTIL MORE-SALES = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.

           PERFORM 1050-READ-PARM-CARD.
           PERFORM 1100-LOAD-ATTENDANCE.
           PERFORM 1300-LOAD-LAST-YEAR.

           OPEN INPUT CONCESSION-FILE.
           OPEN OUTPUT PRTOUT.

           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM REJECT-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ.


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


      *    NO CARD, OR A ZERO PERCENT, KEEPS THE 10 PERCENT DEFAULT.
       1050-READ-PARM-CARD.

           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-DROP-PCT
               END-READ
               IF PARM-DROP-PCT NUMERIC
                  AND PARM-DROP-PCT > ZERO
                   MOVE PARM-DROP-PCT TO C-DROP-PCT
               END-IF
               CLOSE PARM-CARD
           END-IF.


      *    // -- GATE AND GROUP HEADS ON PRKDAT3 ARE THE DAY'S  -- //
      *    // -- VISITORS; REFUNDS AND BAD RECORDS ARE LEFT TO  -- //
      *    // -- COBANL2C AND DO NOT COUNT HERE.                -- //
       1100-LOAD-ATTENDANCE.

           OPEN INPUT PARK-MASTER.
           PERFORM 9200-READ-PARK.
           PERFORM 1110-ONE-GATE-REC THRU 1110-EXIT
               UNTIL MORE-RECS = 'NO'.
           CLOSE PARK-MASTER.

       1110-ONE-GATE-REC.

           IF I-PARK NOT NUMERIC
              OR I-PARK < 1 OR I-PARK > 15
              OR I-REC-TYPE = 'R'
               PERFORM 9200-READ-PARK
               GO TO 1110-EXIT
           END-IF.

           MOVE I-ATTEND-DATE TO DC-DATE-9.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               PERFORM 9200-READ-PARK
               GO TO 1110-EXIT
           END-IF.

           COMPUTE C-DAY-VISITORS = I-ADULT-TICKETS
               + I-JR-TICKETS + I-SENIOR-TICKETS.
           MOVE I-PARK TO C-KEY-PARK.
           MOVE I-ATTEND-DATE TO C-KEY-DATE.
           PERFORM 1150-DAY-LOOKUP.
           IF DAY-FOUND-SW = 'NO'
               IF C-DAY-TBL-CTR < 3000
                   ADD 1 TO C-DAY-TBL-CTR
                   MOVE C-DAY-TBL-CTR TO C-DAY-FOUND-IDX
                   MOVE I-PARK TO TD-PARK (C-DAY-TBL-CTR)
                   MOVE I-ATTEND-DATE TO TD-DATE (C-DAY-TBL-CTR)
                   MOVE ZERO TO TD-VISITORS (C-DAY-TBL-CTR)
               ELSE
                   ADD 1 TO C-DAY-LOST-CTR
                   PERFORM 9200-READ-PARK
                   GO TO 1110-EXIT
               END-IF
           END-IF.
           MOVE C-DAY-FOUND-IDX TO DX.
           ADD C-DAY-VISITORS TO TD-VISITORS (DX).

           PERFORM 1200-MONTH-LOOKUP.
           IF MON-FOUND-SW = 'NO'
              AND C-MON-TBL-CTR < 200
               ADD 1 TO C-MON-TBL-CTR
               MOVE C-MON-TBL-CTR TO C-MON-FOUND-IDX
               MOVE I-PARK TO TM-PARK (C-MON-TBL-CTR)
               MOVE C-PERIOD TO TM-PERIOD (C-MON-TBL-CTR)
               MOVE ZERO TO TM-VISITORS (C-MON-TBL-CTR)
               MOVE ZERO TO TM-CAT-SALES (C-MON-TBL-CTR 1)
               MOVE ZERO TO TM-CAT-SALES (C-MON-TBL-CTR 2)
               MOVE ZERO TO TM-CAT-SALES (C-MON-TBL-CTR 3)
           END-IF.
           IF C-MON-FOUND-IDX > ZERO
               MOVE C-MON-FOUND-IDX TO MX
               ADD C-DAY-VISITORS TO TM-VISITORS (MX)
           END-IF.

           PERFORM 9200-READ-PARK.

       1110-EXIT.
           EXIT.


      *    BOTH LOOKUPS KEY ON C-KEY-PARK AND C-KEY-DATE SO THE
      *    GATE LOAD AND THE SALES JOIN SHARE THEM.
       1150-DAY-LOOKUP.

           MOVE 'NO' TO DAY-FOUND-SW.
           MOVE ZERO TO C-DAY-FOUND-IDX.
           PERFORM 1160-DAY-SEARCH
               VARYING DX FROM 1 BY 1
                   UNTIL DX > C-DAY-TBL-CTR
                      OR DAY-FOUND-SW = 'YES'.

       1160-DAY-SEARCH.

           IF TD-PARK (DX) = C-KEY-PARK
              AND TD-DATE (DX) = C-KEY-DATE
               MOVE 'YES' TO DAY-FOUND-SW
               MOVE DX TO C-DAY-FOUND-IDX
           END-IF.


       1200-MONTH-LOOKUP.

           MOVE C-KEY-DATE TO C-VAL-DATE-9.
           COMPUTE C-PERIOD = C-VAL-YEAR * 100 + C-VAL-MONTH.
           MOVE 'NO' TO MON-FOUND-SW.
           MOVE ZERO TO C-MON-FOUND-IDX.
           PERFORM 1210-MONTH-SEARCH
               VARYING MX FROM 1 BY 1
                   UNTIL MX > C-MON-TBL-CTR
                      OR MON-FOUND-SW = 'YES'.

       1210-MONTH-SEARCH.

           IF TM-PARK (MX) = C-KEY-PARK
              AND TM-PERIOD (MX) = C-PERIOD
               MOVE 'YES' TO MON-FOUND-SW
               MOVE MX TO C-MON-FOUND-IDX
           END-IF.


      *    // -- EARLIER CONCESSION RECORDS ON PRKHIST GIVE THE -- //
      *    // -- LAST-YEAR PER-CAP; A RERUN OF A MONTH REPLACES -- //
      *    // -- THE EARLIER IMAGE.                             -- //
       1300-LOAD-LAST-YEAR.

           OPEN INPUT PARK-HISTORY.
           IF C-HIST-STATUS = '00' OR '05'
               PERFORM 1310-ONE-HIST-REC
                   UNTIL MORE-HIST = 'NO'
               CLOSE PARK-HISTORY
           END-IF.

       1310-ONE-HIST-REC.

           READ PARK-HISTORY
               AT END
                   MOVE 'NO' TO MORE-HIST
           END-READ.
           IF MORE-HIST = 'YES'
              AND PH-CONCESSION
              AND PH-PERIOD NOT = 999999
              AND PH-VISITORS NUMERIC
               MOVE PH-PARK TO C-KEY-PARK
               MOVE PH-PERIOD TO C-LY-PERIOD
               PERFORM 1320-LAST-YEAR-LOOKUP
               IF LY-FOUND-SW = 'NO'
                  AND C-LY-TBL-CTR < 200
                   ADD 1 TO C-LY-TBL-CTR
                   MOVE C-LY-TBL-CTR TO C-LY-FOUND-IDX
               END-IF
               IF C-LY-FOUND-IDX > ZERO
                   MOVE C-LY-FOUND-IDX TO LX
                   MOVE PH-PARK TO TL-PARK (LX)
                   MOVE PH-PERIOD TO TL-PERIOD (LX)
                   MOVE PH-VISITORS TO TL-VISITORS (LX)
                   MOVE PH-FOOD-REV TO TL-CAT-SALES (LX 1)
                   MOVE PH-BEV-REV TO TL-CAT-SALES (LX 2)
                   MOVE PH-MERCH-REV TO TL-CAT-SALES (LX 3)
               END-IF
           END-IF.

       1320-LAST-YEAR-LOOKUP.

           MOVE 'NO' TO LY-FOUND-SW.
           MOVE ZERO TO C-LY-FOUND-IDX.
           PERFORM 1330-LAST-YEAR-SEARCH
               VARYING LX FROM 1 BY 1
                   UNTIL LX > C-LY-TBL-CTR
                      OR LY-FOUND-SW = 'YES'.

       1330-LAST-YEAR-SEARCH.

           IF TL-PARK (LX) = C-KEY-PARK
              AND TL-PERIOD (LX) = C-LY-PERIOD
               MOVE 'YES' TO LY-FOUND-SW
               MOVE LX TO C-LY-FOUND-IDX
           END-IF.



      *    // -- EACH SALE MUST MATCH A PARK AND DATE THE GATE  -- //
      *    // -- SAW VISITORS ON, OR PER-CAP MEANS NOTHING.     -- //
       2000-MAINLINE.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.
           IF SALE-VALID-SW = 'NO'
               PERFORM 2260-REJECT-PRT
               PERFORM 9000-READ
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO C-SALE-CTR.
           MOVE C-MON-FOUND-IDX TO MX.
           PERFORM 2100-CATEGORY-INDEX.
           ADD CS-GROSS TO TM-CAT-SALES (MX CX).
           ADD CS-GROSS TO C-GT-SALES.

           PERFORM 9000-READ.

       2000-EXIT.
           EXIT.


       2050-VALIDATION.

           MOVE 'YES' TO SALE-VALID-SW.

           IF CS-PARK NOT NUMERIC
              OR CS-PARK < 1 OR CS-PARK > 15
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'PARK CODE IS OUT OF RANGE.' TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.

           IF NOT CS-FOOD
              AND NOT CS-BEVERAGE
              AND NOT CS-MERCHANDISE
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'CATEGORY MUST BE F, B OR M.' TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.

           IF CS-GROSS NOT NUMERIC
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'GROSS SALES IS NOT NUMERIC.' TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.

           MOVE CS-SALE-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC = '4'
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'SALE DATE IS IN THE FUTURE.' TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.
           IF DC-RC NOT = '0'
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'SALE DATE IS NOT A REAL DATE.' TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.

           MOVE CS-PARK TO C-KEY-PARK.
           MOVE CS-SALE-DATE TO C-KEY-DATE.
           PERFORM 1150-DAY-LOOKUP.
           IF DAY-FOUND-SW = 'NO'
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'NO TICKET ATTENDANCE FOR THIS PARK AND DATE.'
                   TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.

           PERFORM 1200-MONTH-LOOKUP.
           IF MON-FOUND-SW = 'NO'
               MOVE 'NO' TO SALE-VALID-SW
               MOVE 'PARK-MONTH TABLE IS FULL.' TO O-RJ-MSG
               GO TO 2050-EXIT
           END-IF.

       2050-EXIT.
           EXIT.


       2100-CATEGORY-INDEX.

           MOVE 1 TO CX.
           IF CS-BEVERAGE
               MOVE 2 TO CX
           END-IF.
           IF CS-MERCHANDISE
               MOVE 3 TO CX
           END-IF.


       2260-REJECT-PRT.

           ADD 1 TO C-ERR-CTR.
           MOVE CON-REC TO O-RJ-RECORD.
           WRITE PRTLINE
               FROM REJECT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.



       3000-CLOSING.

           WRITE PRTLINE
               FROM COLUMN-HEADING-LINE
                   AFTER ADVANCING 3 LINES.

           OPEN EXTEND PARK-HISTORY.
           PERFORM 3100-PARK-MONTH
               VARYING MX FROM 1 BY 1
                   UNTIL MX > C-MON-TBL-CTR.

           MOVE 999999 TO PH-PERIOD.
           MOVE ZERO TO PH-PARK.
           MOVE C-PH-TRL-HASH TO PH-REV.
           MOVE C-PH-TRL-CTR TO PH-ADULT-REV.
           MOVE ZERO TO PH-JR-REV.
           MOVE ZERO TO PH-SENIOR-REV.
           MOVE SPACE TO PH-REC-TYPE.
           MOVE ZERO TO PH-VISITORS.
           WRITE PH-REC.
           CLOSE PARK-HISTORY.

           MOVE C-GT-SALES TO O-GT-SALES.
           MOVE C-GT-VISITORS TO O-GT-VISITORS.
           MOVE ZERO TO C-PER-CAP.
           IF C-GT-VISITORS > ZERO
               COMPUTE C-PER-CAP ROUNDED =
                   C-GT-SALES / C-GT-VISITORS
           END-IF.
           MOVE C-PER-CAP TO O-GT-PER-CAP.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE C-SALE-CTR TO O-SALE-CTR.
           MOVE C-ERR-CTR TO O-ERR-CTR.
           MOVE C-DROP-PCT TO O-DROP-PCT.
           MOVE C-FLAG-CTR TO O-FLAG-CTR.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 2 LINES.

           IF C-DAY-LOST-CTR > ZERO
               MOVE C-DAY-LOST-CTR TO O-DAY-LOST-CTR
               WRITE PRTLINE
                   FROM DAY-FULL-LINE
                       AFTER ADVANCING 2 LINES
           END-IF.

           CLOSE CONCESSION-FILE.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-SALE-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    // -- A PARK-MONTH WITH NO CONCESSION SALES IS NOT   -- //
      *    // -- REPORTED OR CARRIED TO HISTORY.                -- //
       3100-PARK-MONTH.

           COMPUTE C-MON-SALES = TM-CAT-SALES (MX 1)
               + TM-CAT-SALES (MX 2) + TM-CAT-SALES (MX 3).
           IF C-MON-SALES > ZERO
               ADD TM-VISITORS (MX) TO C-GT-VISITORS
               COMPUTE C-LY-PERIOD = TM-PERIOD (MX) - 100
               MOVE TM-PARK (MX) TO C-KEY-PARK
               PERFORM 1320-LAST-YEAR-LOOKUP
               PERFORM 3110-CATEGORY-ROW
                   VARYING CX FROM 1 BY 1 UNTIL CX > 3
               PERFORM 3120-MONTH-TOTAL-ROW
               PERFORM 3150-WRITE-HISTORY
           END-IF.


       3110-CATEGORY-ROW.

           MOVE TM-CAT-SALES (MX CX) TO C-CAT-SALES.
           MOVE ZERO TO C-LY-SALES.
           MOVE ZERO TO C-LY-VISITORS.
           IF LY-FOUND-SW = 'YES'
               MOVE C-LY-FOUND-IDX TO LX
               MOVE TL-CAT-SALES (LX CX) TO C-LY-SALES
               MOVE TL-VISITORS (LX) TO C-LY-VISITORS
           END-IF.
           MOVE CAT-NAME (CX) TO O-PC-CATEGORY.
           PERFORM 3130-PER-CAP-PRINT.


       3120-MONTH-TOTAL-ROW.

           MOVE C-MON-SALES TO C-CAT-SALES.
           MOVE ZERO TO C-LY-SALES.
           MOVE ZERO TO C-LY-VISITORS.
           IF LY-FOUND-SW = 'YES'
               MOVE C-LY-FOUND-IDX TO LX
               COMPUTE C-LY-SALES = TL-CAT-SALES (LX 1)
                   + TL-CAT-SALES (LX 2) + TL-CAT-SALES (LX 3)
               MOVE TL-VISITORS (LX) TO C-LY-VISITORS
           END-IF.
           MOVE 'ALL' TO O-PC-CATEGORY.
           PERFORM 3130-PER-CAP-PRINT.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.


      *    // -- THE DROP IS MEASURED ON PER-CAP, NOT DOLLARS,  -- //
      *    // -- SO A QUIETER MONTH AT THE GATE IS NOT FLAGGED. -- //
       3130-PER-CAP-PRINT.

           MOVE ZERO TO C-PER-CAP.
           IF TM-VISITORS (MX) > ZERO
               COMPUTE C-PER-CAP ROUNDED =
                   C-CAT-SALES / TM-VISITORS (MX)
           END-IF.
           MOVE ZERO TO C-LY-PER-CAP.
           IF C-LY-VISITORS > ZERO
              AND C-LY-SALES > ZERO
               COMPUTE C-LY-PER-CAP ROUNDED =
                   C-LY-SALES / C-LY-VISITORS
           END-IF.

           MOVE SPACES TO O-PC-FLAG.
           MOVE ZERO TO C-CHG-PCT.
           IF C-LY-PER-CAP > ZERO
               COMPUTE C-CHG-PCT ROUNDED =
                   (C-PER-CAP - C-LY-PER-CAP) * 100 / C-LY-PER-CAP
               MOVE C-CHG-PCT TO O-PC-CHG-PCT
               IF C-CHG-PCT < ZERO
                  AND C-CHG-PCT * -1 > C-DROP-PCT
                   ADD 1 TO C-FLAG-CTR
                   MOVE '** PER-CAP DOWN **' TO O-PC-FLAG
               END-IF
           ELSE
               MOVE SPACES TO O-PC-CHG-X
           END-IF.

           MOVE PARK-NAME (TM-PARK (MX)) TO O-PC-PARK.
           MOVE TM-PERIOD (MX) TO C-VAL-DATE-9.
           STRING C-VAL-DATE (7:2) '/' C-VAL-DATE (3:4)
               DELIMITED BY SIZE INTO O-PC-MONTH.
           MOVE C-CAT-SALES TO O-PC-SALES.
           MOVE TM-VISITORS (MX) TO O-PC-VISITORS.
           MOVE C-PER-CAP TO O-PC-PER-CAP.
           MOVE C-LY-PER-CAP TO O-PC-LY-PER-CAP.
           WRITE PRTLINE
               FROM PER-CAP-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
                           WRITE PRTLINE
                               FROM COLUMN-HEADING-LINE
                                   AFTER ADVANCING 2 LINES.


       3150-WRITE-HISTORY.

           MOVE TM-PERIOD (MX) TO PH-PERIOD.
           MOVE TM-PARK (MX) TO PH-PARK.
           MOVE C-MON-SALES TO PH-REV.
           MOVE TM-CAT-SALES (MX 1) TO PH-FOOD-REV.
           MOVE TM-CAT-SALES (MX 2) TO PH-BEV-REV.
           MOVE TM-CAT-SALES (MX 3) TO PH-MERCH-REV.
           MOVE 'C' TO PH-REC-TYPE.
           MOVE TM-VISITORS (MX) TO PH-VISITORS.
           ADD 1 TO C-PH-TRL-CTR.
           ADD PH-REV TO C-PH-TRL-HASH.
           WRITE PH-REC.


       9000-READ.

           READ CONCESSION-FILE
               AT END
                   MOVE 'NO' TO MORE-SALES.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM REPORT-HEADING-LINE
                   AFTER ADVANCING 1 LINE.


       9200-READ-PARK.

           READ PARK-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.
