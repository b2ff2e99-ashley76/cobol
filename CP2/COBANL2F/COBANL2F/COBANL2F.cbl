       IDENTIFICATION DIVISION.
       PROGRAM-ID.             COBANL2F.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - Park Staffing Forecast -                 *
      * FORECASTS EACH PARK'S VISITORS FOR EVERY    *
      * DAY OF THE COMING MONTH FROM THE SAME MONTH *
      * LAST YEAR: THE PRKDAT3 GATE DAYS GIVE A     *
      * DAY-OF-WEEK AVERAGE, AND WHERE THE DECK HAS *
      * NO SUCH DAYS THE PRKHIST VISITOR COUNT IS   *
      * SPREAD OVER THE MONTH'S OPEN DAYS.  THE     *
      * FORECAST IS CAPPED AT THE PRKCAP DAILY      *
      * CAPACITY, CLOSED DAYS COME FROM THE PRKCAL  *
      * CALENDAR, AND THE STAFRAT RATIO TABLE       *
      * (VISITORS PER OPERATOR, CASHIER ...) TURNS  *
      * VISITORS INTO STAFF BY POSITION.  THE PLAN  *
      * PRINTS PER PARK BY WEEK; DAYS AT OR OVER    *
      * THE CAPACITY WARNING PERCENT ARE FLAGGED    *
      * FOR EXTRA STAFF.                            *
      ***********************************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT PARK-MASTER
           ASSIGN TO PRKDAT3
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PARK-HISTORY
           ASSIGN TO PRKHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT OPTIONAL PARK-CALENDAR
           ASSIGN TO PRKCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-CAL-STATUS.

           SELECT OPTIONAL CAPACITY-FILE
           ASSIGN TO PRKCAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CAP-FSTATUS.

           SELECT OPTIONAL RATIO-FILE
           ASSIGN TO STAFRAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RAT-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
           ASSIGN TO STAFRPT
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
               88  PH-TICKETS          VALUE 'T'.
           05  PH-VISITORS         PIC 9(7).

       FD  PARK-CALENDAR
           LABEL RECORD IS STANDARD
           DATA RECORD IS CAL-REC
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE F.

       01  CAL-REC.
           05  CL-PARK-CODE        PIC 99.
           05  CL-OPEN-FROM        PIC 9(4).
           05  CL-OPEN-TO          PIC 9(4).

       FD  CAPACITY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS CAP-FILE-REC.

       01  CAP-FILE-REC.
           05  CP-PARK-CODE        PIC 99.
           05  CP-DAILY-CAP        PIC 9(5).
           05  CP-WARN-PCT         PIC 99.

       FD  RATIO-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS RATIO-REC.

       01  RATIO-REC.
           05  RR-POSITION         PIC X(8).
           05  RR-VISITORS-PER     PIC 9(5).
           05  RR-MIN-STAFF        PIC 9(3).

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
           05  MORE-HIST       PIC XXX       VALUE 'YES'.
           05  MORE-CAL        PIC XXX       VALUE 'YES'.
           05  MORE-CAPS       PIC XXX       VALUE 'YES'.
           05  MORE-RATIOS     PIC XXX       VALUE 'YES'.
           05  C-HIST-STATUS   PIC XX        VALUE '00'.
           05  C-CAL-STATUS    PIC XX        VALUE '00'.
           05  C-CAP-FSTATUS   PIC XX        VALUE '00'.
           05  C-RAT-STATUS    PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  PK              PIC 99        VALUE ZERO  COMP.
           05  DX              PIC 999       VALUE ZERO  COMP.
           05  WX              PIC 9         VALUE ZERO  COMP.
           05  RX              PIC 99        VALUE ZERO  COMP.
           05  C-DAY           PIC 99        VALUE ZERO.
           05  C-DAY-TBL-CTR   PIC 999       VALUE ZERO.
           05  C-DAY-FOUND-IDX PIC 999       VALUE ZERO.
           05  DAY-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  C-RATIO-CTR     PIC 99        VALUE 4.
           05  RATIO-FILE-SW   PIC XXX       VALUE 'NO'.

           05  C-TARGET-PERIOD PIC 9(6)      VALUE ZERO.
           05  C-LY-PERIOD     PIC 9(6)      VALUE ZERO.
           05  C-TARGET-DAYS   PIC 99        VALUE ZERO.
           05  C-LY-DAYS       PIC 99        VALUE ZERO.
           05  C-MONTH-DAYS    PIC 99        VALUE ZERO.
           05  C-MONTH-PERIOD  PIC 9(6)      VALUE ZERO.
           05  C-NEXT-PERIOD   PIC 9(6)      VALUE ZERO.
           05  C-FIRST-INT     PIC 9(7)      VALUE ZERO.
           05  C-NEXT-INT      PIC 9(7)      VALUE ZERO.
           05  C-DATE-INT      PIC 9(7)      VALUE ZERO.
           05  C-DOW           PIC 9         VALUE ZERO.
           05  C-OPEN-DAYS     PIC 99        VALUE ZERO.
           05  C-CHK-MMDD      PIC 9(4)      VALUE ZERO.
           05  SEASON-OK-SW    PIC XXX       VALUE 'YES'.

           05  C-DAY-VISITORS  PIC 9(5)      VALUE ZERO.
           05  C-PARK-LY-SUM   PIC 9(9)      VALUE ZERO.
           05  C-PARK-LY-DAYS  PIC 999       VALUE ZERO.
           05  C-FORECAST      PIC 9(7)      VALUE ZERO.
           05  C-EXPECTED      PIC 9(7)      VALUE ZERO.
           05  C-WARN-LEVEL    PIC 9(7)      VALUE ZERO.
           05  C-STAFF         PIC 9(5)      VALUE ZERO.
           05  BASIS-SW        PIC X         VALUE SPACE.
               88  BASIS-DAY-OF-WEEK   VALUE 'D'.
               88  BASIS-MONTH         VALUE 'M'.
               88  BASIS-NONE          VALUE 'N'.
           05  C-WK-FORECAST   PIC 9(7)      VALUE ZERO.
           05  C-WK-EXPECTED   PIC 9(7)      VALUE ZERO.
           05  C-WK-FLAG-CTR   PIC 9         VALUE ZERO.
           05  C-PARKS-PLANNED PIC 99        VALUE ZERO.
           05  C-FLAG-CTR      PIC 9(4)      VALUE ZERO.

           05  C-WORK-DATE.
               10  C-WORK-YEAR     PIC 9(4).
               10  C-WORK-MONTH    PIC 99.
               10  C-WORK-DAY      PIC 99.
           05  C-WORK-DATE-9 REDEFINES C-WORK-DATE
                                   PIC 9(8).

      *    LAST YEAR'S GATE DAYS FOR THE MONTH - 15 PARKS BY 31.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 465 TIMES.
               10  TD-PARK         PIC 99.
               10  TD-DATE         PIC 9(8).
               10  TD-VISITORS     PIC 9(7).

       01  PARK-TABLE.
           05  PARK-ENTRY OCCURS 15 TIMES.
               10  TP-OPEN-FROM    PIC 9(4)    VALUE ZERO.
               10  TP-OPEN-TO      PIC 9(4)    VALUE ZERO.
               10  TP-HAS-CAL      PIC X       VALUE 'N'.
               10  TP-DAILY-CAP    PIC 9(5)    VALUE ZERO.
               10  TP-WARN-PCT     PIC 99      VALUE ZERO.
               10  TP-HIST-VISITORS PIC 9(7)   VALUE ZERO.
               10  TP-DOW-ENTRY OCCURS 7 TIMES.
                   15  TP-DOW-SUM      PIC 9(7)    VALUE ZERO.
                   15  TP-DOW-CTR      PIC 99      VALUE ZERO.

      *    SHOP DEFAULTS WHEN NO STAFRAT FILE IS SUPPLIED.
       01  RATIO-ARRAY.
           05  FILLER    PIC X(16)    VALUE 'RIDE OPR00150002'.
           05  FILLER    PIC X(16)    VALUE 'CASHIER 00400001'.
           05  FILLER    PIC X(16)    VALUE 'FOOD SVC00250001'.
           05  FILLER    PIC X(16)    VALUE 'SECURITY00500001'.
           05  FILLER    PIC X(64)    VALUE SPACES.
       01  RATIO-TABLE REDEFINES RATIO-ARRAY.
           05  RATIO-ENTRY OCCURS 8 TIMES.
               10  TR-POSITION     PIC X(8).
               10  TR-VISITORS-PER PIC 9(5).
               10  TR-MIN-STAFF    PIC 9(3).

       01  WEEK-STAFF-TABLE.
           05  TW-STAFF-DAYS   PIC 9(5)    OCCURS 8 TIMES.

       01  DOW-NAME-ARRAY.
           05  FILLER    PIC X(21)    VALUE 'SUNMONTUEWEDTHUFRISAT'.
       01  DOW-NAMES REDEFINES DOW-NAME-ARRAY.
           05  DOW-NAME  PIC X(3)     OCCURS 7 TIMES.

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

       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(42)   VALUE SPACES.
           05  FILLER       PIC X(26)   VALUE
               'CP2 - PARK STAFFING PLAN'.
           05  FILLER       PIC X(40)   VALUE SPACES.
           COPY RPTPAGE.

       01  REPORT-HEADING-LINE.
           05  FILLER       PIC X(8)    VALUE 'COBANL2F'.
           05  FILLER       PIC X(44)   VALUE SPACES.
           05  FILLER       PIC X(26)   VALUE
               'STAFFING FORECAST FOR    '.
           05  O-RH-MONTH   PIC X(7).
           05  FILLER       PIC X(47)   VALUE SPACES.

       01  PARK-HEADING-LINE.
           05  FILLER          PIC X(4)    VALUE '=== '.
           05  O-PH-PARK       PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'CAPACITY: '.
           05  O-PH-CAP        PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'WARNING: '.
           05  O-PH-WARN       PIC Z9.
           05  FILLER          PIC X(4)    VALUE '%   '.
           05  FILLER          PIC X(7)    VALUE 'BASIS: '.
           05  O-PH-BASIS      PIC X(30).
           05  FILLER          PIC X(29)   VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER          PIC X(4)    VALUE 'DATE'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE 'DOW'.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE
               'FORECAST  EXPECT'.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  CH-POSITION-SLOT OCCURS 8 TIMES.
               10  FILLER          PIC X(1).
               10  O-CH-POSITION   PIC X(8).
           05  FILLER          PIC X(27)   VALUE SPACES.

       01  STAFF-LINE.
           05  O-SF-DATE       PIC X(10).
           05  FILLER          PIC X(2).
           05  O-SF-DOW        PIC X(3).
           05  FILLER          PIC X(2).
           05  O-SF-FORECAST   PIC ZZ,ZZ9.
           05  FILLER          PIC X(2).
           05  O-SF-EXPECTED   PIC ZZ,ZZ9.
           05  FILLER          PIC X(2).
           05  SF-STAFF-SLOT OCCURS 8 TIMES.
               10  FILLER          PIC X(5).
               10  O-SF-STAFF      PIC ZZZ9.
           05  FILLER          PIC X(2).
           05  O-SF-FLAG       PIC X(17).
           05  FILLER          PIC X(8).

       01  WEEK-LINE.
           05  O-WK-LABEL      PIC X(16).
           05  O-WK-FORECAST   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(1).
           05  O-WK-EXPECTED   PIC ZZZ,ZZ9.
           05  FILLER          PIC X(2).
           05  WK-STAFF-SLOT OCCURS 8 TIMES.
               10  FILLER          PIC X(4).
               10  O-WK-STAFF      PIC ZZZZ9.
           05  FILLER          PIC X(2).
           05  O-WK-FLAG       PIC X(25).

       01  NO-BASIS-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(56)   VALUE
               'NO ATTENDANCE FOR THIS MONTH LAST YEAR - NO FORECAST.'.
           05  FILLER          PIC X(72)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(15)   VALUE 'PARKS PLANNED: '.
           05  O-PARKS-PLANNED PIC Z9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(28)   VALUE
               'DAYS FLAGGED FOR EXTRA STAFF'.
           05  FILLER          PIC X(2)    VALUE ': '.
           05  O-FLAG-CTR      PIC Z,ZZ9.
           05  FILLER          PIC X(76)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2F'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL2F.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-PARK-PLAN THRU 2000-EXIT
               VARYING PK FROM 1 BY 1 UNTIL PK > 15.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.

      *    // -- THE PLAN IS FOR THE MONTH AFTER THE BUSINESS  -- //
      *    // -- DATE, FORECAST FROM THAT MONTH LAST YEAR.     -- //
           IF I-MONTH = 12
               COMPUTE C-TARGET-PERIOD = (I-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE C-TARGET-PERIOD = I-YEAR * 100 + I-MONTH + 1
           END-IF.
           COMPUTE C-LY-PERIOD = C-TARGET-PERIOD - 100.

           MOVE C-TARGET-PERIOD TO C-MONTH-PERIOD.
           PERFORM 1050-DAYS-IN-MONTH.
           MOVE C-MONTH-DAYS TO C-TARGET-DAYS.
           MOVE C-LY-PERIOD TO C-MONTH-PERIOD.
           PERFORM 1050-DAYS-IN-MONTH.
           MOVE C-MONTH-DAYS TO C-LY-DAYS.

           MOVE C-TARGET-PERIOD TO C-WORK-DATE-9.
           STRING C-WORK-DATE (7:2) '/' C-WORK-DATE (3:4)
               DELIMITED BY SIZE INTO O-RH-MONTH.

           PERFORM 1100-READ-CALENDAR.
           PERFORM 1200-READ-CAPACITY.
           PERFORM 1300-READ-RATIOS.
           PERFORM 1350-POSITION-HEADING.
           PERFORM 1400-LOAD-LAST-YEAR.
           PERFORM 1500-LOAD-HISTORY.

           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.


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


      *    DAYS IN C-MONTH-PERIOD: THE FIRST OF THE NEXT MONTH
      *    LESS THE FIRST OF THIS ONE.
       1050-DAYS-IN-MONTH.

           DIVIDE C-MONTH-PERIOD BY 100 GIVING C-WORK-YEAR
               REMAINDER C-WORK-MONTH.
           IF C-WORK-MONTH = 12
               COMPUTE C-NEXT-PERIOD = (C-WORK-YEAR + 1) * 100 + 1
           ELSE
               COMPUTE C-NEXT-PERIOD = C-MONTH-PERIOD + 1
           END-IF.
           COMPUTE C-FIRST-INT = FUNCTION INTEGER-OF-DATE
               (C-MONTH-PERIOD * 100 + 1).
           COMPUTE C-NEXT-INT = FUNCTION INTEGER-OF-DATE
               (C-NEXT-PERIOD * 100 + 1).
           COMPUTE C-MONTH-DAYS = C-NEXT-INT - C-FIRST-INT.


       1100-READ-CALENDAR.

           OPEN INPUT PARK-CALENDAR.
           IF C-CAL-STATUS = "00" OR "05"
               PERFORM 1110-READ-CAL-REC
                   UNTIL MORE-CAL = "NO"
               CLOSE PARK-CALENDAR
           END-IF.

       1110-READ-CAL-REC.

           READ PARK-CALENDAR
               AT END
                   MOVE "NO" TO MORE-CAL
           END-READ.
           IF MORE-CAL = "YES"
               AND CL-PARK-CODE NUMERIC
               AND CL-PARK-CODE > ZERO AND CL-PARK-CODE < 16
                   MOVE CL-OPEN-FROM TO TP-OPEN-FROM (CL-PARK-CODE)
                   MOVE CL-OPEN-TO TO TP-OPEN-TO (CL-PARK-CODE)
                   MOVE 'Y' TO TP-HAS-CAL (CL-PARK-CODE)
           END-IF.


       1200-READ-CAPACITY.

           OPEN INPUT CAPACITY-FILE.
           IF C-CAP-FSTATUS = "00" OR "05"
               PERFORM 1210-READ-CAP-REC
                   UNTIL MORE-CAPS = "NO"
               CLOSE CAPACITY-FILE
           END-IF.

       1210-READ-CAP-REC.

           READ CAPACITY-FILE
               AT END
                   MOVE "NO" TO MORE-CAPS
           END-READ.
           IF MORE-CAPS = "YES"
               AND CP-PARK-CODE NUMERIC
               AND CP-PARK-CODE > ZERO AND CP-PARK-CODE < 16
                   MOVE CP-DAILY-CAP TO TP-DAILY-CAP (CP-PARK-CODE)
                   MOVE CP-WARN-PCT TO TP-WARN-PCT (CP-PARK-CODE)
           END-IF.


      *    // -- A STAFRAT FILE REPLACES THE DEFAULT POSITIONS -- //
      *    // -- OUTRIGHT; UP TO EIGHT POSITIONS PRINT.        -- //
       1300-READ-RATIOS.

           OPEN INPUT RATIO-FILE.
           IF C-RAT-STATUS = "00" OR "05"
               PERFORM 1310-READ-RATIO-REC
                   UNTIL MORE-RATIOS = "NO"
               CLOSE RATIO-FILE
           END-IF.

       1310-READ-RATIO-REC.

           READ RATIO-FILE
               AT END
                   MOVE "NO" TO MORE-RATIOS
           END-READ.
           IF MORE-RATIOS = "YES"
               AND RR-VISITORS-PER NUMERIC
               AND RR-VISITORS-PER > ZERO
               AND RR-MIN-STAFF NUMERIC
                   IF RATIO-FILE-SW = 'NO'
                       MOVE 'YES' TO RATIO-FILE-SW
                       MOVE SPACES TO RATIO-ARRAY
                       MOVE ZERO TO C-RATIO-CTR
                   END-IF
                   IF C-RATIO-CTR < 8
                       ADD 1 TO C-RATIO-CTR
                       MOVE RR-POSITION TO TR-POSITION (C-RATIO-CTR)
                       MOVE RR-VISITORS-PER
                           TO TR-VISITORS-PER (C-RATIO-CTR)
                       MOVE RR-MIN-STAFF TO TR-MIN-STAFF (C-RATIO-CTR)
                   END-IF
           END-IF.


       1350-POSITION-HEADING.

           MOVE SPACES TO COLUMN-HEADING-LINE (33:).
           PERFORM 1360-POSITION-NAME
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RATIO-CTR.

       1360-POSITION-NAME.

           MOVE TR-POSITION (RX) TO O-CH-POSITION (RX).


      *    // -- GATE AND GROUP HEADS FOR LAST YEAR'S MONTH ARE -- //
      *    // -- SUMMED PER PARK AND DAY, THEN FOLDED INTO THE  -- //
      *    // -- DAY-OF-WEEK AVERAGES.                          -- //
       1400-LOAD-LAST-YEAR.

           OPEN INPUT PARK-MASTER.
           PERFORM 9000-READ.
           PERFORM 1410-ONE-GATE-REC THRU 1410-EXIT
               UNTIL MORE-RECS = 'NO'.
           CLOSE PARK-MASTER.

           PERFORM 1450-FOLD-DAY
               VARYING DX FROM 1 BY 1
                   UNTIL DX > C-DAY-TBL-CTR.

       1410-ONE-GATE-REC.

           IF I-PARK NOT NUMERIC
              OR I-PARK < 1 OR I-PARK > 15
              OR I-REC-TYPE = 'R'
               PERFORM 9000-READ
               GO TO 1410-EXIT
           END-IF.

           MOVE I-ATTEND-DATE TO C-WORK-DATE-9.
           IF C-WORK-YEAR * 100 + C-WORK-MONTH NOT = C-LY-PERIOD
              OR C-WORK-DAY < 1 OR C-WORK-DAY > C-LY-DAYS
               PERFORM 9000-READ
               GO TO 1410-EXIT
           END-IF.

           COMPUTE C-DAY-VISITORS = I-ADULT-TICKETS
               + I-JR-TICKETS + I-SENIOR-TICKETS.
           MOVE 'NO' TO DAY-FOUND-SW.
           MOVE ZERO TO C-DAY-FOUND-IDX.
           PERFORM 1420-DAY-SEARCH
               VARYING DX FROM 1 BY 1
                   UNTIL DX > C-DAY-TBL-CTR
                      OR DAY-FOUND-SW = 'YES'.
           IF DAY-FOUND-SW = 'NO'
              AND C-DAY-TBL-CTR < 465
               ADD 1 TO C-DAY-TBL-CTR
               MOVE C-DAY-TBL-CTR TO C-DAY-FOUND-IDX
               MOVE I-PARK TO TD-PARK (C-DAY-TBL-CTR)
               MOVE C-WORK-DATE-9 TO TD-DATE (C-DAY-TBL-CTR)
               MOVE ZERO TO TD-VISITORS (C-DAY-TBL-CTR)
           END-IF.
           IF C-DAY-FOUND-IDX > ZERO
               MOVE C-DAY-FOUND-IDX TO DX
               ADD C-DAY-VISITORS TO TD-VISITORS (DX)
           END-IF.

           PERFORM 9000-READ.

       1410-EXIT.
           EXIT.

       1420-DAY-SEARCH.

           IF TD-PARK (DX) = I-PARK
              AND TD-DATE (DX) = C-WORK-DATE-9
               MOVE 'YES' TO DAY-FOUND-SW
               MOVE DX TO C-DAY-FOUND-IDX
           END-IF.

       1450-FOLD-DAY.

           MOVE TD-DATE (DX) TO C-WORK-DATE-9.
           PERFORM 1460-DAY-OF-WEEK.
           MOVE TD-PARK (DX) TO PK.
           ADD TD-VISITORS (DX) TO TP-DOW-SUM (PK C-DOW).
           ADD 1 TO TP-DOW-CTR (PK C-DOW).


      *    DAY 1 OF THE INTEGER DATES (01/01/1601) WAS A MONDAY;
      *    C-DOW COMES BACK 1 = SUNDAY THROUGH 7 = SATURDAY.
       1460-DAY-OF-WEEK.

           COMPUTE C-DATE-INT =
               FUNCTION INTEGER-OF-DATE (C-WORK-DATE-9).
           COMPUTE C-DOW = FUNCTION MOD (C-DATE-INT, 7) + 1.


      *    // -- PRKHIST TICKET RECORDS CARRY THE MONTH'S       -- //
      *    // -- VISITORS; A RERUN OF THE MONTH REPLACES IT.    -- //
       1500-LOAD-HISTORY.

           OPEN INPUT PARK-HISTORY.
           IF C-HIST-STATUS = '00' OR '05'
               PERFORM 1510-ONE-HIST-REC
                   UNTIL MORE-HIST = 'NO'
               CLOSE PARK-HISTORY
           END-IF.

       1510-ONE-HIST-REC.

           READ PARK-HISTORY
               AT END
                   MOVE 'NO' TO MORE-HIST
           END-READ.
           IF MORE-HIST = 'YES'
              AND PH-TICKETS
              AND PH-PERIOD = C-LY-PERIOD
              AND PH-PARK > ZERO AND PH-PARK < 16
              AND PH-VISITORS NUMERIC
               MOVE PH-VISITORS TO TP-HIST-VISITORS (PH-PARK)
           END-IF.



      *    // -- ONE PLAN PER PARK: DAY-OF-WEEK AVERAGES WHEN  -- //
      *    // -- THE DECK HAS LAST YEAR'S DAYS, ELSE THE       -- //
      *    // -- PRKHIST MONTH SPREAD OVER ITS OPEN DAYS.      -- //
       2000-PARK-PLAN.

           MOVE ZERO TO C-PARK-LY-SUM.
           MOVE ZERO TO C-PARK-LY-DAYS.
           PERFORM 2010-PARK-LY-TOTAL
               VARYING WX FROM 1 BY 1 UNTIL WX > 7.

           MOVE PARK-NAME (PK) TO O-PH-PARK.
           MOVE TP-DAILY-CAP (PK) TO O-PH-CAP.
           MOVE TP-WARN-PCT (PK) TO O-PH-WARN.

           IF C-PARK-LY-DAYS > ZERO
               MOVE 'D' TO BASIS-SW
               MOVE 'LAST YEAR BY DAY OF WEEK' TO O-PH-BASIS
           ELSE
               IF TP-HIST-VISITORS (PK) > ZERO
                   MOVE 'M' TO BASIS-SW
                   MOVE 'PRKHIST MONTH OVER OPEN DAYS' TO O-PH-BASIS
                   PERFORM 2020-LY-OPEN-DAYS
               ELSE
                   MOVE 'N' TO BASIS-SW
                   MOVE 'NONE' TO O-PH-BASIS
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM PARK-HEADING-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING.

           IF BASIS-NONE
               WRITE PRTLINE
                   FROM NO-BASIS-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO C-PARKS-PLANNED.
           WRITE PRTLINE
               FROM COLUMN-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           PERFORM 2050-CLEAR-WEEK.
           PERFORM 2100-PLAN-DAY
               VARYING C-DAY FROM 1 BY 1
                   UNTIL C-DAY > C-TARGET-DAYS.
           PERFORM 2300-WEEK-TOTAL.

       2000-EXIT.
           EXIT.


       2010-PARK-LY-TOTAL.

           ADD TP-DOW-SUM (PK WX) TO C-PARK-LY-SUM.
           ADD TP-DOW-CTR (PK WX) TO C-PARK-LY-DAYS.


       2020-LY-OPEN-DAYS.

           MOVE ZERO TO C-OPEN-DAYS.
           PERFORM 2030-LY-OPEN-DAY
               VARYING C-DAY FROM 1 BY 1
                   UNTIL C-DAY > C-LY-DAYS.
           IF C-OPEN-DAYS = ZERO
               MOVE 'N' TO BASIS-SW
               MOVE 'NONE - CLOSED ALL MONTH' TO O-PH-BASIS
           END-IF.

       2030-LY-OPEN-DAY.

           COMPUTE C-WORK-DATE-9 = C-LY-PERIOD * 100 + C-DAY.
           PERFORM 2200-SEASON-CHECK.
           IF SEASON-OK-SW = 'YES'
               ADD 1 TO C-OPEN-DAYS
           END-IF.


       2050-CLEAR-WEEK.

           MOVE ZERO TO C-WK-FORECAST.
           MOVE ZERO TO C-WK-EXPECTED.
           MOVE ZERO TO C-WK-FLAG-CTR.
           MOVE ZERO TO WEEK-STAFF-TABLE.


      *    // -- A SUNDAY STARTS A NEW WEEK OF THE PLAN.       -- //
       2100-PLAN-DAY.

           COMPUTE C-WORK-DATE-9 = C-TARGET-PERIOD * 100 + C-DAY.
           PERFORM 1460-DAY-OF-WEEK.
           IF C-DOW = 1 AND C-DAY > 1
               PERFORM 2300-WEEK-TOTAL
               PERFORM 2050-CLEAR-WEEK
           END-IF.

           MOVE SPACES TO STAFF-LINE.
           STRING C-WORK-MONTH '/' C-WORK-DAY '/' C-WORK-YEAR
               DELIMITED BY SIZE INTO O-SF-DATE.
           MOVE DOW-NAME (C-DOW) TO O-SF-DOW.

           PERFORM 2200-SEASON-CHECK.
           IF SEASON-OK-SW = 'NO'
               MOVE 'PARK CLOSED' TO O-SF-FLAG
               PERFORM 2190-WRITE-DAY
           ELSE
               PERFORM 2110-FORECAST-DAY
           END-IF.


       2110-FORECAST-DAY.

           MOVE ZERO TO C-FORECAST.
           IF BASIS-DAY-OF-WEEK
               IF TP-DOW-CTR (PK C-DOW) > ZERO
                   COMPUTE C-FORECAST ROUNDED =
                       TP-DOW-SUM (PK C-DOW) / TP-DOW-CTR (PK C-DOW)
               ELSE
                   COMPUTE C-FORECAST ROUNDED =
                       C-PARK-LY-SUM / C-PARK-LY-DAYS
               END-IF
           ELSE
               COMPUTE C-FORECAST ROUNDED =
                   TP-HIST-VISITORS (PK) / C-OPEN-DAYS
           END-IF.

           MOVE C-FORECAST TO C-EXPECTED.
           IF TP-DAILY-CAP (PK) > ZERO
              AND C-EXPECTED > TP-DAILY-CAP (PK)
               MOVE TP-DAILY-CAP (PK) TO C-EXPECTED
           END-IF.

           MOVE C-FORECAST TO O-SF-FORECAST.
           MOVE C-EXPECTED TO O-SF-EXPECTED.
           ADD C-FORECAST TO C-WK-FORECAST.
           ADD C-EXPECTED TO C-WK-EXPECTED.

           PERFORM 2120-STAFF-POSITION
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RATIO-CTR.

           IF TP-DAILY-CAP (PK) > ZERO
              AND TP-WARN-PCT (PK) > ZERO
               COMPUTE C-WARN-LEVEL ROUNDED =
                   TP-DAILY-CAP (PK) * TP-WARN-PCT (PK) / 100
               IF C-FORECAST NOT < C-WARN-LEVEL
                   ADD 1 TO C-FLAG-CTR
                   ADD 1 TO C-WK-FLAG-CTR
                   MOVE '** EXTRA STAFF **' TO O-SF-FLAG
               END-IF
           END-IF.

           PERFORM 2190-WRITE-DAY.


      *    STAFF = VISITORS OVER THE RATIO, ROUNDED UP, NEVER
      *    BELOW THE POSITION'S MINIMUM ON AN OPEN DAY.
       2120-STAFF-POSITION.

           COMPUTE C-STAFF =
               (C-EXPECTED + TR-VISITORS-PER (RX) - 1)
                   / TR-VISITORS-PER (RX).
           IF C-STAFF < TR-MIN-STAFF (RX)
               MOVE TR-MIN-STAFF (RX) TO C-STAFF
           END-IF.
           MOVE C-STAFF TO O-SF-STAFF (RX).
           ADD C-STAFF TO TW-STAFF-DAYS (RX).


       2190-WRITE-DAY.

           WRITE PRTLINE
               FROM STAFF-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
                           WRITE PRTLINE
                               FROM COLUMN-HEADING-LINE
                                   AFTER ADVANCING 2 LINES.


      *    A SEASON MAY WRAP THE YEAR END (FROM 1101 TO 0331).
       2200-SEASON-CHECK.

           MOVE 'YES' TO SEASON-OK-SW.
           IF TP-HAS-CAL (PK) = 'Y'
               COMPUTE C-CHK-MMDD = C-WORK-MONTH * 100 + C-WORK-DAY
               IF TP-OPEN-FROM (PK) NOT > TP-OPEN-TO (PK)
                   IF C-CHK-MMDD < TP-OPEN-FROM (PK)
                      OR C-CHK-MMDD > TP-OPEN-TO (PK)
                       MOVE 'NO' TO SEASON-OK-SW
                   END-IF
               ELSE
                   IF C-CHK-MMDD < TP-OPEN-FROM (PK)
                      AND C-CHK-MMDD > TP-OPEN-TO (PK)
                       MOVE 'NO' TO SEASON-OK-SW
                   END-IF
               END-IF
           END-IF.


       2300-WEEK-TOTAL.

           MOVE SPACES TO WEEK-LINE.
           MOVE '  WEEK TOTAL' TO O-WK-LABEL.
           MOVE C-WK-FORECAST TO O-WK-FORECAST.
           MOVE C-WK-EXPECTED TO O-WK-EXPECTED.
           PERFORM 2310-WEEK-STAFF
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RATIO-CTR.
           IF C-WK-FLAG-CTR > ZERO
               STRING 'EXTRA-STAFF DAYS: ' C-WK-FLAG-CTR
                   DELIMITED BY SIZE INTO O-WK-FLAG
           END-IF.
           WRITE PRTLINE
               FROM WEEK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

       2310-WEEK-STAFF.

           MOVE TW-STAFF-DAYS (RX) TO O-WK-STAFF (RX).



       3000-CLOSING.

           MOVE C-PARKS-PLANNED TO O-PARKS-PLANNED.
           MOVE C-FLAG-CTR TO O-FLAG-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-PARKS-PLANNED TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ.

           READ PARK-MASTER
               AT END
                   MOVE 'NO' TO MORE-RECS.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM REPORT-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
