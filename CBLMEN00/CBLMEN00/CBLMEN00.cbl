       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLMEN00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * PIZZA MENU ENGINEERING REPORT.                              *
      * BRINGS TOGETHER EACH ITEM'S UNIT MARGIN FROM CBLMRG00       *
      * (PIZZAMGN, COUNT TRAILER PROVED ON THE WAY IN) AND ITS      *
      * QUANTITY SOLD FROM THE PIZZAHST HISTORY (EVERY SEGMENT      *
      * TRAILER PROVED, AS CBLTRD00 DOES) OVER THE PERIODS ON THE   *
      * PARAMETER CARD - BY DEFAULT THE LATEST THREE PERIODS ON     *
      * FILE.  EACH ITEM IS CLASSED BY ITS SHARE OF THE MENU MIX    *
      * AGAINST THE POPULARITY CUTOFF (70 PERCENT OF AN EVEN SHARE  *
      * UNLESS THE CARD SAYS OTHERWISE) AND BY ITS UNIT MARGIN      *
      * AGAINST THE MENU'S WEIGHTED AVERAGE MARGIN:                 *
      *     STAR       HIGH POPULARITY, HIGH MARGIN                 *
      *     PLOWHORSE  HIGH POPULARITY, LOW MARGIN                  *
      *     PUZZLE     LOW POPULARITY, HIGH MARGIN                  *
      *     DOG        LOW POPULARITY, LOW MARGIN                   *
      * EACH CATEGORY PRINTS WITH THE PIZZAITM DESCRIPTION, SORTED  *
      * BY TOTAL CONTRIBUTION DOLLARS, WITH CATEGORY AND MENU       *
      * TOTALS.  ITEMS WITH NO PRICE OR AN INCOMPLETE COST ARE      *
      * LISTED APART AND LEFT OUT OF THE MIX AND THE AVERAGE.       *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MARGIN-IN
               ASSIGN TO PIZZAMGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MGN-STATUS.

           SELECT OPTIONAL HISTORY-IN
               ASSIGN TO PIZZAHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT OPTIONAL ITEM-MASTER
               ASSIGN TO PIZZAITM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ITEM-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO MENPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO PIZZAMEN
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MARGIN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS MG-REC.

      *    VALID = Y WHEN THE ITEM HAS A PRICE AND A FULL COST.
       01  MG-REC.
           05  MG-ITEM-NO         PIC X(4).
           05  MG-COST            PIC 9(5)V9(4).
           05  MG-PRICE           PIC 99V99.
           05  MG-MARGIN          PIC S9(5)V99
                                  SIGN IS TRAILING SEPARATE.
           05  MG-VALID           PIC X.

       01  MG-TRAILER REDEFINES MG-REC.
           05  MT-ID              PIC X(4).
           05  MT-REC-CTR         PIC 9(7).
           05  FILLER             PIC X(15).

       FD HISTORY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS HIST-REC.

       01  HIST-REC.
           05  HS-PERIOD          PIC 9(6).
           05  HS-ITEM-NO         PIC X(4).
           05  HS-QTY             PIC 9(7).
           05  HS-SALES           PIC 9(11)V99.

       FD ITEM-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS ITEM-REC.

       01  ITEM-REC.
           05  IM-ITEM-NO         PIC X(4).
           05  IM-DESC            PIC X(25).
           05  IM-CATEGORY        PIC X(10).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-FROM-PERIOD   PIC 9(6).
           05  PARM-TO-PERIOD     PIC 9(6).
           05  PARM-POP-FACTOR    PIC 999.

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
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-MGN-STATUS     PIC XX         VALUE "00".
           05  C-HIST-STATUS    PIC XX         VALUE "00".
           05  C-ITEM-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-MGN         PIC XXX        VALUE "YES".
           05  MORE-HIST        PIC XXX        VALUE "YES".
           05  MORE-ITEMS       PIC XXX        VALUE "YES".
           05  C-MGN-CTR        PIC 9(7)       VALUE ZERO.
           05  MGN-TRAILER-SW   PIC XXX        VALUE "NO".
           05  MGN-BAD-SW       PIC XXX        VALUE "NO".
           05  C-SEG-CTR        PIC 9(7)       VALUE ZERO.
           05  C-SEG-HASH       PIC 9(11)V99   VALUE ZERO.
           05  SEG-OPEN-SW      PIC XXX        VALUE "NO".
           05  HIST-SEEN-SW     PIC XXX        VALUE "NO".
           05  HIST-BAD-SW      PIC XXX        VALUE "NO".
           05  C-HIST-READ-CTR  PIC 9(7)       VALUE ZERO.
           05  C-LATEST-PERIOD  PIC 9(6)       VALUE ZERO.
           05  C-FROM-PERIOD    PIC 9(6)       VALUE ZERO.
           05  C-TO-PERIOD      PIC 9(6)       VALUE ZERO.
           05  C-PERIOD-YEAR    PIC 9(4)       VALUE ZERO.
           05  C-PERIOD-MONTH   PIC 99         VALUE ZERO.
           05  C-PERIOD-MONTHS  PIC 9(6)       VALUE ZERO.
           05  C-POP-FACTOR     PIC 999        VALUE 70.
           05  C-ITEM-TBL-CTR   PIC 99         VALUE ZERO.
           05  C-ITEM-FOUND-IDX PIC 99         VALUE ZERO.
           05  ITEM-FOUND-SW    PIC XXX        VALUE "NO".
           05  H-ITEM-NO        PIC X(4)       VALUE SPACES.
           05  C-ITEM-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-CLASS-ITEM-CTR PIC 99         VALUE ZERO.
           05  C-MENU-QTY       PIC 9(9)       VALUE ZERO.
           05  C-MENU-CONTRIB   PIC S9(11)V99  VALUE ZERO.
           05  C-AVG-CM         PIC S9(5)V99   VALUE ZERO.
           05  C-POP-CUTOFF     PIC 999V99     VALUE ZERO.
           05  C-RANK-PASS      PIC 99         VALUE ZERO.
           05  C-RANK-LIMIT     PIC 99         VALUE ZERO.
           05  H-CLASS          PIC 9          VALUE ZERO.
           05  C-CAT-ITEMS      PIC 99         VALUE ZERO.
           05  C-CAT-QTY        PIC 9(9)       VALUE ZERO.
           05  C-CAT-MIX        PIC 999V99     VALUE ZERO.
           05  C-CAT-CONTRIB    PIC S9(11)V99  VALUE ZERO.
           05  MENU-TOTAL-SW    PIC XXX        VALUE "NO".

      *    CLASS 1 STAR, 2 PLOWHORSE, 3 PUZZLE, 4 DOG, 5 NOT CLASSED.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 50 TIMES INDEXED BY ITEM-IDX.
               10  TI-ITEM-NO   PIC X(4).
               10  TI-DESC      PIC X(25).
               10  TI-VALID     PIC X.
               10  TI-MARGIN    PIC S9(5)V99.
               10  TI-QTY       PIC 9(9).
               10  TI-MIX-PCT   PIC 999V99.
               10  TI-CONTRIB   PIC S9(11)V99.
               10  TI-CLASS     PIC 9.
               10  TI-POP-LEVEL PIC X(4).
               10  TI-CM-LEVEL  PIC X(4).

       01  ITEM-ENTRY-TEMP      PIC X(73).

       01  CLASS-NAMES.
           05  FILLER           PIC X(40)   VALUE
               'STARS - HIGH POPULARITY, HIGH MARGIN'.
           05  FILLER           PIC X(30)   VALUE
               'KEEP - HOLD QUALITY AND PRICE'.
           05  FILLER           PIC X(40)   VALUE
               'PLOWHORSES - HIGH POPULARITY, LOW MARGIN'.
           05  FILLER           PIC X(30)   VALUE
               'REPRICE OR TRIM RECIPE COST'.
           05  FILLER           PIC X(40)   VALUE
               'PUZZLES - LOW POPULARITY, HIGH MARGIN'.
           05  FILLER           PIC X(30)   VALUE
               'PROMOTE OR REPOSITION'.
           05  FILLER           PIC X(40)   VALUE
               'DOGS - LOW POPULARITY, LOW MARGIN'.
           05  FILLER           PIC X(30)   VALUE
               'REVIEW TO DROP OR REPRICE'.
           05  FILLER           PIC X(40)   VALUE
               'NOT CLASSED - NO PRICE OR FULL COST'.
           05  FILLER           PIC X(30)   VALUE
               'FIX THE PRICE OR COST FILE'.

       01  CLASS-NAME-TABLE REDEFINES CLASS-NAMES.
           05  CLASS-ENTRY OCCURS 5 TIMES.
               10  CN-NAME      PIC X(40).
               10  CN-ACTION    PIC X(30).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLMEN00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'PIZZA MENU ENGINEERING REPORT'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  PERIOD-LINE.
           05  FILLER           PIC X(9)    VALUE 'PERIODS: '.
           05  O-FROM-MM        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-FROM-YY        PIC 9(4).
           05  FILLER           PIC X(6)    VALUE ' THRU '.
           05  O-TO-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-TO-YY          PIC 9(4).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'AVERAGE CM: '.
           05  O-AVG-CM         PIC $$,$$9.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(19)   VALUE
               'POPULARITY CUTOFF: '.
           05  O-POP-CUTOFF     PIC ZZ9.99.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(47)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(9)    VALUE 'ITEM'.
           05  FILLER           PIC X(28)   VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(11)   VALUE '   QTY SOLD'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE '  MIX %'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '   UNIT CM'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE '   CONTRIBUTION'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'POP'.
           05  FILLER           PIC X(4)    VALUE 'CM'.
           05  FILLER           PIC X(28)   VALUE SPACES.

       01  CATEGORY-LINE.
           05  O-CAT-NAME       PIC X(40).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'ACTION: '.
           05  O-CAT-ACTION     PIC X(30).
           05  FILLER           PIC X(51)   VALUE SPACES.

       01  DETAIL-LINE.
           05  O-ITEM-ONE       PIC X.
           05  FILLER           PIC X       VALUE "-".
           05  O-ITEM-TWO       PIC X.
           05  FILLER           PIC X       VALUE "-".
           05  O-ITEM-THREE     PIC XX.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DESC           PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-QTY            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-MIX-PCT        PIC ZZ9.99.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-UNIT-CM        PIC $$,$$9.99-.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CONTRIB        PIC $$$,$$$,$$9.99-.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-POP-LEVEL      PIC X(4).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-CM-LEVEL       PIC X(4).
           05  FILLER           PIC X(28)   VALUE SPACES.

       01  TOTAL-LINE.
           05  O-TOT-LABEL      PIC X(16).
           05  FILLER           PIC X(7)    VALUE 'ITEMS: '.
           05  O-TOT-ITEMS      PIC Z9.
           05  FILLER           PIC X(12)   VALUE SPACES.
           05  O-TOT-QTY        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TOT-MIX        PIC ZZ9.99.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(16)   VALUE SPACES.
           05  O-TOT-CONTRIB    PIC $$$,$$$,$$9.99-.
           05  FILLER           PIC X(43)   VALUE SPACES.

       01  MGN-BAD-LINE.
           05  FILLER           PIC X(48)   VALUE
               '** PIZZAMGN MARGIN FILE MISSING, SHORT OR OUT OF'.
           05  FILLER           PIC X(27)   VALUE
               ' BALANCE - STEP FAILED. **'.
           05  FILLER           PIC X(57)   VALUE SPACES.

       01  HIST-BAD-LINE.
           05  FILLER           PIC X(50)   VALUE
               '** PIZZAHST MISSING, OR TRAILER MISSING OR WRONG -'.
           05  FILLER           PIC X(40)   VALUE
               ' FILE MAY BE TRUNCATED.  STEP FAILED. **'.
           05  FILLER           PIC X(42)   VALUE SPACES.

       01  ITEM-FULL-LINE.
           05  FILLER           PIC X(56)   VALUE
               '** ITEM TABLE FULL - HISTORY RECORDS NOT COUNTED: '.
           05  O-ITEM-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLMEN00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-HIST = "NO".
           PERFORM 3000-CLOSING THRU 3000-EXIT.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.

           PERFORM 1100-READ-PARM.
           PERFORM 1200-READ-MARGINS.
           PERFORM 1300-PROVE-HISTORY.
           PERFORM 1400-SET-PERIODS.

      *    THE SECOND PASS OF THE HISTORY DOES THE COUNTING.
           MOVE "NO" TO MORE-HIST.
           IF MGN-BAD-SW = "NO"
              AND HIST-BAD-SW = "NO"
               MOVE "YES" TO MORE-HIST
               OPEN INPUT HISTORY-IN
               PERFORM 9000-READ
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

      *    NO CARD, OR A CARD WITHOUT A GOOD FROM/THRU PAIR, MEANS
      *    THE LATEST THREE PERIODS ON FILE AND A 70 PERCENT CUTOFF.
       1100-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-FROM-PERIOD NUMERIC
                  AND PARM-TO-PERIOD NUMERIC
                  AND PARM-FROM-PERIOD > ZERO
                  AND PARM-FROM-PERIOD NOT > PARM-TO-PERIOD
                   MOVE PARM-FROM-PERIOD TO C-FROM-PERIOD
                   MOVE PARM-TO-PERIOD TO C-TO-PERIOD
               END-IF
               IF PARM-POP-FACTOR NUMERIC
                  AND PARM-POP-FACTOR > ZERO
                   MOVE PARM-POP-FACTOR TO C-POP-FACTOR
               END-IF
               CLOSE PARM-CARD
           END-IF.

      *    THE MARGIN FILE MUST ARRIVE WHOLE: ITS TRAILER COUNT IS
      *    PROVED AGAINST THE ROWS READ.  EVERY ROW STARTS AN ITEM.
       1200-READ-MARGINS.
           OPEN INPUT MARGIN-IN.
           IF C-MGN-STATUS = "00" OR "05"
               PERFORM 1210-READ-MGN-REC
                   UNTIL MORE-MGN = "NO"
               CLOSE MARGIN-IN
           END-IF.
           IF MGN-TRAILER-SW = "NO"
               MOVE "YES" TO MGN-BAD-SW
           END-IF.

       1210-READ-MGN-REC.
           READ MARGIN-IN
               AT END
                   MOVE "NO" TO MORE-MGN
           END-READ.
           IF MORE-MGN = "YES"
               IF MT-ID = 'TRLR'
                   MOVE "YES" TO MGN-TRAILER-SW
                   IF MT-REC-CTR NOT = C-MGN-CTR
                       MOVE "YES" TO MGN-BAD-SW
                   END-IF
               ELSE
                   ADD 1 TO C-MGN-CTR
                   MOVE MG-ITEM-NO TO H-ITEM-NO
                   PERFORM 2500-ITEM-FIND
                   IF C-ITEM-FOUND-IDX > ZERO
                       SET ITEM-IDX TO C-ITEM-FOUND-IDX
                       MOVE MG-VALID TO TI-VALID (ITEM-IDX)
                       MOVE MG-MARGIN TO TI-MARGIN (ITEM-IDX)
                   END-IF
               END-IF
           END-IF.

      *    FIRST PASS: EVERY SEGMENT TRAILER IS PROVED BEFORE ANY
      *    QUANTITY IS COUNTED, AND THE LATEST PERIOD IS NOTED.
       1300-PROVE-HISTORY.
           OPEN INPUT HISTORY-IN.
           IF C-HIST-STATUS = "00" OR "05"
               PERFORM 1310-PROVE-HIST-REC
                   UNTIL MORE-HIST = "NO"
               CLOSE HISTORY-IN
           END-IF.
           IF HIST-SEEN-SW = "NO"
              OR SEG-OPEN-SW = "YES"
               MOVE "YES" TO HIST-BAD-SW
           END-IF.

       1310-PROVE-HIST-REC.
           READ HISTORY-IN
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
               MOVE "YES" TO HIST-SEEN-SW
               IF HS-PERIOD = 999999
                   IF HS-QTY NOT = C-SEG-CTR
                      OR HS-SALES NOT = C-SEG-HASH
                       MOVE "YES" TO HIST-BAD-SW
                   END-IF
                   MOVE ZERO TO C-SEG-CTR
                   MOVE ZERO TO C-SEG-HASH
                   MOVE "NO" TO SEG-OPEN-SW
               ELSE
                   ADD 1 TO C-SEG-CTR
                   ADD HS-SALES TO C-SEG-HASH
                   MOVE "YES" TO SEG-OPEN-SW
                   IF HS-PERIOD > C-LATEST-PERIOD
                       MOVE HS-PERIOD TO C-LATEST-PERIOD
                   END-IF
               END-IF
           END-IF.

      *    DEFAULT WINDOW: THE LATEST PERIOD ON FILE AND THE TWO
      *    BEFORE IT - ONE QUARTER FOR THE QUARTERLY MENU REVIEW.
       1400-SET-PERIODS.
           IF C-TO-PERIOD = ZERO
               MOVE C-LATEST-PERIOD TO C-TO-PERIOD
               DIVIDE C-LATEST-PERIOD BY 100
                   GIVING C-PERIOD-YEAR
                       REMAINDER C-PERIOD-MONTH
               COMPUTE C-PERIOD-MONTHS =
                   C-PERIOD-YEAR * 12 + C-PERIOD-MONTH - 3
               DIVIDE C-PERIOD-MONTHS BY 12
                   GIVING C-PERIOD-YEAR
                       REMAINDER C-PERIOD-MONTH
               COMPUTE C-FROM-PERIOD =
                   C-PERIOD-YEAR * 100 + C-PERIOD-MONTH + 1
           END-IF.
           DIVIDE C-FROM-PERIOD BY 100
               GIVING O-FROM-YY
                   REMAINDER O-FROM-MM.
           DIVIDE C-TO-PERIOD BY 100
               GIVING O-TO-YY
                   REMAINDER O-TO-MM.
           MOVE ZERO TO O-AVG-CM.
           MOVE ZERO TO O-POP-CUTOFF.


      *    SECOND PASS: QUANTITY SOLD IN THE WINDOW, PER ITEM.
       2000-MAINLINE.
           IF HS-PERIOD NOT = 999999
               ADD 1 TO C-HIST-READ-CTR
               IF HS-PERIOD NOT < C-FROM-PERIOD
                  AND HS-PERIOD NOT > C-TO-PERIOD
                   MOVE HS-ITEM-NO TO H-ITEM-NO
                   PERFORM 2500-ITEM-FIND
                   IF C-ITEM-FOUND-IDX > ZERO
                       SET ITEM-IDX TO C-ITEM-FOUND-IDX
                       ADD HS-QTY TO TI-QTY (ITEM-IDX)
                   ELSE
                       ADD 1 TO C-ITEM-LOST-CTR
                   END-IF
               END-IF
           END-IF.
           PERFORM 9000-READ.

      *    AN ITEM SOLD BUT MISSING FROM THE MARGIN FILE STILL GETS
      *    A LINE - IT JUST CANNOT BE CLASSED.
       2500-ITEM-FIND.
           MOVE "NO" TO ITEM-FOUND-SW.
           MOVE ZERO TO C-ITEM-FOUND-IDX.
           PERFORM 2510-ITEM-SEARCH
               VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > C-ITEM-TBL-CTR
                      OR ITEM-FOUND-SW = "YES".
           IF ITEM-FOUND-SW = "NO"
               AND C-ITEM-TBL-CTR < 50
                   ADD 1 TO C-ITEM-TBL-CTR
                   MOVE C-ITEM-TBL-CTR TO C-ITEM-FOUND-IDX
                   SET ITEM-IDX TO C-ITEM-TBL-CTR
                   MOVE H-ITEM-NO TO TI-ITEM-NO (ITEM-IDX)
                   MOVE '** NOT ON ITEM MASTER' TO TI-DESC (ITEM-IDX)
                   MOVE "N" TO TI-VALID (ITEM-IDX)
                   MOVE ZERO TO TI-MARGIN (ITEM-IDX)
                   MOVE ZERO TO TI-QTY (ITEM-IDX)
                   MOVE ZERO TO TI-MIX-PCT (ITEM-IDX)
                   MOVE ZERO TO TI-CONTRIB (ITEM-IDX)
                   MOVE 5 TO TI-CLASS (ITEM-IDX)
                   MOVE SPACES TO TI-POP-LEVEL (ITEM-IDX)
                   MOVE SPACES TO TI-CM-LEVEL (ITEM-IDX)
           END-IF.

       2510-ITEM-SEARCH.
           IF TI-ITEM-NO (ITEM-IDX) = H-ITEM-NO
               MOVE "YES" TO ITEM-FOUND-SW
               MOVE ITEM-IDX TO C-ITEM-FOUND-IDX
           END-IF.


       3000-CLOSING.
           OPEN OUTPUT PRTOUT.
           IF MGN-BAD-SW = "YES"
              OR HIST-BAD-SW = "YES"
               PERFORM 9100-HEADING
               IF MGN-BAD-SW = "YES"
                   WRITE PRTLINE
                       FROM MGN-BAD-LINE
                           AFTER ADVANCING 2 LINES
                   END-WRITE
               END-IF
               IF HIST-BAD-SW = "YES"
                   WRITE PRTLINE
                       FROM HIST-BAD-LINE
                           AFTER ADVANCING 2 LINES
                   END-WRITE
               END-IF
               CLOSE PRTOUT
               MOVE 'FAILED' TO AUD-STATUS
               MOVE ZERO TO AUD-REC-CTR
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.
           CLOSE HISTORY-IN.

           PERFORM 3050-READ-ITEM-MASTER.
           PERFORM 3100-MENU-TOTALS
               VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > C-ITEM-TBL-CTR.
           IF C-MENU-QTY > ZERO
               COMPUTE C-AVG-CM ROUNDED =
                   C-MENU-CONTRIB / C-MENU-QTY
           END-IF.
           IF C-CLASS-ITEM-CTR > ZERO
               COMPUTE C-POP-CUTOFF ROUNDED =
                   C-POP-FACTOR / C-CLASS-ITEM-CTR
           END-IF.
           MOVE C-AVG-CM TO O-AVG-CM.
           MOVE C-POP-CUTOFF TO O-POP-CUTOFF.
           PERFORM 3200-CLASSIFY
               VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > C-ITEM-TBL-CTR.

      *    CATEGORY FIRST, THEN CONTRIBUTION HIGH TO LOW.
           IF C-ITEM-TBL-CTR > 1
               PERFORM 3300-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-ITEM-TBL-CTR - 1
           END-IF.

           PERFORM 9100-HEADING.
           PERFORM 3400-PRINT-ITEM
               VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > C-ITEM-TBL-CTR.
           IF H-CLASS > ZERO
               PERFORM 3500-CATEGORY-TOTAL
           END-IF.
           IF MENU-TOTAL-SW = "NO"
               PERFORM 3600-MENU-TOTAL
           END-IF.
           IF C-ITEM-LOST-CTR > ZERO
               MOVE C-ITEM-LOST-CTR TO O-ITEM-LOST-CTR
               WRITE PRTLINE
                   FROM ITEM-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-HIST-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3000-EXIT.
           EXIT.

      *    DESCRIPTIONS FOR THE ITEMS ALREADY IN THE TABLE ONLY.
       3050-READ-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER.
           IF C-ITEM-STATUS = "00" OR "05"
               PERFORM 3060-READ-ITEM-REC
                   UNTIL MORE-ITEMS = "NO"
               CLOSE ITEM-MASTER
           END-IF.

       3060-READ-ITEM-REC.
           READ ITEM-MASTER
               AT END
                   MOVE "NO" TO MORE-ITEMS
           END-READ.
           IF MORE-ITEMS = "YES"
               MOVE "NO" TO ITEM-FOUND-SW
               MOVE IM-ITEM-NO TO H-ITEM-NO
               PERFORM 2510-ITEM-SEARCH
                   VARYING ITEM-IDX FROM 1 BY 1
                       UNTIL ITEM-IDX > C-ITEM-TBL-CTR
                          OR ITEM-FOUND-SW = "YES"
               IF ITEM-FOUND-SW = "YES"
                   SET ITEM-IDX TO C-ITEM-FOUND-IDX
                   MOVE IM-DESC TO TI-DESC (ITEM-IDX)
               END-IF
           END-IF.

      *    ONLY ITEMS WITH A GOOD MARGIN MAKE UP THE MENU MIX AND
      *    THE WEIGHTED AVERAGE CONTRIBUTION MARGIN.
       3100-MENU-TOTALS.
           IF TI-VALID (ITEM-IDX) = "Y"
               COMPUTE TI-CONTRIB (ITEM-IDX) =
                   TI-QTY (ITEM-IDX) * TI-MARGIN (ITEM-IDX)
               ADD 1 TO C-CLASS-ITEM-CTR
               ADD TI-QTY (ITEM-IDX) TO C-MENU-QTY
               ADD TI-CONTRIB (ITEM-IDX) TO C-MENU-CONTRIB
           END-IF.

       3200-CLASSIFY.
           IF TI-VALID (ITEM-IDX) = "Y"
               IF C-MENU-QTY > ZERO
                   COMPUTE TI-MIX-PCT (ITEM-IDX) ROUNDED =
                       TI-QTY (ITEM-IDX) * 100 / C-MENU-QTY
               END-IF
               IF TI-MIX-PCT (ITEM-IDX) NOT < C-POP-CUTOFF
                   MOVE 'HIGH' TO TI-POP-LEVEL (ITEM-IDX)
               ELSE
                   MOVE 'LOW ' TO TI-POP-LEVEL (ITEM-IDX)
               END-IF
               IF TI-MARGIN (ITEM-IDX) NOT < C-AVG-CM
                   MOVE 'HIGH' TO TI-CM-LEVEL (ITEM-IDX)
               ELSE
                   MOVE 'LOW ' TO TI-CM-LEVEL (ITEM-IDX)
               END-IF
               IF TI-POP-LEVEL (ITEM-IDX) = 'HIGH'
                   IF TI-CM-LEVEL (ITEM-IDX) = 'HIGH'
                       MOVE 1 TO TI-CLASS (ITEM-IDX)
                   ELSE
                       MOVE 2 TO TI-CLASS (ITEM-IDX)
                   END-IF
               ELSE
                   IF TI-CM-LEVEL (ITEM-IDX) = 'HIGH'
                       MOVE 3 TO TI-CLASS (ITEM-IDX)
                   ELSE
                       MOVE 4 TO TI-CLASS (ITEM-IDX)
                   END-IF
               END-IF
           END-IF.

       3300-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-ITEM-TBL-CTR - C-RANK-PASS.
           PERFORM 3310-RANK-COMPARE
               VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > C-RANK-LIMIT.

       3310-RANK-COMPARE.
           IF TI-CLASS (ITEM-IDX) > TI-CLASS (ITEM-IDX + 1)
              OR (TI-CLASS (ITEM-IDX) = TI-CLASS (ITEM-IDX + 1)
                  AND TI-CONTRIB (ITEM-IDX) <
                      TI-CONTRIB (ITEM-IDX + 1))
               MOVE ITEM-ENTRY (ITEM-IDX) TO ITEM-ENTRY-TEMP
               MOVE ITEM-ENTRY (ITEM-IDX + 1) TO ITEM-ENTRY (ITEM-IDX)
               MOVE ITEM-ENTRY-TEMP TO ITEM-ENTRY (ITEM-IDX + 1)
           END-IF.

      *    CONTROL BREAK ON CATEGORY.  THE MENU TOTAL COMES AFTER
      *    THE DOGS, AHEAD OF THE ITEMS THAT COULD NOT BE CLASSED.
       3400-PRINT-ITEM.
           IF TI-CLASS (ITEM-IDX) NOT = H-CLASS
               IF H-CLASS > ZERO
                   PERFORM 3500-CATEGORY-TOTAL
               END-IF
               IF TI-CLASS (ITEM-IDX) = 5
                   PERFORM 3600-MENU-TOTAL
               END-IF
               MOVE TI-CLASS (ITEM-IDX) TO H-CLASS
               MOVE CN-NAME (H-CLASS) TO O-CAT-NAME
               MOVE CN-ACTION (H-CLASS) TO O-CAT-ACTION
               WRITE PRTLINE
                   FROM CATEGORY-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.

           MOVE TI-ITEM-NO (ITEM-IDX) (1:1) TO O-ITEM-ONE.
           MOVE TI-ITEM-NO (ITEM-IDX) (2:1) TO O-ITEM-TWO.
           MOVE TI-ITEM-NO (ITEM-IDX) (3:2) TO O-ITEM-THREE.
           MOVE TI-DESC (ITEM-IDX) TO O-DESC.
           MOVE TI-QTY (ITEM-IDX) TO O-QTY.
           MOVE TI-MIX-PCT (ITEM-IDX) TO O-MIX-PCT.
           MOVE TI-MARGIN (ITEM-IDX) TO O-UNIT-CM.
           MOVE TI-CONTRIB (ITEM-IDX) TO O-CONTRIB.
           MOVE TI-POP-LEVEL (ITEM-IDX) TO O-POP-LEVEL.
           MOVE TI-CM-LEVEL (ITEM-IDX) TO O-CM-LEVEL.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

           ADD 1 TO C-CAT-ITEMS.
           ADD TI-QTY (ITEM-IDX) TO C-CAT-QTY.
           ADD TI-MIX-PCT (ITEM-IDX) TO C-CAT-MIX.
           ADD TI-CONTRIB (ITEM-IDX) TO C-CAT-CONTRIB.

       3500-CATEGORY-TOTAL.
           MOVE 'CATEGORY TOTAL' TO O-TOT-LABEL.
           MOVE C-CAT-ITEMS TO O-TOT-ITEMS.
           MOVE C-CAT-QTY TO O-TOT-QTY.
           MOVE C-CAT-MIX TO O-TOT-MIX.
           MOVE C-CAT-CONTRIB TO O-TOT-CONTRIB.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE ZERO TO C-CAT-ITEMS.
           MOVE ZERO TO C-CAT-QTY.
           MOVE ZERO TO C-CAT-MIX.
           MOVE ZERO TO C-CAT-CONTRIB.

       3600-MENU-TOTAL.
           MOVE "YES" TO MENU-TOTAL-SW.
           MOVE 'MENU TOTAL' TO O-TOT-LABEL.
           MOVE C-CLASS-ITEM-CTR TO O-TOT-ITEMS.
           MOVE C-MENU-QTY TO O-TOT-QTY.
           IF C-MENU-QTY > ZERO
               MOVE 100 TO O-TOT-MIX
           ELSE
               MOVE ZERO TO O-TOT-MIX
           END-IF.
           MOVE C-MENU-CONTRIB TO O-TOT-CONTRIB.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING.


       9000-READ.
           READ HISTORY-IN
               AT END
                   MOVE "NO" TO MORE-HIST.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM PERIOD-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.
