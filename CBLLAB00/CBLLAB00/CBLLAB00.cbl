       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLAB00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * PIZZA STORE LABOR COST AND LABOR PERCENT OF SALES.          *
      * COSTS THE EMPLOYEE TIME FILE (STORE, EMPLOYEE, DATE, HOURS, *
      * PAY RATE) PER STORE FOR THE PERIOD AND SETS IT AGAINST THE  *
      * STORE SALES TOTALS CBLANL01 WRITES FROM ITS STORE CONTROL   *
      * BREAK (PIZZASTS, COUNT-AND-HASH TRAILER PROVED ON THE WAY   *
      * IN).  PRINTS PER STORE THE SALES, LABOR HOURS, LABOR COST,  *
      * LABOR PERCENT OF SALES AND SALES PER LABOR HOUR, FLAGGING   *
      * STORES ABOVE THE TARGET PERCENT ON THE PARAMETER CARD.      *
      * TIME RECORDS THAT FAIL EDIT OR FALL OUTSIDE THE PERIOD ARE  *
      * LISTED AND LEFT OUT.  THE PERIOD'S LABOR COST GOES TO THE   *
      * LEDGER AS A BALANCED EXPENSE / WAGES-PAYABLE PAIR ON        *
      * LABORGL FOR THE CBLGLC00 CONSOLIDATED JOURNAL.              *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL STORE-SALES
               ASSIGN TO PIZZASTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STS-STATUS.

           SELECT OPTIONAL TIME-FILE
               ASSIGN TO EMPTIME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TIME-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO LABPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL CHART-OF-ACCOUNTS
               ASSIGN TO CHARTACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHART-STATUS.

           SELECT GL-OUT
               ASSIGN TO LABORGL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO PIZZALAB
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STORE-SALES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS STS-REC.

      *    TRAILER: PERIOD 999999, STORE = RECORD COUNT, SALES = HASH.
       01  STS-REC.
           05  STS-PERIOD           PIC 9(6).
           05  STS-STORE            PIC 99.
           05  STS-SALES            PIC 9(11)V99.

       FD TIME-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS TM-REC.

       01  TM-REC.
           05  TM-STORE             PIC 99.
           05  TM-EMPLOYEE          PIC X(6).
           05  TM-DATE              PIC 9(8).
           05  TM-HOURS             PIC 99V99.
           05  TM-RATE              PIC 99V99.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TARGET-PCT      PIC 99V9.
           05  PARM-PERIOD          PIC 9(6).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

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

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-STS-STATUS     PIC XX         VALUE "00".
           05  C-TIME-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-CHART-STATUS   PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-STS         PIC XXX        VALUE "YES".
           05  MORE-TIME        PIC XXX        VALUE "YES".
           05  MORE-CHART       PIC XXX        VALUE "YES".
           05  TIME-OPEN-SW     PIC XXX        VALUE "NO".
           05  C-TARGET-PCT     PIC 99V9       VALUE 30.0.
           05  C-PERIOD         PIC 9(6)       VALUE ZERO.
           05  C-TIME-PERIOD    PIC 9(6)       VALUE ZERO.
           05  C-STS-CTR        PIC 99         VALUE ZERO.
           05  C-STS-HASH       PIC 9(11)V99   VALUE ZERO.
           05  STS-TRAILER-SW   PIC XXX        VALUE "NO".
           05  STS-BAD-SW       PIC XXX        VALUE "NO".
           05  C-STORE-TBL-CTR  PIC 99         VALUE ZERO.
           05  C-STORE-FOUND-IDX PIC 99        VALUE ZERO.
           05  STORE-FOUND-SW   PIC XXX        VALUE "NO".
           05  H-STORE          PIC 99         VALUE ZERO.
           05  C-STORE-LOST-CTR PIC 9(5)       VALUE ZERO.
           05  C-TIME-READ-CTR  PIC 9(7)       VALUE ZERO.
           05  C-TIME-REJ-CTR   PIC 9(5)       VALUE ZERO.
           05  C-TIME-OUT-CTR   PIC 9(5)       VALUE ZERO.
           05  C-LINE-COST      PIC 9(5)V99    VALUE ZERO.
           05  C-LABOR-PCT      PIC 9(3)V9     VALUE ZERO.
           05  C-SALES-PER-HOUR PIC 9(7)V99    VALUE ZERO.
           05  C-FLAG-CTR       PIC 99         VALUE ZERO.
           05  C-GT-SALES       PIC 9(11)V99   VALUE ZERO.
           05  C-GT-HOURS       PIC 9(7)V99    VALUE ZERO.
           05  C-GT-COST        PIC 9(9)V99    VALUE ZERO.
           05  C-CHART-TBL-CTR  PIC 99         VALUE ZERO.
           05  C-GL-LOOKUP-KEY  PIC X(10)      VALUE SPACES.
           05  C-GL-ACCOUNT     PIC 9(8)       VALUE ZERO.
           05  C-GL-REC-CTR     PIC 9(6)       VALUE ZERO.
           05  C-GL-HASH        PIC 9(11)V99   VALUE ZERO.
           05  C-GL-AMOUNT      PIC S9(9)V99   VALUE ZERO.

       01  STORE-TABLE.
           05  STORE-ENTRY OCCURS 20 TIMES INDEXED BY STORE-IDX.
               10  TS-STORE     PIC 99.
               10  TS-SALES     PIC 9(11)V99.
               10  TS-HOURS     PIC 9(5)V99.
               10  TS-COST      PIC 9(7)V99.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 30 TIMES INDEXED BY CHART-IDX.
               10  TC-CA-KEY        PIC X(10).
               10  TC-CA-ACCOUNT    PIC 9(8).

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLLAB00'.
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
               'PIZZA STORE LABOR COST REPORT'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  PERIOD-LINE.
           05  FILLER           PIC X(8)    VALUE 'PERIOD: '.
           05  O-PERIOD-MM      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-PERIOD-YY      PIC 9(4).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE
               'TARGET LABOR PERCENT:  '.
           05  O-TARGET-PCT     PIC Z9.9.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(81)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'STORE'.
           05  FILLER           PIC X(20)   VALUE '       PERIOD SALES'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'LABOR HOURS'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE '    LABOR COST'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'LABOR %'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'SALES/LAB HOUR'.
           05  FILLER           PIC X(42)   VALUE SPACES.

       01  DETAIL-LINE.
           05  O-STORE          PIC ZZ.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-SALES          PIC $$$,$$$,$$$,$$9.99.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-HOURS          PIC ZZ,ZZ9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-COST           PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-LABOR-PCT      PIC ZZ9.9.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-SALES-PER-HOUR PIC $$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-FLAG           PIC X(27).
           05  FILLER           PIC X(16)   VALUE SPACES.

       01  TIME-REJECT-LINE.
           05  FILLER           PIC X(22)   VALUE
               '** EMPTIME REJECTED:  '.
           05  O-TR-RECORD      PIC X(24).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TR-REASON      PIC X(40).
           05  FILLER           PIC X(43)   VALUE SPACES.

       01  STS-BAD-LINE.
           05  FILLER           PIC X(53)   VALUE
               '** PIZZASTS STORE SALES FILE MISSING, SHORT OR OUT OF'.
           05  FILLER           PIC X(27)   VALUE
               ' BALANCE - STEP FAILED. **'.
           05  FILLER           PIC X(52)   VALUE SPACES.

       01  SUMMARY-LINE-1.
           05  FILLER           PIC X(19)   VALUE
               'TIME RECORDS READ: '.
           05  O-TIME-READ-CTR  PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-TIME-REJ-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'OUT OF PERIOD: '.
           05  O-TIME-OUT-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'STORES FLAGGED: '.
           05  O-FLAG-CTR       PIC Z9.
           05  FILLER           PIC X(37)   VALUE SPACES.

       01  STORE-FULL-LINE.
           05  FILLER           PIC X(56)   VALUE
               '** STORE TABLE FULL - TIME RECORDS NOT COSTED: '.
           05  O-STORE-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLLAB00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TIME = "NO".
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
           PERFORM 1200-READ-STORE-SALES.
      *    PERIOD: THE CARD, ELSE THE PERIOD CBLANL01 CLOSED, ELSE
      *    THE BUSINESS MONTH.
           IF C-PERIOD = ZERO
               COMPUTE C-PERIOD = I-YEAR * 100 + I-MONTH
           END-IF.

           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.
           IF STS-BAD-SW = "YES"
               WRITE PRTLINE
                   FROM STS-BAD-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
               MOVE "NO" TO MORE-TIME
           ELSE
               OPEN INPUT TIME-FILE
               IF C-TIME-STATUS = "00" OR "05"
                   MOVE "YES" TO TIME-OPEN-SW
                   PERFORM 9000-READ
               ELSE
                   MOVE "NO" TO MORE-TIME
               END-IF
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

      *    NO CARD MEANS A 30.0 PERCENT TARGET AND THE PERIOD ON
      *    THE STORE SALES FILE.
       1100-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-TARGET-PCT NUMERIC
                  AND PARM-TARGET-PCT > ZERO
                   MOVE PARM-TARGET-PCT TO C-TARGET-PCT
               END-IF
               IF PARM-PERIOD NUMERIC
                  AND PARM-PERIOD > ZERO
                   MOVE PARM-PERIOD TO C-PERIOD
               END-IF
               CLOSE PARM-CARD
           END-IF.

      *    THE STORE SALES FILE MUST ARRIVE WHOLE: ITS TRAILER COUNT
      *    AND HASH ARE PROVED AGAINST THE ROWS READ.
       1200-READ-STORE-SALES.
           OPEN INPUT STORE-SALES.
           IF C-STS-STATUS = "00" OR "05"
               PERFORM 1210-READ-STS-REC
                   UNTIL MORE-STS = "NO"
               CLOSE STORE-SALES
           END-IF.
           IF STS-TRAILER-SW = "NO"
               MOVE "YES" TO STS-BAD-SW
           END-IF.

       1210-READ-STS-REC.
           READ STORE-SALES
               AT END
                   MOVE "NO" TO MORE-STS
           END-READ.
           IF MORE-STS = "YES"
               IF STS-PERIOD = 999999
                   MOVE "YES" TO STS-TRAILER-SW
                   IF STS-STORE NOT = C-STS-CTR
                      OR STS-SALES NOT = C-STS-HASH
                       MOVE "YES" TO STS-BAD-SW
                   END-IF
               ELSE
                   ADD 1 TO C-STS-CTR
                   ADD STS-SALES TO C-STS-HASH
                   IF C-PERIOD = ZERO
                       MOVE STS-PERIOD TO C-PERIOD
                   END-IF
                   IF STS-PERIOD = C-PERIOD
                       MOVE STS-STORE TO H-STORE
                       PERFORM 2500-STORE-FIND
                       IF C-STORE-FOUND-IDX > ZERO
                           SET STORE-IDX TO C-STORE-FOUND-IDX
                           ADD STS-SALES TO TS-SALES (STORE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.


       2000-MAINLINE.
           PERFORM 2100-EDIT-TIME THRU 2100-EXIT.
           PERFORM 9000-READ.

       2100-EDIT-TIME.
           MOVE SPACES TO O-TR-REASON.
           IF TM-STORE NOT NUMERIC OR TM-STORE = ZERO
               MOVE "STORE NUMBER MUST BE NUMERIC AND NONZERO"
                   TO O-TR-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TM-HOURS NOT NUMERIC OR TM-HOURS = ZERO
              OR TM-HOURS > 24
               MOVE "HOURS MUST BE NUMERIC, 00.01 TO 24.00"
                   TO O-TR-REASON
               GO TO 2100-EXIT
           END-IF.
           IF TM-RATE NOT NUMERIC OR TM-RATE = ZERO
               MOVE "PAY RATE MUST BE NUMERIC AND NONZERO"
                   TO O-TR-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE TM-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE "WORK DATE IS NOT A VALID DATE"
                   TO O-TR-REASON
               GO TO 2100-EXIT
           END-IF.

           COMPUTE C-TIME-PERIOD = TM-DATE / 100.
           IF C-TIME-PERIOD NOT = C-PERIOD
               ADD 1 TO C-TIME-OUT-CTR
               GO TO 2100-EXIT
           END-IF.

           MOVE TM-STORE TO H-STORE.
           PERFORM 2500-STORE-FIND.
           IF C-STORE-FOUND-IDX = ZERO
               ADD 1 TO C-STORE-LOST-CTR
               GO TO 2100-EXIT
           END-IF.
           SET STORE-IDX TO C-STORE-FOUND-IDX.
           COMPUTE C-LINE-COST ROUNDED = TM-HOURS * TM-RATE.
           ADD TM-HOURS TO TS-HOURS (STORE-IDX).
           ADD C-LINE-COST TO TS-COST (STORE-IDX).

       2100-EXIT.
           IF O-TR-REASON NOT = SPACES
               ADD 1 TO C-TIME-REJ-CTR
               MOVE TM-REC TO O-TR-RECORD
               WRITE PRTLINE
                   FROM TIME-REJECT-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.

      *    STORES WITH TIME BUT NO SALES ROW STILL GET A LINE.
       2500-STORE-FIND.
           MOVE "NO" TO STORE-FOUND-SW.
           MOVE ZERO TO C-STORE-FOUND-IDX.
           PERFORM 2510-STORE-SEARCH
               VARYING STORE-IDX FROM 1 BY 1
                   UNTIL STORE-IDX > C-STORE-TBL-CTR
                      OR STORE-FOUND-SW = "YES".
           IF STORE-FOUND-SW = "NO"
               AND C-STORE-TBL-CTR < 20
                   ADD 1 TO C-STORE-TBL-CTR
                   MOVE C-STORE-TBL-CTR TO C-STORE-FOUND-IDX
                   SET STORE-IDX TO C-STORE-TBL-CTR
                   MOVE H-STORE TO TS-STORE (STORE-IDX)
                   MOVE ZERO TO TS-SALES (STORE-IDX)
                   MOVE ZERO TO TS-HOURS (STORE-IDX)
                   MOVE ZERO TO TS-COST (STORE-IDX)
           END-IF.

       2510-STORE-SEARCH.
           IF TS-STORE (STORE-IDX) = H-STORE
               MOVE "YES" TO STORE-FOUND-SW
               MOVE STORE-IDX TO C-STORE-FOUND-IDX
           END-IF.


       3000-CLOSING.
           IF TIME-OPEN-SW = "YES"
               CLOSE TIME-FILE
           END-IF.
           IF STS-BAD-SW = "YES"
               CLOSE PRTOUT
               MOVE 'FAILED' TO AUD-STATUS
               MOVE ZERO TO AUD-REC-CTR
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-STORE-LINE
               VARYING STORE-IDX FROM 1 BY 1
                   UNTIL STORE-IDX > C-STORE-TBL-CTR.

           MOVE ZERO TO O-STORE.
           MOVE C-GT-SALES TO O-SALES.
           MOVE C-GT-HOURS TO O-HOURS.
           MOVE C-GT-COST TO O-COST.
           PERFORM 3150-RATIOS.
           MOVE "ALL STORES" TO O-FLAG.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE C-TIME-READ-CTR TO O-TIME-READ-CTR.
           MOVE C-TIME-REJ-CTR TO O-TIME-REJ-CTR.
           MOVE C-TIME-OUT-CTR TO O-TIME-OUT-CTR.
           MOVE C-FLAG-CTR TO O-FLAG-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE-1
                   AFTER ADVANCING 2 LINES.
           IF C-STORE-LOST-CTR > ZERO
               MOVE C-STORE-LOST-CTR TO O-STORE-LOST-CTR
               WRITE PRTLINE
                   FROM STORE-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE PRTOUT.

           PERFORM 3400-WRITE-GL-FEED.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TIME-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3000-EXIT.
           EXIT.

       3100-STORE-LINE.
           MOVE TS-STORE (STORE-IDX) TO O-STORE.
           MOVE TS-SALES (STORE-IDX) TO O-SALES.
           MOVE TS-HOURS (STORE-IDX) TO O-HOURS.
           MOVE TS-COST (STORE-IDX) TO O-COST.
           ADD TS-SALES (STORE-IDX) TO C-GT-SALES.
           ADD TS-HOURS (STORE-IDX) TO C-GT-HOURS.
           ADD TS-COST (STORE-IDX) TO C-GT-COST.
           MOVE SPACES TO O-FLAG.
           IF TS-SALES (STORE-IDX) > ZERO
               COMPUTE C-LABOR-PCT ROUNDED =
                   TS-COST (STORE-IDX) * 100 / TS-SALES (STORE-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO C-LABOR-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO C-LABOR-PCT
               IF TS-COST (STORE-IDX) > ZERO
                   MOVE "** LABOR WITH NO SALES" TO O-FLAG
                   ADD 1 TO C-FLAG-CTR
               END-IF
           END-IF.
           IF TS-HOURS (STORE-IDX) > ZERO
               COMPUTE C-SALES-PER-HOUR ROUNDED =
                   TS-SALES (STORE-IDX) / TS-HOURS (STORE-IDX)
                   ON SIZE ERROR
                       MOVE 9999999.99 TO C-SALES-PER-HOUR
               END-COMPUTE
           ELSE
               MOVE ZERO TO C-SALES-PER-HOUR
           END-IF.
           IF C-LABOR-PCT > C-TARGET-PCT
               MOVE "** ABOVE TARGET" TO O-FLAG
               ADD 1 TO C-FLAG-CTR
           END-IF.
           MOVE C-LABOR-PCT TO O-LABOR-PCT.
           MOVE C-SALES-PER-HOUR TO O-SALES-PER-HOUR.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       3150-RATIOS.
           IF C-GT-SALES > ZERO
               COMPUTE C-LABOR-PCT ROUNDED =
                   C-GT-COST * 100 / C-GT-SALES
                   ON SIZE ERROR
                       MOVE 999.9 TO C-LABOR-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO C-LABOR-PCT
           END-IF.
           IF C-GT-HOURS > ZERO
               COMPUTE C-SALES-PER-HOUR ROUNDED =
                   C-GT-SALES / C-GT-HOURS
                   ON SIZE ERROR
                       MOVE 9999999.99 TO C-SALES-PER-HOUR
               END-COMPUTE
           ELSE
               MOVE ZERO TO C-SALES-PER-HOUR
           END-IF.
           MOVE C-LABOR-PCT TO O-LABOR-PCT.
           MOVE C-SALES-PER-HOUR TO O-SALES-PER-HOUR.


      *    THE LABOR EXPENSE POSTS AGAINST WAGES PAYABLE, SO THE
      *    FEED NETS TO ZERO AND LEAVES THE CBLGLC00 RECEIVABLES
      *    OFFSET UNTOUCHED.  REVENUE POSTS POSITIVE ON THE FEEDS,
      *    SO THE EXPENSE SIDE IS NEGATIVE.
       3400-WRITE-GL-FEED.
           PERFORM 1500-READ-CHART.
           OPEN OUTPUT GL-OUT.
           MOVE 'PIZZALABOR' TO C-GL-LOOKUP-KEY.
           COMPUTE C-GL-AMOUNT = ZERO - C-GT-COST.
           PERFORM 1540-WRITE-GL-REC.
           MOVE 'WAGESPAY  ' TO C-GL-LOOKUP-KEY.
           MOVE C-GT-COST TO C-GL-AMOUNT.
           PERFORM 1540-WRITE-GL-REC.
           PERFORM 1550-GL-TRAILER.
           CLOSE GL-OUT.

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
      *    SIDE CAN SEE THEM RATHER THAN LOSING THE DOLLARS.
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


       9000-READ.
           READ TIME-FILE
               AT END
                   MOVE "NO" TO MORE-TIME.
           IF MORE-TIME = "YES"
               ADD 1 TO C-TIME-READ-CTR
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           MOVE C-PERIOD (5:2) TO O-PERIOD-MM.
           MOVE C-PERIOD (1:4) TO O-PERIOD-YY.
           MOVE C-TARGET-PCT TO O-TARGET-PCT.
           WRITE PRTLINE
               FROM PERIOD-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.
