       IDENTIFICATION DIVISION.
       PROGRAM-ID.         COBANL1A.
       AUTHOR.             ASHLEY LINDQUIST.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.


      *******************************
      * CP1A LICENSE AGENT SETTLEMENT AND WEEKLY REMITTANCE SWEEP.
      *
      * LICENSES SOLD THROUGH BAIT SHOPS AND SPORTING GOODS STORES
      * CARRY THE SELLING AGENT ON THE CP1AHUNT DETAIL RECORD.  FOR
      * THE WEEK'S CP1AHUNT DECK THIS PROGRAM TOTALS EACH AGENT'S
      * LICENSES AND FEES (NON-RESIDENT SURCHARGE INCLUDED) BY
      * LICENSE TYPE, TAKES OFF THE AGENT'S COMMISSION PER LICENSE
      * FROM THE AGENT MASTER (AGENTMST), AND WRITES THE NET OWED
      * TO US AS A SWEEP DEBIT AGAINST THE AGENT'S BANK ACCOUNT
      * (AGTSWEEP).  EVERY AGENT WITH SALES GETS A STATEMENT.
      * SWEEPS THE BANK SENT BACK UNPAID (AGTRTN) ARE MATCHED TO
      * THE AGENT BY ROUTING AND ACCOUNT AND PRINT ON THE
      * DELINQUENT-AGENT LIST FOR COLLECTIONS TO CHASE.  DIRECT
      * SALES (AGENT ZERO OR BLANK) ARE NOT SETTLED.
      *******************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HUNT
               ASSIGN TO CP1AHUNT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AGENT-FILE
               ASSIGN TO AGENTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AGENT-STATUS.

           SELECT OPTIONAL RETURN-IN
               ASSIGN TO AGTRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RTN-STATUS.

           SELECT SWEEP-OUT
               ASSIGN TO AGTSWEEP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO AGTRPT
               ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  HUNT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS LICENSE-REC
           RECORDING MODE F.

       01  LICENSE-REC.
           05  REC-TYPE            PIC X.
           05  FILLER              PIC X(36).

       01  HDR-REC REDEFINES LICENSE-REC.
           05  FILLER              PIC X.
           05  L-TYPE              PIC 99.
           05  L-DESC              PIC X(34).

       01  DETAIL-REC REDEFINES LICENSE-REC.
           05  FILLER              PIC X.
           05  D-CUSTID            PIC X(9).
           05  D-CUST-BDAY         PIC 9(8)    COMP-3.
           05  D-CUST-SAFETY-NO    PIC X(10).
           05  D-L-TYPE            PIC 99.
           05  D-SEASON            PIC 9.
           05  D-RESIDENT          PIC X.
           05  D-FEE               PIC 9(3)V99 COMP-3.
           05  D-ZONE              PIC 99.
           05  D-AGENT-NO          PIC 9(3).
           05  D-AGENT-X REDEFINES D-AGENT-NO
                                   PIC X(3).

       FD  AGENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS AGENT-REC.

       01  AGENT-REC.
           05  AG-AGENT-NO         PIC 9(3).
           05  AG-NAME             PIC X(25).
           05  AG-ADDRESS          PIC X(25).
           05  AG-CITY             PIC X(15).
           05  AG-STATE            PIC XX.
           05  AG-ZIP              PIC X(9).
           05  AG-PHONE            PIC X(10).
           05  AG-COMM-RATE        PIC 99V99.
           05  AG-ROUTING          PIC 9(9).
           05  AG-ROUTING-X REDEFINES AG-ROUTING
                                   PIC X(9).
           05  AG-ACCOUNT          PIC X(12).

      *    THE BANK'S RETURNED-DEBIT IMAGE, AS ON NSFRTN.
       FD  RETURN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RTN-REC.

       01  RTN-REC.
           05  RT-ROUTING          PIC 9(9).
           05  RT-ACCOUNT          PIC X(12).
           05  RT-AMOUNT           PIC 9(7)V99.
           05  RT-DEBIT-DATE       PIC X(8).
           05  RT-REASON           PIC X(3).

       FD  SWEEP-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS SWEEP-REC.

       01  SWEEP-REC.
           05  SW-ROUTING          PIC 9(9).
           05  SW-ACCOUNT          PIC X(12).
           05  SW-AMOUNT           PIC 9(7)V99.
           05  SW-AGENT-NO         PIC 9(3).
           05  SW-DEBIT-DATE       PIC 9(8).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  MORE-RECS       PIC XXX     VALUE 'YES'.

           05  X               PIC 999     VALUE ZERO  COMP.
           05  Y               PIC 99      VALUE ZERO  COMP.
           05  Z               PIC 999     VALUE ZERO  COMP.

           05  C-NONRES-SURCHG PIC 9(3)V99 VALUE 25.00.
           05  C-CALC-FEE      PIC 9(5)V99 VALUE ZERO.
           05  C-TYPE-VALID    PIC XXX     VALUE 'YES'.
           05  C-RUN-DATE      PIC 9(8)    VALUE ZERO.

           05  C-AGENT-STATUS  PIC XX      VALUE '00'.
           05  MORE-AGENTS     PIC XXX     VALUE 'YES'.
           05  C-AGENT-TBL-CTR PIC 999     VALUE ZERO.
           05  C-AGENT-FOUND-SW PIC XXX    VALUE 'NO'.
           05  C-AGENT-FOUND-IDX PIC 999   VALUE ZERO.

           05  C-RTN-STATUS    PIC XX      VALUE '00'.
           05  MORE-RTNS       PIC XXX     VALUE 'YES'.

           05  C-AG-COMM       PIC 9(7)V99 VALUE ZERO.
           05  C-AG-NET        PIC S9(7)V99 VALUE ZERO.

           05  C-BAD-TYPE-CTR  PIC 9(5)    VALUE ZERO.
           05  C-DIRECT-CTR    PIC 9(5)    VALUE ZERO.
           05  C-UNKNOWN-CTR   PIC 9(5)    VALUE ZERO.
           05  C-STMT-CTR      PIC 9(5)    VALUE ZERO.
           05  C-SWEEP-CTR     PIC 9(5)    VALUE ZERO.
           05  C-NOBANK-CTR    PIC 9(5)    VALUE ZERO.
           05  C-NOTHING-CTR   PIC 9(5)    VALUE ZERO.
           05  C-RTN-CTR       PIC 9(5)    VALUE ZERO.
           05  C-RTN-LOST-CTR  PIC 9(5)    VALUE ZERO.

           05  GT-LIC-CTR      PIC 9(7)    VALUE ZERO.
           05  GT-FEES         PIC 9(9)V99 VALUE ZERO.
           05  GT-COMM         PIC 9(9)V99 VALUE ZERO.
           05  GT-SWEEP        PIC 9(9)V99 VALUE ZERO.
           05  GT-RTN          PIC 9(9)V99 VALUE ZERO.

       01  SYS-DATE.
           05  I-YEAR          PIC 9(4).
           05  I-MONTH         PIC 99.
           05  I-DAY           PIC 99.



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER          PIC X(44)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CP1A LICENSE AGENTS'.
           05  FILLER          PIC X(44)   VALUE SPACES.
           COPY RPTPAGE.

       01  STMT-TITLE-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1A'.
           05  FILLER          PIC X(54)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'AGENT STATEMENT'.
           05  FILLER          PIC X(55)   VALUE SPACES.

       01  DLQ-TITLE-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1A'.
           05  FILLER          PIC X(41)   VALUE SPACES.
           05  FILLER          PIC X(42)   VALUE
               'DELINQUENT AGENTS - SWEEPS RETURNED UNPAID'.
           05  FILLER          PIC X(41)   VALUE SPACES.

       01  SUMMARY-TITLE-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1A'.
           05  FILLER          PIC X(52)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE 'SETTLEMENT SUMMARY'.
           05  FILLER          PIC X(54)   VALUE SPACES.

       01  STMT-AGENT-LINE.
           05  FILLER          PIC X(7)    VALUE 'AGENT: '.
           05  O-ST-AGENT-NO   PIC 9(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ST-NAME       PIC X(25).
           05  FILLER          PIC X(94)   VALUE SPACES.

       01  STMT-STREET-LINE.
           05  FILLER          PIC X(13)   VALUE SPACES.
           05  O-ST-ADDRESS    PIC X(25).
           05  FILLER          PIC X(94)   VALUE SPACES.

       01  STMT-CITY-LINE.
           05  FILLER          PIC X(13)   VALUE SPACES.
           05  O-ST-CITY       PIC X(15).
           05  FILLER          PIC X       VALUE SPACES.
           05  O-ST-STATE      PIC XX.
           05  FILLER          PIC X       VALUE SPACES.
           05  O-ST-ZIP        PIC X(9).
           05  FILLER          PIC X(91)   VALUE SPACES.

       01  STMT-COLUMN-HEADING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'LICENSE TYPE'.
           05  FILLER          PIC X(27)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'LICENSES'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'FEES COLLECTED'.
           05  FILLER          PIC X(60)   VALUE SPACES.

       01  STMT-TYPE-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ST-L-DESC     PIC X(34).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-ST-LIC-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-ST-FEES       PIC $$$$,$$$.99.
           05  FILLER          PIC X(63)   VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(34)   VALUE 'TOTAL SOLD'.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-ST-TOT-LIC    PIC ZZ,ZZ9.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-ST-TOT-FEES   PIC $$$$,$$$.99.
           05  FILLER          PIC X(63)   VALUE SPACES.

       01  STMT-COMM-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE
               'LESS COMMISSION AT '.
           05  O-ST-RATE       PIC $$9.99.
           05  FILLER          PIC X(15)   VALUE ' PER LICENSE'.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  O-ST-COMM       PIC $$$$,$$$.99.
           05  FILLER          PIC X(62)   VALUE SPACES.

       01  STMT-NET-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(41)   VALUE
               'NET REMITTANCE OWED TO CP1A'.
           05  FILLER          PIC X(13)   VALUE SPACES.
           05  O-ST-NET        PIC $$$$,$$$.99-.
           05  FILLER          PIC X(63)   VALUE SPACES.

       01  STMT-SWEEP-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ST-SWEEP-MSG  PIC X(44).
           05  O-ST-SWEEP-DATE PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(75)   VALUE SPACES.

       01  DLQ-COLUMN-HEADING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'AGENT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE 'NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'PHONE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'DEBIT DATE'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'REASON'.
           05  FILLER          PIC X(47)   VALUE SPACES.

       01  DLQ-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DQ-AGENT-NO   PIC X(3).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DQ-NAME       PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-DQ-PHONE      PIC X(10).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-DQ-DATE       PIC X(10).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-DQ-AMOUNT     PIC $$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DQ-REASON     PIC X(3).
           05  FILLER          PIC X(50)   VALUE SPACES.

       01  DLQ-GT-LINE.
           05  FILLER          PIC X(20)   VALUE
               'SWEEPS RETURNED:    '.
           05  O-DQ-CTR        PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'AMOUNT: '.
           05  O-DQ-TOTAL      PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE
               'NOT ON AGENT MASTER: '.
           05  O-DQ-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(49)   VALUE SPACES.

       01  UNKNOWN-HEADING-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(44)   VALUE
               'UNKNOWN AGENT NUMBERS - NOT SETTLED'.
           05  FILLER          PIC X(78)   VALUE SPACES.

       01  UNKNOWN-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CUST ID: '.
           05  O-UK-CUSTID     PIC X(9).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'AGENT: '.
           05  O-UK-AGENT      PIC X(3).
           05  FILLER          PIC X(90)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  O-SUM-LABEL     PIC X(36).
           05  O-SUM-CTR       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SUM-AMOUNT    PIC $$$,$$$,$$$.99 BLANK WHEN ZERO.
           05  FILLER          PIC X(59)   VALUE SPACES.


      *    ==== HEADER INPUT TABLE (TYPE DESCRIPTIONS) ====
       01  HEADER-TABLE.
           05  T-HDR-REC    OCCURS 15 TIMES.
               10  T-L-TYPE        PIC 99.
               10  T-L-DESC        PIC X(34).

      *    ==== AGENT MASTER WITH THE WEEK'S SALES BY TYPE ====
       01  AGENT-TABLE.
           05  AGENT-ENTRY OCCURS 300 TIMES.
               10  TA-AGENT-NO     PIC 9(3).
               10  TA-NAME         PIC X(25).
               10  TA-ADDRESS      PIC X(25).
               10  TA-CITY         PIC X(15).
               10  TA-STATE        PIC XX.
               10  TA-ZIP          PIC X(9).
               10  TA-PHONE        PIC X(10).
               10  TA-COMM-RATE    PIC 99V99.
               10  TA-ROUTING      PIC 9(9).
               10  TA-ROUTING-X REDEFINES TA-ROUTING
                                   PIC X(9).
               10  TA-ACCOUNT      PIC X(12).
               10  TA-LIC-CTR      PIC 9(7).
               10  TA-FEES         PIC 9(9)V99.
               10  TA-TYPE-ENTRY OCCURS 15 TIMES.
                   15  TA-T-LIC-CTR    PIC 9(7).
                   15  TA-T-FEES       PIC 9(9)V99.

      *    ==== UNKNOWN-AGENT CAPTURE ====
       01  UNKNOWN-TABLE.
           05  UNKNOWN-ENTRY OCCURS 100 TIMES.
               10  UK-CUSTID       PIC X(9).
               10  UK-AGENT        PIC X(3).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL1A'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL1A.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.

           COMPUTE C-RUN-DATE = I-YEAR * 10000 + I-MONTH * 100
               + I-DAY.

           PERFORM 1050-INIT-HDR-ENTRY
               VARYING Y FROM 1 BY 1 UNTIL Y > 15.

           PERFORM 1100-READ-AGENT-FILE.

           OPEN INPUT HUNT.
           OPEN OUTPUT SWEEP-OUT.
           OPEN OUTPUT PRTOUT.

           PERFORM 9000-READ.


       1050-INIT-HDR-ENTRY.

           MOVE ZERO TO T-L-TYPE (Y).
           MOVE SPACES TO T-L-DESC (Y).


       1100-READ-AGENT-FILE.

           OPEN INPUT AGENT-FILE.
           IF C-AGENT-STATUS = '00' OR '05'
               PERFORM 1110-READ-AGENT-REC
                   UNTIL MORE-AGENTS = 'NO'
               CLOSE AGENT-FILE
           END-IF.


       1110-READ-AGENT-REC.

           READ AGENT-FILE
               AT END
                   MOVE 'NO' TO MORE-AGENTS
           END-READ.
           IF MORE-AGENTS = 'YES'
               AND C-AGENT-TBL-CTR < 300
                   ADD 1 TO C-AGENT-TBL-CTR
                   MOVE C-AGENT-TBL-CTR TO X
                   MOVE AG-AGENT-NO TO TA-AGENT-NO (X)
                   MOVE AG-NAME TO TA-NAME (X)
                   MOVE AG-ADDRESS TO TA-ADDRESS (X)
                   MOVE AG-CITY TO TA-CITY (X)
                   MOVE AG-STATE TO TA-STATE (X)
                   MOVE AG-ZIP TO TA-ZIP (X)
                   MOVE AG-PHONE TO TA-PHONE (X)
                   MOVE AG-COMM-RATE TO TA-COMM-RATE (X)
                   MOVE AG-ROUTING-X TO TA-ROUTING-X (X)
                   MOVE AG-ACCOUNT TO TA-ACCOUNT (X)
                   MOVE ZERO TO TA-LIC-CTR (X)
                   MOVE ZERO TO TA-FEES (X)
                   PERFORM 1120-INIT-AGENT-TYPE
                       VARYING Y FROM 1 BY 1 UNTIL Y > 15
           END-IF.


       1120-INIT-AGENT-TYPE.

           MOVE ZERO TO TA-T-LIC-CTR (X, Y).
           MOVE ZERO TO TA-T-FEES (X, Y).


       1200-AGENT-LOOKUP.

           MOVE 'NO' TO C-AGENT-FOUND-SW.
           MOVE ZERO TO C-AGENT-FOUND-IDX.
           PERFORM 1210-AGENT-SEARCH
               VARYING Z FROM 1 BY 1
                   UNTIL Z > C-AGENT-TBL-CTR
                      OR C-AGENT-FOUND-SW = 'YES'.


       1210-AGENT-SEARCH.

           IF TA-AGENT-NO (Z) = D-AGENT-NO
               MOVE 'YES' TO C-AGENT-FOUND-SW
               MOVE Z TO C-AGENT-FOUND-IDX
           END-IF.



       2000-MAINLINE.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.

           IF C-TYPE-VALID = 'NO'
               ADD 1 TO C-BAD-TYPE-CTR
           ELSE
               IF REC-TYPE = 'H'
                   MOVE L-TYPE TO T-L-TYPE (L-TYPE)
                   MOVE L-DESC TO T-L-DESC (L-TYPE)
               ELSE
                   PERFORM 2100-AGENT-SALE THRU 2100-EXIT
               END-IF
           END-IF.

           PERFORM 9000-READ.


       2050-VALIDATION.

           MOVE 'YES' TO C-TYPE-VALID.

           IF REC-TYPE = 'H'
               IF L-TYPE NOT NUMERIC
                  OR L-TYPE < 1 OR L-TYPE > 15
                   MOVE 'NO' TO C-TYPE-VALID
                   GO TO 2050-EXIT
               END-IF
           ELSE
               IF D-L-TYPE NOT NUMERIC
                  OR D-L-TYPE < 1 OR D-L-TYPE > 15
                   MOVE 'NO' TO C-TYPE-VALID
                   GO TO 2050-EXIT
               END-IF
           END-IF.

       2050-EXIT.
           EXIT.


      *    THE AGENT KEEPS ITS COMMISSION OUT OF THE FEES IT TOOK IN,
      *    SO THE FEE HERE IS WHAT THE HUNTER PAID AT THE COUNTER.
       2100-AGENT-SALE.

           IF D-AGENT-X = SPACES OR D-AGENT-X = ZEROS
               ADD 1 TO C-DIRECT-CTR
               GO TO 2100-EXIT
           END-IF.

           IF D-AGENT-NO NUMERIC
               PERFORM 1200-AGENT-LOOKUP
           ELSE
               MOVE 'NO' TO C-AGENT-FOUND-SW
           END-IF.

           IF C-AGENT-FOUND-SW = 'NO'
               ADD 1 TO C-UNKNOWN-CTR
               IF C-UNKNOWN-CTR NOT > 100
                   MOVE D-CUSTID TO UK-CUSTID (C-UNKNOWN-CTR)
                   MOVE D-AGENT-X TO UK-AGENT (C-UNKNOWN-CTR)
               END-IF
               GO TO 2100-EXIT
           END-IF.

           IF D-RESIDENT = 'N'
               COMPUTE C-CALC-FEE = D-FEE + C-NONRES-SURCHG
           ELSE
               MOVE D-FEE TO C-CALC-FEE
           END-IF.

           MOVE C-AGENT-FOUND-IDX TO X.
           ADD 1 TO TA-LIC-CTR (X).
           ADD C-CALC-FEE TO TA-FEES (X).
           ADD 1 TO TA-T-LIC-CTR (X, D-L-TYPE).
           ADD C-CALC-FEE TO TA-T-FEES (X, D-L-TYPE).

       2100-EXIT.
           EXIT.



       3000-CLOSING.

           PERFORM 3100-AGENT-STATEMENT
               VARYING X FROM 1 BY 1 UNTIL X > C-AGENT-TBL-CTR.
           PERFORM 3300-DELINQUENT-LIST.
           PERFORM 3500-SUMMARY.

           CLOSE HUNT.
           CLOSE SWEEP-OUT.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-STMT-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    // -- ONE STATEMENT PER AGENT WITH SALES THIS WEEK, -- //
      *    // -- AND THE SWEEP DEBIT FOR WHAT THE AGENT OWES.   -- //
       3100-AGENT-STATEMENT.

           IF TA-LIC-CTR (X) > ZERO
               ADD 1 TO C-STMT-CTR
               PERFORM 9900-STMT-HEADING
               PERFORM 3110-STMT-ADDRESS
               PERFORM 3120-STMT-TYPE-ROW
                   VARYING Y FROM 1 BY 1 UNTIL Y > 15
               PERFORM 3150-STMT-SETTLE
           END-IF.


       3110-STMT-ADDRESS.

           MOVE TA-AGENT-NO (X) TO O-ST-AGENT-NO.
           MOVE TA-NAME (X) TO O-ST-NAME.
           MOVE TA-ADDRESS (X) TO O-ST-ADDRESS.
           MOVE TA-CITY (X) TO O-ST-CITY.
           MOVE TA-STATE (X) TO O-ST-STATE.
           MOVE TA-ZIP (X) TO O-ST-ZIP.

           WRITE PRTLINE
               FROM STMT-AGENT-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM STMT-STREET-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM STMT-CITY-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM STMT-COLUMN-HEADING
                   AFTER ADVANCING 3 LINES.


       3120-STMT-TYPE-ROW.

           IF TA-T-LIC-CTR (X, Y) > ZERO
               MOVE T-L-DESC (Y) TO O-ST-L-DESC
               MOVE TA-T-LIC-CTR (X, Y) TO O-ST-LIC-CTR
               MOVE TA-T-FEES (X, Y) TO O-ST-FEES
               WRITE PRTLINE
                   FROM STMT-TYPE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.


      *    NET = FEES COLLECTED LESS COMMISSION.  ONLY A POSITIVE NET
      *    IS SWEPT, AND ONLY FROM AN AGENT WITH BANK DATA ON FILE.
       3150-STMT-SETTLE.

           COMPUTE C-AG-COMM = TA-LIC-CTR (X) * TA-COMM-RATE (X).
           COMPUTE C-AG-NET = TA-FEES (X) - C-AG-COMM.

           ADD TA-LIC-CTR (X) TO GT-LIC-CTR.
           ADD TA-FEES (X) TO GT-FEES.
           ADD C-AG-COMM TO GT-COMM.

           MOVE TA-LIC-CTR (X) TO O-ST-TOT-LIC.
           MOVE TA-FEES (X) TO O-ST-TOT-FEES.
           MOVE TA-COMM-RATE (X) TO O-ST-RATE.
           MOVE C-AG-COMM TO O-ST-COMM.
           MOVE C-AG-NET TO O-ST-NET.

           WRITE PRTLINE
               FROM STMT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM STMT-COMM-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM STMT-NET-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE SPACES TO O-ST-SWEEP-DATE.
           IF C-AG-NET NOT > ZERO
               ADD 1 TO C-NOTHING-CTR
               MOVE 'NOTHING OWED THIS WEEK - NO SWEEP.'
                   TO O-ST-SWEEP-MSG
           ELSE
               IF TA-ROUTING-X (X) NOT NUMERIC
                  OR TA-ROUTING (X) = ZERO
                  OR TA-ACCOUNT (X) = SPACES
                   ADD 1 TO C-NOBANK-CTR
                   MOVE 'NO BANK ACCOUNT ON FILE - REMIT BY CHECK.'
                       TO O-ST-SWEEP-MSG
               ELSE
                   PERFORM 3160-WRITE-SWEEP
                   MOVE 'WILL BE DEBITED FROM YOUR BANK ACCOUNT ON'
                       TO O-ST-SWEEP-MSG
                   MOVE O-DATE TO O-ST-SWEEP-DATE
               END-IF
           END-IF.

           WRITE PRTLINE
               FROM STMT-SWEEP-LINE
                   AFTER ADVANCING 2 LINES.


       3160-WRITE-SWEEP.

           MOVE TA-ROUTING (X) TO SW-ROUTING.
           MOVE TA-ACCOUNT (X) TO SW-ACCOUNT.
           MOVE C-AG-NET TO SW-AMOUNT.
           MOVE TA-AGENT-NO (X) TO SW-AGENT-NO.
           MOVE C-RUN-DATE TO SW-DEBIT-DATE.
           WRITE SWEEP-REC.
           ADD 1 TO C-SWEEP-CTR.
           ADD C-AG-NET TO GT-SWEEP.


      *    // -- SWEEPS THE BANK SENT BACK UNPAID, MATCHED TO THE -- //
      *    // -- AGENT BY ROUTING AND ACCOUNT, FOR COLLECTIONS.   -- //
       3300-DELINQUENT-LIST.

           PERFORM 9910-DLQ-HEADING.
           OPEN INPUT RETURN-IN.
           IF C-RTN-STATUS = '00' OR '05'
               PERFORM 3310-DLQ-ROW
                   UNTIL MORE-RTNS = 'NO'
               CLOSE RETURN-IN
           END-IF.

           MOVE C-RTN-CTR TO O-DQ-CTR.
           MOVE GT-RTN TO O-DQ-TOTAL.
           MOVE C-RTN-LOST-CTR TO O-DQ-LOST-CTR.
           WRITE PRTLINE
               FROM DLQ-GT-LINE
                   AFTER ADVANCING 3 LINES.


       3310-DLQ-ROW.

           READ RETURN-IN
               AT END
                   MOVE 'NO' TO MORE-RTNS
           END-READ.
           IF MORE-RTNS = 'YES'
               ADD 1 TO C-RTN-CTR
               ADD RT-AMOUNT TO GT-RTN
               MOVE 'NO' TO C-AGENT-FOUND-SW
               MOVE ZERO TO C-AGENT-FOUND-IDX
               PERFORM 3320-DLQ-SEARCH
                   VARYING Z FROM 1 BY 1
                       UNTIL Z > C-AGENT-TBL-CTR
                          OR C-AGENT-FOUND-SW = 'YES'
               IF C-AGENT-FOUND-SW = 'YES'
                   MOVE C-AGENT-FOUND-IDX TO Z
                   MOVE TA-AGENT-NO (Z) TO O-DQ-AGENT-NO
                   MOVE TA-NAME (Z) TO O-DQ-NAME
                   MOVE TA-PHONE (Z) TO O-DQ-PHONE
               ELSE
                   ADD 1 TO C-RTN-LOST-CTR
                   MOVE '***' TO O-DQ-AGENT-NO
                   MOVE 'NOT ON AGENT MASTER' TO O-DQ-NAME
                   MOVE SPACES TO O-DQ-PHONE
               END-IF
               MOVE SPACES TO O-DQ-DATE
               STRING RT-DEBIT-DATE (5:2) '/' RT-DEBIT-DATE (7:2) '/'
                   RT-DEBIT-DATE (1:4) DELIMITED BY SIZE
                   INTO O-DQ-DATE
               MOVE RT-AMOUNT TO O-DQ-AMOUNT
               MOVE RT-REASON TO O-DQ-REASON
               WRITE PRTLINE
                   FROM DLQ-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9910-DLQ-HEADING
               END-WRITE
           END-IF.


       3320-DLQ-SEARCH.

           IF TA-ROUTING-X (Z) = RT-ROUTING
              AND TA-ACCOUNT (Z) = RT-ACCOUNT
               MOVE 'YES' TO C-AGENT-FOUND-SW
               MOVE Z TO C-AGENT-FOUND-IDX
           END-IF.


       3500-SUMMARY.

           PERFORM 9920-SUM-HEADING.

           MOVE 'AGENT STATEMENTS PRINTED' TO O-SUM-LABEL.
           MOVE C-STMT-CTR TO O-SUM-CTR.
           MOVE ZERO TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE 'LICENSES SOLD / FEES COLLECTED' TO O-SUM-LABEL.
           MOVE GT-LIC-CTR TO O-SUM-CTR.
           MOVE GT-FEES TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE 'COMMISSION EARNED' TO O-SUM-LABEL.
           MOVE GT-LIC-CTR TO O-SUM-CTR.
           MOVE GT-COMM TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'SWEEP DEBITS WRITTEN' TO O-SUM-LABEL.
           MOVE C-SWEEP-CTR TO O-SUM-CTR.
           MOVE GT-SWEEP TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'NO BANK ACCOUNT - REMIT BY CHECK' TO O-SUM-LABEL.
           MOVE C-NOBANK-CTR TO O-SUM-CTR.
           MOVE ZERO TO O-SUM-AMOUNT.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'NOTHING OWED - NO SWEEP' TO O-SUM-LABEL.
           MOVE C-NOTHING-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'DIRECT SALES - NO AGENT' TO O-SUM-LABEL.
           MOVE C-DIRECT-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE 'RECORDS REJECTED FOR LICENSE TYPE' TO O-SUM-LABEL.
           MOVE C-BAD-TYPE-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'SALES WITH AN UNKNOWN AGENT' TO O-SUM-LABEL.
           MOVE C-UNKNOWN-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           IF C-UNKNOWN-CTR > ZERO
               WRITE PRTLINE
                   FROM UNKNOWN-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               PERFORM 3510-UNKNOWN-ROW
                   VARYING Z FROM 1 BY 1
                       UNTIL Z > C-UNKNOWN-CTR
                          OR Z > 100
           END-IF.


       3510-UNKNOWN-ROW.

           MOVE UK-CUSTID (Z) TO O-UK-CUSTID.
           MOVE UK-AGENT (Z) TO O-UK-AGENT.
           WRITE PRTLINE
               FROM UNKNOWN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9920-SUM-HEADING.


       9000-READ.

           READ HUNT
               AT END
                   MOVE 'NO' TO MORE-RECS.


       9900-STMT-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM STMT-TITLE-LINE
                   AFTER ADVANCING 1 LINE.


       9910-DLQ-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM DLQ-TITLE-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM DLQ-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.


       9920-SUM-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM SUMMARY-TITLE-LINE
                   AFTER ADVANCING 1 LINE.
