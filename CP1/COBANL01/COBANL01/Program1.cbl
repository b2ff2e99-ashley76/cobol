      *               CAP REJECT TO THEIR OWN SECTION, AND A
      *               QUOTA-UTILIZATION REPORT SHOWS SOLD VS CAP
      *               WITH NEAR-CAP ZONES FLAGGED.
      * 10/15/26  AL  ADDED THE SELLING AGENT NUMBER TO THE DETAIL
      *               RECORD (SPARE BYTES 35-37, ZERO OR BLANK FOR A
      *               DIRECT SALE), VALIDATED AGAINST THE AGENT
      *               MASTER, WITH AN UNKNOWN-AGENT REJECT COUNT.
      * 10/15/26  AL  WRITE THE ISSUED-LICENSE EXTRACT (LICISSUE) -
      *               THE LICENSE TYPE DESCRIPTIONS AND EVERY LICENSE
      *               THAT PASSED ALL CHECKS, WITH ITS SEASON AND
      *               ZONE - FOR THE HARVEST REPORTING RUN.
      * 10/15/26  AL  REVOKED/SUSPENDED HUNTER CHECK: A CUSTOMER ID
      *               OR SAFETY NUMBER ON AN ACTIVE REVOCATION FROM
      *               THE STATE REVOCATION FILE IS NOT SOLD A
      *               LICENSE - REJECTED TO ITS OWN SECTION WITH THE
      *               REASON AND LISTED ON THE COMPLIANCE REPORT
      *               (COMPLRPT) FOR THE CONSERVATION OFFICERS.
      * 10/15/26  AL  DRAW ZONES: A TYPE/ZONE FLAGGED 'D' ON THE
      *               ZONE-QUOTA FILE IS SOLD ONLY TO A CUSTOMER
      *               HOLDING A PERMIT FOR IT ON THE AWARDED-PERMIT
      *               FILE (DRAWPRMT) FROM THE PRE-SEASON DRAW;
      *               OTHER PURCHASES REJECT TO THEIR OWN SECTION.
      * 10/15/26  AL  RUNS AS A STEP UNDER THE BATCH DRIVER: WILL NOT
      *               START WHILE ANOTHER JOB HOLDS THE BATCH LOCK,
      *               STAMPS THE RUN AUDIT LOG AND RETURNS TO THE
      *               CALLER INSTEAD OF ENDING THE RUN.
      * 10/15/26  AL  A REVOCATION FILE PAST THE 300-ENTRY TABLE NO
      *               LONGER DROPS THE OVERFLOW: THE RUN SELLS
      *               NOTHING, PRINTS THE COUNT LEFT OUT AND ENDS
      *               WITH RETURN CODE 16.
      *******************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QUOTA-STATUS.

           SELECT OPTIONAL PERMIT-FILE
               ASSIGN TO DRAWPRMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PERMIT-STATUS.

           SELECT ISSUED-OUT
               ASSIGN TO LICISSUE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AGENT-FILE
               ASSIGN TO AGENTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AGENT-STATUS.

           SELECT OPTIONAL REVOKE-FILE
               ASSIGN TO REVOKED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REVOKE-STATUS.

           SELECT COMPLIANCE-OUT
               ASSIGN TO COMPLRPT
               ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           05  D-RESIDENT          PIC X.
           05  D-FEE               PIC 9(3)V99 COMP-3.
           05  D-ZONE              PIC 99.
           05  D-AGENT-NO          PIC 9(3).
           05  D-AGENT-X REDEFINES D-AGENT-NO
                                   PIC X(3).

       FD PRTOUT
           LABEL RECORD IS OMITTED

       FD  QUOTA-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS QUOTA-REC.

       01  QUOTA-REC.
           05  ZQ-L-TYPE           PIC 99.
           05  ZQ-ZONE             PIC 99.
           05  ZQ-CAP              PIC 9(5).
           05  ZQ-DRAW-SW          PIC X.

       FD  PERMIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS PERMIT-REC.

       01  PERMIT-REC.
           05  PM-CUSTID           PIC X(9).
           05  PM-L-TYPE           PIC 99.
           05  PM-ZONE             PIC 99.
           05  PM-DRAW-DATE        PIC 9(8).

       FD  ISSUED-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS ISSUED-REC.

       01  ISSUED-REC.
           05  LI-REC-TYPE         PIC X.
           05  LI-CUSTID           PIC X(9).
           05  LI-L-TYPE           PIC 99.
           05  LI-SEASON           PIC 9.
           05  LI-ZONE             PIC 99.
           05  FILLER              PIC X(22).

       01  ISSUED-HDR REDEFINES ISSUED-REC.
           05  FILLER              PIC X.
           05  LI-H-L-TYPE         PIC 99.
           05  LI-H-L-DESC         PIC X(34).

       FD  AGENT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS AGENT-REC.

       01  AGENT-REC.
           05  AG-AGENT-NO         PIC 9(3).
           05  FILLER              PIC X(111).

      *    STATE LIST OF REVOKED OR SUSPENDED HUNTING PRIVILEGES.
      *    A ZERO END DATE IS A REVOCATION WITH NO END.
       FD  REVOKE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REVOKE-REC.

       01  REVOKE-REC.
           05  RV-CUSTID           PIC X(9).
           05  RV-SAFETY-NO        PIC X(10).
           05  RV-NAME             PIC X(25).
           05  RV-START-DATE       PIC 9(8).
           05  RV-END-DATE         PIC 9(8).
           05  RV-REASON           PIC X(30).

       FD COMPLIANCE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS COMPLINE.

       01 COMPLINE             PIC X(132).


       WORKING-STORAGE SECTION.
           05  C-QUOTA-LOADED  PIC XXX     VALUE 'NO'.
           05  C-QUOTA-PCT     PIC 9(5)    VALUE ZERO.

           05  C-PERMIT-STATUS PIC XX      VALUE '00'.
           05  MORE-PERMITS    PIC XXX     VALUE 'YES'.
           05  C-PERMIT-TBL-CTR PIC 9(3)   VALUE ZERO.
           05  C-PERMIT-OK-SW  PIC XXX     VALUE 'YES'.
           05  C-PERMIT-REJ-CTR PIC 9(5)   VALUE ZERO.

           05  C-AGENT-STATUS  PIC XX      VALUE '00'.
           05  MORE-AGENTS     PIC XXX     VALUE 'YES'.
           05  C-AGENT-TBL-CTR PIC 9(3)    VALUE ZERO.
           05  C-AGENT-FOUND-SW PIC XXX    VALUE 'NO'.
           05  C-AGENT-VALID   PIC XXX     VALUE 'YES'.
           05  C-INVALID-AGENT-CTR PIC 9(5) VALUE ZERO.

           05  C-REVOKE-STATUS PIC XX      VALUE '00'.
           05  MORE-REVOKES    PIC XXX     VALUE 'YES'.
           05  C-REVOKE-TBL-CTR PIC 9(3)   VALUE ZERO.
           05  C-REVOKED-SW    PIC XXX     VALUE 'NO'.
           05  C-REVOKE-IDX    PIC 9(3)    VALUE ZERO.
           05  C-REVOKE-MATCH  PIC X(9)    VALUE SPACES.
           05  C-REVOKE-REJ-CTR PIC 9(5)   VALUE ZERO.
           05  C-REVOKE-LOST-CTR PIC 9(5)  VALUE ZERO.
           05  C-CMP-PCTR      PIC 99      VALUE ZERO.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-DATE-9 REDEFINES DC-DATE
           05  QT-TYPE-ENTRY OCCURS 15 TIMES.
               10  QT-ZONE-ENTRY OCCURS 20 TIMES.
                   15  QT-CAP          PIC 9(5).
                   15  QT-DRAW-SW      PIC X.

      *    ==== DRAW PERMITS AWARDED BEFORE THE SEASON ====
       01  PERMIT-TABLE.
           05  PERMIT-ENTRY OCCURS 500 TIMES.
               10  PT-CUSTID       PIC X(9).
               10  PT-L-TYPE       PIC 99.
               10  PT-ZONE         PIC 99.

       01  PERMIT-REJ-TABLE.
           05  PERMIT-REJ-ENTRY OCCURS 100 TIMES.
               10  PR-CUSTID       PIC X(9).
               10  PR-L-TYPE       PIC 99.
               10  PR-ZONE         PIC 99.

       01  PERMIT-REJ-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(44)   VALUE
               'DRAW ZONE PURCHASES WITHOUT A DRAW PERMIT'.
           05  FILLER              PIC X(78)   VALUE SPACES.

       01  PERMIT-REJ-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'CUST ID: '.
           05  O-PR-CUSTID         PIC X(9).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'TYPE: '.
           05  O-PR-L-TYPE         PIC 99.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'ZONE: '.
           05  O-PR-ZONE           PIC Z9.
           05  FILLER              PIC X(80)   VALUE SPACES.

       01  PERMIT-REJ-GT-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'PURCHASES REJECTED - NO DRAW PERMIT:'.
           05  O-PERMIT-REJ-CTR    PIC ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       01  QUOTA-REJ-TABLE.
           05  QUOTA-REJ-ENTRY OCCURS 100 TIMES.
           05  O-INVALID-ZONE-CTR  PIC ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       01  INVALID-AGENT-GT-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE 'RECORDS REJECTED FOR UNKNOWN AGENT:'.
           05  O-INVALID-AGENT-CTR PIC ZZ9.
           05  FILLER              PIC X(79)   VALUE SPACES.

       01  INVALID-BDAY-GT-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(40)
           05  O-SAFE-REJ-CTR      PIC ZZ9.
           05  FILLER              PIC X(75)   VALUE SPACES.

      *    ==== LICENSE AGENTS ON THE AGENT MASTER ====
       01  AGENT-TABLE.
           05  AGENT-ENTRY OCCURS 300 TIMES.
               10  AT-AGENT-NO     PIC 9(3).

      *    ==== REVOKED / SUSPENDED HUNTERS ====
       01  REVOKE-TABLE.
           05  REVOKE-ENTRY OCCURS 300 TIMES.
               10  RT-CUSTID       PIC X(9).
               10  RT-SAFETY-NO    PIC X(10).
               10  RT-NAME         PIC X(25).
               10  RT-START-DATE   PIC 9(8).
               10  RT-END-DATE     PIC 9(8).
               10  RT-REASON       PIC X(30).

       01  REVOKE-REJ-TABLE.
           05  REVOKE-REJ-ENTRY OCCURS 100 TIMES.
               10  RK-CUSTID       PIC X(9).
               10  RK-SAFETY-NO    PIC X(10).
               10  RK-REASON       PIC X(30).

       01  REVOKE-HEADING-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(46)   VALUE
               'REVOKED OR SUSPENDED HUNTERS - NOT SOLD'.
           05  FILLER              PIC X(76)   VALUE SPACES.

       01  REVOKE-DETAIL-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'CUST ID: '.
           05  O-RK-CUSTID         PIC X(9).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(15)   VALUE 'SAFETY NUMBER: '.
           05  O-RK-SAFETY-NO      PIC X(10).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'REASON: '.
           05  O-RK-REASON         PIC X(30).
           05  FILLER              PIC X(33)   VALUE SPACES.

       01  REVOKE-STOP-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(52)   VALUE
               '** REVOKE TABLE FULL - NO LICENSES SOLD. LEFT OUT:'.
           05  O-REVOKE-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER              PIC X(64)   VALUE SPACES.

       01  REVOKE-GT-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(44)   VALUE
               'APPLICATIONS REJECTED AS REVOKED:'.
           05  O-REVOKE-REJ-CTR    PIC ZZ9.
           05  FILLER              PIC X(75)   VALUE SPACES.

      *    ==== COMPLIANCE REPORT FOR THE CONSERVATION OFFICERS ====
       01  COMPLIANCE-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-CMP-DATE          PIC X(10).
           05  FILLER              PIC X(37)   VALUE SPACES.
           05  FILLER              PIC X(25)   VALUE
               'REVOKED HUNTER COMPLIANCE'.
           05  FILLER              PIC X(46)   VALUE SPACES.
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-CMP-PCTR          PIC Z9.

       01  COMPLIANCE-HEADING-LINE.
           05  FILLER              PIC X(8)    VALUE 'COBANL01'.
           05  FILLER              PIC X(45)   VALUE SPACES.
           05  FILLER              PIC X(34)   VALUE
               'BLOCKED LICENSE PURCHASE ATTEMPTS'.
           05  FILLER              PIC X(45)   VALUE SPACES.

       01  COMPLIANCE-COLUMN-HEADING.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'CUST ID'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(10)   VALUE 'SAFETY NO'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(25)   VALUE 'NAME'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC XX      VALUE 'TY'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X       VALUE 'S'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC XX      VALUE 'ZN'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(3)    VALUE 'AGT'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(9)    VALUE 'MATCHED'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'REVOKED'.
           05  FILLER              PIC X       VALUE SPACES.
           05  FILLER              PIC X(8)    VALUE 'UNTIL'.
           05  FILLER              PIC XX      VALUE SPACES.
           05  FILLER              PIC X(30)   VALUE 'REASON'.
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  COMPLIANCE-LINE.
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-CUSTID         PIC X(9).
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-SAFETY-NO      PIC X(10).
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-NAME           PIC X(25).
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-L-TYPE         PIC 99.
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-SEASON         PIC 9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-ZONE           PIC Z9.
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-AGENT          PIC X(3).
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-MATCH          PIC X(9).
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-START          PIC 9(8).
           05  FILLER              PIC X       VALUE SPACES.
           05  O-CP-END            PIC X(8).
           05  FILLER              PIC XX      VALUE SPACES.
           05  O-CP-REASON         PIC X(30).
           05  FILLER              PIC X(4)    VALUE SPACES.

       01  COMPLIANCE-GT-LINE.
           05  FILLER              PIC X(10)   VALUE SPACES.
           05  FILLER              PIC X(36)
               VALUE 'BLOCKED LICENSE PURCHASE ATTEMPTS:'.
           05  O-CMP-CTR           PIC ZZ,ZZ9.
           05  FILLER              PIC X(80)   VALUE SPACES.

      *    ==== REPEAT-APPLICATION CHECK TABLES ====
       01  SEEN-TABLE.
           05  SEEN-ENTRY OCCURS 500 TIMES.
               10  T-LIC-CTR       PIC 9(7).
               10  T-TOT-FEES      PIC 9(9)V99.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL01'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL01.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT THRU 1000-EXIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           IF C-REVOKE-LOST-CTR > ZERO
               PERFORM 3900-REVOKE-STOP
           ELSE
               PERFORM 3000-CLOSING
           END-IF.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.

      *    EVERY REVOCATION MUST BE IN THE TABLE BEFORE ANYTHING IS
      *    SOLD - A HUNTER PAST THE LIMIT WOULD OTHERWISE GET A
      *    LICENSE.
           PERFORM 1400-READ-REVOKE-FILE.
           IF C-REVOKE-LOST-CTR > ZERO
               MOVE 'NO' TO MORE-RECS
               GO TO 1000-EXIT
           END-IF.

           OPEN INPUT HUNT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT ISSUED-OUT.
           OPEN OUTPUT COMPLIANCE-OUT.

           COMPUTE C-RUN-DATE = I-YEAR * 10000 + I-MONTH * 100
               + I-DAY.
           PERFORM 1100-READ-SAFETY-FILE.
           PERFORM 1200-READ-QUOTA-FILE.
           PERFORM 1300-READ-AGENT-FILE.
           PERFORM 1500-READ-PERMIT-FILE.

           PERFORM 1050-INIT-TABLE-ENTRY
               VARYING X FROM 1 BY 1 UNTIL X > 15.

           PERFORM 9000-READ.
           PERFORM 9900-DETAIL-HEADING.
           PERFORM 9920-COMPLIANCE-HEADING.

       1000-EXIT.
           EXIT.


       1100-READ-SAFETY-FILE.
               AND ZQ-ZONE > 0 AND ZQ-ZONE < 21
                   MOVE ZQ-CAP TO QT-CAP (ZQ-L-TYPE, ZQ-ZONE)
                   MOVE 'YES' TO C-QUOTA-LOADED
                   IF ZQ-DRAW-SW = 'D' AND ZQ-CAP > ZERO
                       MOVE 'D' TO QT-DRAW-SW (ZQ-L-TYPE, ZQ-ZONE)
                   END-IF
           END-IF.


       1230-INIT-QUOTA-CELL.

           MOVE ZERO TO QT-CAP (X, ZN).
           MOVE SPACE TO QT-DRAW-SW (X, ZN).


       1300-READ-AGENT-FILE.

           OPEN INPUT AGENT-FILE.
           IF C-AGENT-STATUS = '00' OR '05'
               PERFORM 1310-READ-AGENT-REC
                   UNTIL MORE-AGENTS = 'NO'
               CLOSE AGENT-FILE
           END-IF.


       1310-READ-AGENT-REC.

           READ AGENT-FILE
               AT END
                   MOVE 'NO' TO MORE-AGENTS
           END-READ.
           IF MORE-AGENTS = 'YES'
               AND C-AGENT-TBL-CTR < 300
                   ADD 1 TO C-AGENT-TBL-CTR
                   MOVE AG-AGENT-NO TO AT-AGENT-NO (C-AGENT-TBL-CTR)
           END-IF.


       1400-READ-REVOKE-FILE.

           OPEN INPUT REVOKE-FILE.
           IF C-REVOKE-STATUS = '00' OR '05'
               PERFORM 1410-READ-REVOKE-REC
                   UNTIL MORE-REVOKES = 'NO'
               CLOSE REVOKE-FILE
           END-IF.


       1410-READ-REVOKE-REC.

           READ REVOKE-FILE
               AT END
                   MOVE 'NO' TO MORE-REVOKES
           END-READ.
           IF MORE-REVOKES = 'YES'
               IF C-REVOKE-TBL-CTR < 300
                   ADD 1 TO C-REVOKE-TBL-CTR
                   MOVE RV-CUSTID TO RT-CUSTID (C-REVOKE-TBL-CTR)
                   MOVE RV-SAFETY-NO
                       TO RT-SAFETY-NO (C-REVOKE-TBL-CTR)
                   MOVE RV-NAME TO RT-NAME (C-REVOKE-TBL-CTR)
                   MOVE RV-START-DATE
                       TO RT-START-DATE (C-REVOKE-TBL-CTR)
                   MOVE RV-END-DATE
                       TO RT-END-DATE (C-REVOKE-TBL-CTR)
                   MOVE RV-REASON TO RT-REASON (C-REVOKE-TBL-CTR)
               ELSE
                   ADD 1 TO C-REVOKE-LOST-CTR
               END-IF
           END-IF.


       1500-READ-PERMIT-FILE.

           OPEN INPUT PERMIT-FILE.
           IF C-PERMIT-STATUS = '00' OR '05'
               PERFORM 1510-READ-PERMIT-REC
                   UNTIL MORE-PERMITS = 'NO'
               CLOSE PERMIT-FILE
           END-IF.


       1510-READ-PERMIT-REC.

           READ PERMIT-FILE
               AT END
                   MOVE 'NO' TO MORE-PERMITS
           END-READ.
           IF MORE-PERMITS = 'YES'
               AND C-PERMIT-TBL-CTR < 500
                   ADD 1 TO C-PERMIT-TBL-CTR
                   MOVE PM-CUSTID TO PT-CUSTID (C-PERMIT-TBL-CTR)
                   MOVE PM-L-TYPE TO PT-L-TYPE (C-PERMIT-TBL-CTR)
                   MOVE PM-ZONE TO PT-ZONE (C-PERMIT-TBL-CTR)
           END-IF.


       1050-INIT-TABLE-ENTRY.
           ELSE
           IF C-BDAY-VALID = 'NO'
               ADD 1 TO C-INVALID-BDAY-CTR
           ELSE
           IF C-AGENT-VALID = 'NO'
               ADD 1 TO C-INVALID-AGENT-CTR
           ELSE
               PERFORM 2100-CALCS

                   PERFORM 2170-DUP-CHECK
                   PERFORM 2190-SAFETY-CHECK THRU 2190-EXIT
                   PERFORM 2290-QUOTA-CHECK
                   PERFORM 2270-REVOKE-CHECK THRU 2270-EXIT
                   PERFORM 2280-PERMIT-CHECK THRU 2280-EXIT
                   IF C-REVOKED-SW = 'YES'
                       PERFORM 2275-REVOKE-CAPTURE
                   ELSE
                   IF C-SEEN-FOUND-SW = 'YES'
                       PERFORM 2180-DUP-CAPTURE
                   ELSE
                   IF C-SAFE-OK-SW = 'NO'
                       PERFORM 2195-SAFETY-CAPTURE
                   ELSE
                   IF C-PERMIT-OK-SW = 'NO'
                       PERFORM 2288-PERMIT-CAPTURE
                   ELSE
                   IF C-QUOTA-OK-SW = 'NO'
                       PERFORM 2295-QUOTA-CAPTURE
                   ELSE
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           PERFORM 9000-READ.
           MOVE 'YES' TO C-TYPE-VALID.
           MOVE 'YES' TO C-ZONE-VALID.
           MOVE 'YES' TO C-BDAY-VALID.
           MOVE 'YES' TO C-AGENT-VALID.

           IF REC-TYPE = 'H'
               IF L-TYPE NOT NUMERIC
                   MOVE 'NO' TO C-BDAY-VALID
                   GO TO 2050-EXIT
               END-IF
               PERFORM 2060-AGENT-CHECK THRU 2060-EXIT
           END-IF.

       2050-EXIT.
           EXIT.


      *    A BLANK OR ZERO AGENT IS A DIRECT SALE.  ANY OTHER AGENT
      *    MUST BE ON THE AGENT MASTER; NO FILE SUPPLIED MEANS NO
      *    CHECK, AS FOR THE SAFETY FILE.
       2060-AGENT-CHECK.

           IF D-AGENT-X = SPACES OR D-AGENT-X = ZEROS
               GO TO 2060-EXIT
           END-IF.

           IF D-AGENT-NO NOT NUMERIC
               MOVE 'NO' TO C-AGENT-VALID
               GO TO 2060-EXIT
           END-IF.

           IF C-AGENT-TBL-CTR > ZERO
               MOVE 'NO' TO C-AGENT-FOUND-SW
               PERFORM 2065-AGENT-SEARCH
                   VARYING Z FROM 1 BY 1
                       UNTIL Z > C-AGENT-TBL-CTR
                          OR C-AGENT-FOUND-SW = 'YES'
               IF C-AGENT-FOUND-SW = 'NO'
                   MOVE 'NO' TO C-AGENT-VALID
               END-IF
           END-IF.

       2060-EXIT.
           EXIT.


       2065-AGENT-SEARCH.

           IF AT-AGENT-NO (Z) = D-AGENT-NO
               MOVE 'YES' TO C-AGENT-FOUND-SW
           END-IF.


       2100-CALCS.

           IF REC-TYPE = 'H'
               MOVE L-TYPE TO T-L-TYPE (L-TYPE)
               MOVE L-DESC TO T-L-DESC (L-TYPE)
               MOVE SPACES TO ISSUED-REC
               MOVE 'H' TO LI-REC-TYPE
               MOVE L-TYPE TO LI-H-L-TYPE
               MOVE L-DESC TO LI-H-L-DESC
               WRITE ISSUED-REC
           ELSE
               IF D-RESIDENT = 'N'
                   COMPUTE C-CALC-FEE = D-FEE + C-NONRES-SURCHG
           END-IF.


      *    THE STATE LISTS HUNTERS BY CUSTOMER ID AND BY SAFETY
      *    NUMBER - EITHER ONE ON A REVOCATION IN FORCE TODAY (ZERO
      *    END DATE = NO END) STOPS THE SALE.  NO FILE SUPPLIED
      *    MEANS NO CHECK, AS FOR THE SAFETY FILE.
       2270-REVOKE-CHECK.

           MOVE 'NO' TO C-REVOKED-SW.
           IF C-REVOKE-TBL-CTR = ZERO
               GO TO 2270-EXIT
           END-IF.

           MOVE ZERO TO C-REVOKE-IDX.
           PERFORM 2272-REVOKE-SEARCH
               VARYING Z FROM 1 BY 1
                   UNTIL Z > C-REVOKE-TBL-CTR
                      OR C-REVOKED-SW = 'YES'.

       2270-EXIT.
           EXIT.


       2272-REVOKE-SEARCH.

           IF RT-START-DATE (Z) NOT > C-RUN-DATE
              AND (RT-END-DATE (Z) = ZERO
                   OR RT-END-DATE (Z) NOT < C-RUN-DATE)
               IF RT-CUSTID (Z) = D-CUSTID
                   MOVE 'YES' TO C-REVOKED-SW
                   MOVE Z TO C-REVOKE-IDX
                   MOVE 'CUST ID' TO C-REVOKE-MATCH
               ELSE
                   IF RT-SAFETY-NO (Z) NOT = SPACES
                      AND RT-SAFETY-NO (Z) = D-CUST-SAFETY-NO
                       MOVE 'YES' TO C-REVOKED-SW
                       MOVE Z TO C-REVOKE-IDX
                       MOVE 'SAFETY NO' TO C-REVOKE-MATCH
                   END-IF
               END-IF
           END-IF.


      *    EVERY BLOCKED ATTEMPT GOES TO THE COMPLIANCE REPORT; THE
      *    FIRST 100 ALSO PRINT IN THE REJECT SECTION OF HUNTRPT.
       2275-REVOKE-CAPTURE.

           MOVE C-REVOKE-IDX TO Z.
           ADD 1 TO C-REVOKE-REJ-CTR.
           IF C-REVOKE-REJ-CTR NOT > 100
               MOVE D-CUSTID TO RK-CUSTID (C-REVOKE-REJ-CTR)
               MOVE D-CUST-SAFETY-NO
                   TO RK-SAFETY-NO (C-REVOKE-REJ-CTR)
               MOVE RT-REASON (Z) TO RK-REASON (C-REVOKE-REJ-CTR)
           END-IF.

           MOVE D-CUSTID TO O-CP-CUSTID.
           MOVE D-CUST-SAFETY-NO TO O-CP-SAFETY-NO.
           MOVE RT-NAME (Z) TO O-CP-NAME.
           MOVE D-L-TYPE TO O-CP-L-TYPE.
           MOVE D-SEASON TO O-CP-SEASON.
           MOVE D-ZONE TO O-CP-ZONE.
           MOVE D-AGENT-X TO O-CP-AGENT.
           MOVE C-REVOKE-MATCH TO O-CP-MATCH.
           MOVE RT-START-DATE (Z) TO O-CP-START.
           IF RT-END-DATE (Z) = ZERO
               MOVE 'NO END' TO O-CP-END
           ELSE
               MOVE RT-END-DATE (Z) TO O-CP-END
           END-IF.
           MOVE RT-REASON (Z) TO O-CP-REASON.
           WRITE COMPLINE
               FROM COMPLIANCE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9920-COMPLIANCE-HEADING.


      *    A DRAW ZONE IS NOT SOLD OVER THE COUNTER - THE CUSTOMER
      *    MUST HAVE BEEN AWARDED THAT TYPE AND ZONE IN THE DRAW.
       2280-PERMIT-CHECK.

           MOVE 'YES' TO C-PERMIT-OK-SW.
           IF QT-DRAW-SW (D-L-TYPE, D-ZONE) NOT = 'D'
               GO TO 2280-EXIT
           END-IF.

           MOVE 'NO' TO C-PERMIT-OK-SW.
           PERFORM 2285-PERMIT-SEARCH
               VARYING Z FROM 1 BY 1
                   UNTIL Z > C-PERMIT-TBL-CTR
                      OR C-PERMIT-OK-SW = 'YES'.

       2280-EXIT.
           EXIT.


       2285-PERMIT-SEARCH.

           IF PT-CUSTID (Z) = D-CUSTID
              AND PT-L-TYPE (Z) = D-L-TYPE
              AND PT-ZONE (Z) = D-ZONE
               MOVE 'YES' TO C-PERMIT-OK-SW
           END-IF.


       2288-PERMIT-CAPTURE.

           ADD 1 TO C-PERMIT-REJ-CTR.
           IF C-PERMIT-REJ-CTR NOT > 100
               MOVE D-CUSTID TO PR-CUSTID (C-PERMIT-REJ-CTR)
               MOVE D-L-TYPE TO PR-L-TYPE (C-PERMIT-REJ-CTR)
               MOVE D-ZONE TO PR-ZONE (C-PERMIT-REJ-CTR)
           END-IF.


      *    SELLING PAST THE DNR SEASON CAP IS WHAT THE STATE CALLS
      *    ABOUT - A FULL TYPE/ZONE CELL TAKES NO MORE SALES.
       2290-QUOTA-CHECK.
               ADD 1 TO T-NONRES-CTR (D-L-TYPE)
           END-IF.

           MOVE SPACES TO ISSUED-REC.
           MOVE 'D' TO LI-REC-TYPE.
           MOVE D-CUSTID TO LI-CUSTID.
           MOVE D-L-TYPE TO LI-L-TYPE.
           MOVE D-SEASON TO LI-SEASON.
           MOVE D-ZONE TO LI-ZONE.
           WRITE ISSUED-REC.



       3000-CLOSING.

           CLOSE HUNT.
           CLOSE PRTOUT.
           CLOSE ISSUED-OUT.

           MOVE C-REVOKE-REJ-CTR TO O-CMP-CTR.
           WRITE COMPLINE
               FROM COMPLIANCE-GT-LINE
                   AFTER ADVANCING 3 LINES.
           CLOSE COMPLIANCE-OUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           ADD GT-RES-CTR GT-NONRES-CTR GIVING AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    // -- STATE BATCH UPLOAD: HEADER, ONE DETAIL PER    -- //
               FROM INVALID-BDAY-GT-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE C-INVALID-AGENT-CTR TO O-INVALID-AGENT-CTR.

           WRITE PRTLINE
               FROM INVALID-AGENT-GT-LINE
                   AFTER ADVANCING 2 LINES.

           PERFORM 3150-DUP-SECTION.
           PERFORM 3170-SAFETY-SECTION.
           PERFORM 3175-REVOKE-SECTION.
           PERFORM 3185-PERMIT-SECTION.
           PERFORM 3190-QUOTA-REJ-SECTION.


                   AFTER ADVANCING 1 LINE.


       3175-REVOKE-SECTION.

           IF C-REVOKE-REJ-CTR > ZERO
               WRITE PRTLINE
                   FROM REVOKE-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               PERFORM 3178-REVOKE-ROW
                   VARYING Z FROM 1 BY 1
                       UNTIL Z > C-REVOKE-REJ-CTR
                          OR Z > 100
           END-IF.

           MOVE C-REVOKE-REJ-CTR TO O-REVOKE-REJ-CTR.
           WRITE PRTLINE
               FROM REVOKE-GT-LINE
                   AFTER ADVANCING 2 LINES.


       3178-REVOKE-ROW.

           MOVE RK-CUSTID (Z) TO O-RK-CUSTID.
           MOVE RK-SAFETY-NO (Z) TO O-RK-SAFETY-NO.
           MOVE RK-REASON (Z) TO O-RK-REASON.
           WRITE PRTLINE
               FROM REVOKE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.


       3185-PERMIT-SECTION.

           IF C-PERMIT-REJ-CTR > ZERO
               WRITE PRTLINE
                   FROM PERMIT-REJ-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               PERFORM 3188-PERMIT-ROW
                   VARYING Z FROM 1 BY 1
                       UNTIL Z > C-PERMIT-REJ-CTR
                          OR Z > 100
           END-IF.

           MOVE C-PERMIT-REJ-CTR TO O-PERMIT-REJ-CTR.
           WRITE PRTLINE
               FROM PERMIT-REJ-GT-LINE
                   AFTER ADVANCING 2 LINES.


       3188-PERMIT-ROW.

           MOVE PR-CUSTID (Z) TO O-PR-CUSTID.
           MOVE PR-L-TYPE (Z) TO O-PR-L-TYPE.
           MOVE PR-ZONE (Z) TO O-PR-ZONE.
           WRITE PRTLINE
               FROM PERMIT-REJ-LINE
                   AFTER ADVANCING 1 LINE.


       3210-SUM-ROW.

           IF T-L-DESC (Y) NOT = SPACES
                   AFTER ADVANCING 3 LINES.


      *    // -- NOTHING WAS SOLD; THE REPORT CARRIES ONLY THE -- //
      *    // -- STOP LINE AND THE STEP FAILS.                 -- //
       3900-REVOKE-STOP.

           OPEN OUTPUT PRTOUT.
           MOVE C-REVOKE-LOST-CTR TO O-REVOKE-LOST-CTR.
           WRITE PRTLINE
               FROM REVOKE-STOP-LINE
                   AFTER ADVANCING PAGE.
           CLOSE PRTOUT.
           MOVE 'FAILED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           MOVE 16 TO RETURN-CODE.


       9000-READ.

           READ HUNT
           WRITE PRTLINE
               FROM SUMMARY-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.


       9920-COMPLIANCE-HEADING.

           ADD 1 TO C-CMP-PCTR.
           MOVE C-CMP-PCTR TO O-CMP-PCTR.
           MOVE O-DATE TO O-CMP-DATE.

           WRITE COMPLINE
               FROM COMPLIANCE-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE COMPLINE
               FROM COMPLIANCE-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE COMPLINE
               FROM COMPLIANCE-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
