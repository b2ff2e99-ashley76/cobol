      *               THE REVENUE PASS; A WRONG OR  *
      *               MISSING TRAILER FAILS THE     *
      *               STEP WITH A BAD RETURN CODE.  *
      * 10/15/26  AL  CONCESSION RECORDS (TYPE C,   *
      *               FROM COBANL2S) ARE KEPT APART *
      *               FROM TICKET REVENUE; THE      *
      *               RANKING IS NOW ON TICKETS     *
      *               PLUS CONCESSIONS.             *
      * 10/15/26  AL  RUNS AS A STEP UNDER THE      *
      *               BATCH DRIVER: WILL NOT START  *
      *               WHILE ANOTHER JOB HOLDS THE   *
      *               BATCH LOCK, STAMPS THE RUN    *
      *               AUDIT LOG AND RETURNS TO THE  *
      *               CALLER INSTEAD OF ENDING THE  *
      *               RUN.                          *
      ***********************************************



       FD  PARK-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PH-REC.

       01  PH-REC.
                                   SIGN IS TRAILING SEPARATE.
           05  PH-SENIOR-REV       PIC S9(9)V99
                                   SIGN IS TRAILING SEPARATE.
           05  PH-REC-TYPE         PIC X.
               88  PH-CONCESSION       VALUE 'C'.
           05  PH-VISITORS         PIC 9(7).

       FD PRTOUT
           LABEL RECORD IS OMITTED
       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  C-READ-CTR      PIC 9(7)      VALUE ZERO.
           05  MORE-RECS       PIC XXX       VALUE 'YES'.

           05  C-THIS-YEAR     PIC 9(4)      VALUE ZERO.
           05  YH-TY-TEMP      PIC S9(9)V99  VALUE ZERO.
           05  YH-LY-TEMP      PIC S9(9)V99  VALUE ZERO.
           05  YH-PARK-TEMP    PIC 99        VALUE ZERO.
           05  YH-TY-CON-TEMP  PIC S9(9)V99  VALUE ZERO.
           05  YH-LY-CON-TEMP  PIC S9(9)V99  VALUE ZERO.
           05  C-TOTAL-THIS    PIC S9(11)V99 VALUE ZERO.
           05  C-TOTAL-NEXT    PIC S9(11)V99 VALUE ZERO.

           05  C-SEG-CTR       PIC 9(7)      VALUE ZERO.
           05  C-SEG-HASH      PIC S9(9)V99  VALUE ZERO.
               10  YH-PARK         PIC 99.
               10  YH-TY-REV       PIC S9(9)V99.
               10  YH-LY-REV       PIC S9(9)V99.
               10  YH-TY-CON       PIC S9(9)V99.
               10  YH-LY-CON       PIC S9(9)V99.

       01  PARK-NAME-ARRAY.
           05  FILLER    PIC X(25)    VALUE 'ADVENTURELAND            '.

       01  RANK-HEADING-LINE.
           05  FILLER       PIC X(44)   VALUE
               'PARK RANKING BY YEAR-TO-DATE TOTAL REVENUE'.
           05  FILLER       PIC X(88)   VALUE SPACES.

       01  RANK-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RANK-PARK     PIC X(25).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'TKT: '.
           05  O-RANK-YTD      PIC $$$,$$$,$$$.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'CON: '.
           05  O-RANK-CON      PIC $$$,$$$,$$$.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'TOTAL: '.
           05  O-RANK-TOTAL    PIC $$$,$$$,$$$.99-.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'GROWTH: '.
           05  O-RANK-GROWTH   PIC +++,+++,+++.99.
           05  FILLER          PIC X       VALUE SPACE.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2H'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL2H.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE THRU 2000-EXIT
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
           MOVE PK TO YH-PARK (PK).
           MOVE ZERO TO YH-TY-REV (PK).
           MOVE ZERO TO YH-LY-REV (PK).
           MOVE ZERO TO YH-TY-CON (PK).
           MOVE ZERO TO YH-LY-CON (PK).


       1200-SCAN-PERIODS.

       2000-MAINLINE.

           ADD 1 TO C-READ-CTR.

           IF PH-PERIOD = 999999
               PERFORM 2050-TRAILER-CHECK
               PERFORM 9000-READ
           DIVIDE PH-PERIOD BY 100 GIVING C-REC-YEAR
               REMAINDER C-REC-MONTH.

           IF PH-CONCESSION
              AND PH-PARK > ZERO AND PH-PARK < 16
               IF C-REC-YEAR = C-THIS-YEAR
                  AND C-REC-MONTH NOT > C-MAX-MONTH
                   ADD PH-REV TO YH-TY-CON (PH-PARK)
               END-IF
               IF C-REC-YEAR = C-THIS-YEAR - 1
                  AND C-REC-MONTH NOT > C-MAX-MONTH
                   ADD PH-REV TO YH-LY-CON (PH-PARK)
               END-IF
               PERFORM 9000-READ
               GO TO 2000-EXIT
           END-IF.

           IF PH-PARK > ZERO AND PH-PARK < 16
               IF C-REC-YEAR = C-THIS-YEAR
                  AND C-REC-MONTH NOT > C-MAX-MONTH
           PERFORM 3100-YOY-ROW
               VARYING PK FROM 1 BY 1 UNTIL PK > 15.

      *    // -- RANK BY YTD TICKET PLUS CONCESSION REVENUE, -- //
      *    // -- HIGHEST FIRST.                              -- //
           PERFORM 3200-RANK-PASS
               VARYING C-RANK-PASS FROM 1 BY 1
                   UNTIL C-RANK-PASS > 14.

           CLOSE PARK-HISTORY.
           CLOSE PRTOUT.
           IF RETURN-CODE = 16
               MOVE 'FAILED' TO AUD-STATUS
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
           END-IF.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF AUD-STATUS = 'FAILED'
               MOVE 16 TO RETURN-CODE
           END-IF.


       3100-YOY-ROW.

       3210-RANK-COMPARE.

           COMPUTE C-TOTAL-THIS = YH-TY-REV (PK) + YH-TY-CON (PK).
           COMPUTE C-TOTAL-NEXT =
               YH-TY-REV (PK + 1) + YH-TY-CON (PK + 1).
           IF C-TOTAL-THIS < C-TOTAL-NEXT
               MOVE YH-PARK (PK) TO YH-PARK-TEMP
               MOVE YH-TY-REV (PK) TO YH-TY-TEMP
               MOVE YH-LY-REV (PK) TO YH-LY-TEMP
               MOVE YH-TY-CON (PK) TO YH-TY-CON-TEMP
               MOVE YH-LY-CON (PK) TO YH-LY-CON-TEMP
               MOVE YH-PARK (PK + 1) TO YH-PARK (PK)
               MOVE YH-TY-REV (PK + 1) TO YH-TY-REV (PK)
               MOVE YH-LY-REV (PK + 1) TO YH-LY-REV (PK)
               MOVE YH-TY-CON (PK + 1) TO YH-TY-CON (PK)
               MOVE YH-LY-CON (PK + 1) TO YH-LY-CON (PK)
               MOVE YH-PARK-TEMP TO YH-PARK (PK + 1)
               MOVE YH-TY-TEMP TO YH-TY-REV (PK + 1)
               MOVE YH-LY-TEMP TO YH-LY-REV (PK + 1)
               MOVE YH-TY-CON-TEMP TO YH-TY-CON (PK + 1)
               MOVE YH-LY-CON-TEMP TO YH-LY-CON (PK + 1)
           END-IF.


           MOVE PK TO O-RANK-POS.
           MOVE PARK-NAME (YH-PARK (PK)) TO O-RANK-PARK.
           MOVE YH-TY-REV (PK) TO O-RANK-YTD.
           MOVE YH-TY-CON (PK) TO O-RANK-CON.
           COMPUTE C-TOTAL-THIS = YH-TY-REV (PK) + YH-TY-CON (PK).
           MOVE C-TOTAL-THIS TO O-RANK-TOTAL.
           COMPUTE C-GROWTH = C-TOTAL-THIS
               - YH-LY-REV (PK) - YH-LY-CON (PK).
           MOVE C-GROWTH TO O-RANK-GROWTH.
           WRITE PRTLINE
               FROM RANK-LINE
