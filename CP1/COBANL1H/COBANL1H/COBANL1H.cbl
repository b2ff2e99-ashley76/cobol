       IDENTIFICATION DIVISION.
       PROGRAM-ID.         COBANL1H.
       AUTHOR.             ASHLEY LINDQUIST.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.


      *******************************
      * CP1A HARVEST REPORTING.
      *
      * HUNTERS REGISTER EACH TAG FILLED ON THE HARVEST FILE
      * (CUSTOMER ID, LICENSE TYPE, ZONE, HARVEST DATE, SPECIES,
      * SEX).  EVERY HARVEST IS CHECKED AGAINST THE LICENSES
      * COBANL01 ACTUALLY ISSUED THIS SEASON (LICISSUE): THE
      * LICENSE MUST EXIST, THE HARVEST DATE MUST FALL INSIDE THE
      * SEASON DATES FOR THE LICENSE TYPE AND SEASON ON HRVSEASN,
      * THE ZONE MUST BE THE LICENSE ZONE, AND THE LICENSE MUST
      * NOT ALREADY BE AT ITS BAG LIMIT.  THE REPORT SHOWS HARVEST
      * BY ZONE AND SPECIES, THE SUCCESS RATE (HARVESTS / LICENSES
      * ISSUED IN THE ZONE) AND THE REJECTED REGISTRATIONS, AND
      * THE DNR HARVEST EXTRACT (HRVEXTR) IS WRITTEN IN THE SAME
      * HEADER / DETAIL / TRAILER FORM AS THE DNREXTR REMITTANCE.
      *******************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ISSUED-IN
               ASSIGN TO LICISSUE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HARVEST-IN
               ASSIGN TO HARVEST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SEASON-FILE
               ASSIGN TO HRVSEASN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEASON-STATUS.

           SELECT HRV-EXTRACT
               ASSIGN TO HRVEXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO HRVRPT
               ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  ISSUED-IN
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

       FD  HARVEST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS HARVEST-REC.

       01  HARVEST-REC.
           05  HV-CUSTID           PIC X(9).
           05  HV-L-TYPE           PIC 99.
           05  HV-ZONE             PIC 99.
           05  HV-DATE             PIC X(8).
           05  HV-DATE-9 REDEFINES HV-DATE
                                   PIC 9(8).
           05  HV-SPECIES          PIC X(10).
           05  HV-SEX              PIC X.
               88  HV-VALID-SEX                VALUE 'M' 'F'.

      *    ONE RECORD PER LICENSE TYPE AND SEASON: OPEN AND CLOSE
      *    DATES AND THE BAG LIMIT PER LICENSE (ZERO = NO LIMIT).
       FD  SEASON-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS SEASON-REC.

       01  SEASON-REC.
           05  HS-L-TYPE           PIC 99.
           05  HS-SEASON           PIC 9.
           05  HS-OPEN-DATE        PIC 9(8).
           05  HS-CLOSE-DATE       PIC 9(8).
           05  HS-BAG-LIMIT        PIC 99.

       FD  HRV-EXTRACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS HX-REC.

       01  HX-REC.
           05  HX-REC-TYPE         PIC X.
           05  HX-L-TYPE           PIC 99.
           05  HX-ZONE             PIC 99.
           05  HX-SPECIES          PIC X(10).
           05  HX-MALE-CTR         PIC 9(5).
           05  HX-FEMALE-CTR       PIC 9(5).
           05  HX-LIC-CTR          PIC 9(7).
           05  FILLER              PIC X(8).

       01  HX-HEADER REDEFINES HX-REC.
           05  HH-REC-TYPE         PIC X.
           05  HH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(31).

       01  HX-TRAILER REDEFINES HX-REC.
           05  HT-REC-TYPE         PIC X.
           05  HT-REC-CTR          PIC 9(5).
           05  HT-HASH-HARVEST     PIC 9(9).
           05  FILLER              PIC X(25).

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
           05  MORE-ISSUED     PIC XXX     VALUE 'YES'.
           05  MORE-SEASONS    PIC XXX     VALUE 'YES'.
           05  C-SEASON-STATUS PIC XX      VALUE '00'.

           05  X               PIC 999     VALUE ZERO  COMP.
           05  Y               PIC 99      VALUE ZERO  COMP.
           05  Z               PIC 999     VALUE ZERO  COMP.
           05  ZN              PIC 99      VALUE ZERO  COMP.
           05  SN              PIC 99      VALUE ZERO  COMP.

           05  C-RUN-DATE      PIC 9(8)    VALUE ZERO.
           05  C-HRV-VALID     PIC XXX     VALUE 'YES'.
           05  C-REJ-REASON    PIC X(30)   VALUE SPACES.

           05  C-ISSUED-TBL-CTR PIC 999    VALUE ZERO.
           05  C-ISSUED-LOST-CTR PIC 9(5)  VALUE ZERO.
           05  C-LIC-FOUND-SW  PIC XXX     VALUE 'NO'.
           05  C-IN-SEASON-SW  PIC XXX     VALUE 'NO'.
           05  C-MATCH-IDX     PIC 999     VALUE ZERO.
           05  C-BAG-LIMIT     PIC 99      VALUE ZERO.

           05  C-SPC-TBL-CTR   PIC 999     VALUE ZERO.
           05  C-SPC-FOUND-SW  PIC XXX     VALUE 'NO'.
           05  C-SPC-FOUND-IDX PIC 999     VALUE ZERO.
           05  C-SPC-LOST-CTR  PIC 9(5)    VALUE ZERO.

           05  C-READ-CTR      PIC 9(5)    VALUE ZERO.
           05  C-ACCEPT-CTR    PIC 9(5)    VALUE ZERO.
           05  C-REJ-CTR       PIC 9(5)    VALUE ZERO.
           05  C-SUCCESS-PCT   PIC 9(3)V9  VALUE ZERO.
           05  C-ZONE-HRV-CTR  PIC 9(5)    VALUE ZERO.

           05  C-HX-REC-CTR    PIC 9(5)    VALUE ZERO.
           05  C-HX-HASH       PIC 9(9)    VALUE ZERO.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-DATE-9 REDEFINES DC-DATE
                                PIC 9(8).
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  SYS-DATE.
           05  I-YEAR          PIC 9(4).
           05  I-MONTH         PIC 99.
           05  I-DAY           PIC 99.



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER          PIC X(44)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CP1A HARVEST REPORT'.
           05  FILLER          PIC X(44)   VALUE SPACES.
           COPY RPTPAGE.

       01  HARVEST-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1H'.
           05  FILLER          PIC X(50)   VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
               'HARVEST BY ZONE/SPECIES'.
           05  FILLER          PIC X(50)   VALUE SPACES.

       01  SUCCESS-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1H'.
           05  FILLER          PIC X(51)   VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
               'SUCCESS RATE BY ZONE'.
           05  FILLER          PIC X(51)   VALUE SPACES.

       01  REJECT-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1H'.
           05  FILLER          PIC X(49)   VALUE SPACES.
           05  FILLER          PIC X(26)   VALUE
               'REJECTED HARVEST REPORTS'.
           05  FILLER          PIC X(49)   VALUE SPACES.

       01  HARVEST-COLUMN-HEADING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'LICENSE TYPE'.
           05  FILLER          PIC X(25)   VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'ZONE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'SPECIES'.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'MALE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'FEMALE'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'TOTAL'.
           05  FILLER          PIC X(44)   VALUE SPACES.

       01  HARVEST-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-HV-L-DESC     PIC X(34).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-HV-ZONE       PIC Z9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-HV-SPECIES    PIC X(10).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-HV-MALE       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-HV-FEMALE     PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-HV-TOTAL      PIC ZZ,ZZ9.
           05  FILLER          PIC X(44)   VALUE SPACES.

       01  SUCCESS-COLUMN-HEADING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'LICENSE TYPE'.
           05  FILLER          PIC X(25)   VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'ZONE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'LICENSES'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'HARVESTED'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SUCCESS RATE'.
           05  FILLER          PIC X(47)   VALUE SPACES.

       01  SUCCESS-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SC-L-DESC     PIC X(34).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-SC-ZONE       PIC Z9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-SC-LIC-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-SC-HRV-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  O-SC-PCT        PIC ZZ9.9.
           05  FILLER          PIC X(2)    VALUE ' %'.
           05  FILLER          PIC X(47)   VALUE SPACES.

       01  REJECT-COLUMN-HEADING.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CUST ID'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TYPE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'ZONE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'HARVESTD'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'SPECIES'.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'REASON'.
           05  FILLER          PIC X(70)   VALUE SPACES.

       01  REJECT-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-RJ-CUSTID     PIC X(9).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RJ-L-TYPE     PIC XX.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RJ-ZONE       PIC XX.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RJ-DATE       PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RJ-SPECIES    PIC X(10).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RJ-REASON     PIC X(30).
           05  FILLER          PIC X(46)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(19)   VALUE 'HARVESTS REPORTED: '.
           05  O-READ-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ACCEPTED: '.
           05  O-ACCEPT-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(67)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER          PIC X(46)   VALUE
               '** WORK TABLE FULL - LICENSES NOT LOADED: '.
           05  O-ISSUED-LOST   PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
               'SPECIES ROWS NOT KEPT: '.
           05  O-SPC-LOST      PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE ' **'.
           05  FILLER          PIC X(42)   VALUE SPACES.


      *    ==== HEADER INPUT TABLE (TYPE DESCRIPTIONS) ====
       01  HEADER-TABLE.
           05  T-HDR-REC    OCCURS 15 TIMES.
               10  T-L-TYPE        PIC 99.
               10  T-L-DESC        PIC X(34).

      *    ==== LICENSES ISSUED THIS SEASON ====
       01  ISSUED-TABLE.
           05  ISSUED-ENTRY OCCURS 500 TIMES.
               10  IS-CUSTID       PIC X(9).
               10  IS-L-TYPE       PIC 99.
               10  IS-SEASON       PIC 9.
               10  IS-ZONE         PIC 99.
               10  IS-HRV-CTR      PIC 99.

      *    ==== SEASON DATES AND BAG LIMITS (TYPE X SEASON) ====
       01  SEASON-TABLE.
           05  ST-TYPE-ENTRY OCCURS 15 TIMES.
               10  ST-SEASON-ENTRY OCCURS 9 TIMES.
                   15  ST-OPEN-DATE    PIC 9(8).
                   15  ST-CLOSE-DATE   PIC 9(8).
                   15  ST-BAG-LIMIT    PIC 99.

      *    ==== LICENSES AND HARVESTS (TYPE X ZONE) ====
       01  ZONE-TABLE.
           05  ZT-TYPE-ENTRY OCCURS 15 TIMES.
               10  ZT-ZONE-ENTRY OCCURS 20 TIMES.
                   15  ZT-LIC-CTR      PIC 9(7).
                   15  ZT-HRV-CTR      PIC 9(7).

      *    ==== HARVEST BY TYPE, ZONE AND SPECIES ====
       01  SPECIES-TABLE.
           05  SPECIES-ENTRY OCCURS 300 TIMES.
               10  SP-L-TYPE       PIC 99.
               10  SP-ZONE         PIC 99.
               10  SP-SPECIES      PIC X(10).
               10  SP-MALE-CTR     PIC 9(5).
               10  SP-FEMALE-CTR   PIC 9(5).

      *    ==== REJECTED HARVEST CAPTURE ====
       01  REJECT-TABLE.
           05  REJECT-ENTRY OCCURS 100 TIMES.
               10  RJ-CUSTID       PIC X(9).
               10  RJ-L-TYPE       PIC XX.
               10  RJ-ZONE         PIC XX.
               10  RJ-DATE         PIC X(8).
               10  RJ-SPECIES      PIC X(10).
               10  RJ-REASON       PIC X(30).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL1H'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL1H.

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

           PERFORM 1050-INIT-TYPE-ROW
               VARYING Y FROM 1 BY 1 UNTIL Y > 15.

           PERFORM 1100-LOAD-ISSUED.
           PERFORM 1200-LOAD-SEASONS.

           OPEN INPUT HARVEST-IN.
           OPEN OUTPUT PRTOUT.

           PERFORM 9000-READ.


       1050-INIT-TYPE-ROW.

           MOVE ZERO TO T-L-TYPE (Y).
           MOVE SPACES TO T-L-DESC (Y).
           PERFORM 1060-INIT-ZONE-CELL
               VARYING ZN FROM 1 BY 1 UNTIL ZN > 20.
           PERFORM 1070-INIT-SEASON-CELL
               VARYING SN FROM 1 BY 1 UNTIL SN > 9.


       1060-INIT-ZONE-CELL.

           MOVE ZERO TO ZT-LIC-CTR (Y, ZN).
           MOVE ZERO TO ZT-HRV-CTR (Y, ZN).


       1070-INIT-SEASON-CELL.

           MOVE ZERO TO ST-OPEN-DATE (Y, SN).
           MOVE ZERO TO ST-CLOSE-DATE (Y, SN).
           MOVE ZERO TO ST-BAG-LIMIT (Y, SN).


      *    THE LICENSES COBANL01 ISSUED - THE SAME LICENSES ITS ZONE
      *    SUMMARY COUNTS - GIVE BOTH THE LICENSE LOOKUP AND THE
      *    LICENSES-SOLD SIDE OF THE SUCCESS RATE.
       1100-LOAD-ISSUED.

           OPEN INPUT ISSUED-IN.
           PERFORM 1110-LOAD-ONE-ISSUED
               UNTIL MORE-ISSUED = 'NO'.
           CLOSE ISSUED-IN.


       1110-LOAD-ONE-ISSUED.

           READ ISSUED-IN
               AT END
                   MOVE 'NO' TO MORE-ISSUED
           END-READ.
           IF MORE-ISSUED = 'YES'
               IF LI-REC-TYPE = 'H'
                   IF LI-H-L-TYPE NUMERIC
                      AND LI-H-L-TYPE > 0 AND LI-H-L-TYPE < 16
                       MOVE LI-H-L-TYPE TO T-L-TYPE (LI-H-L-TYPE)
                       MOVE LI-H-L-DESC TO T-L-DESC (LI-H-L-TYPE)
                   END-IF
               ELSE
                   PERFORM 1120-ISSUED-DETAIL
               END-IF
           END-IF.


       1120-ISSUED-DETAIL.

           IF LI-L-TYPE NUMERIC
              AND LI-L-TYPE > 0 AND LI-L-TYPE < 16
              AND LI-ZONE NUMERIC
              AND LI-ZONE > 0 AND LI-ZONE < 21
               ADD 1 TO ZT-LIC-CTR (LI-L-TYPE, LI-ZONE)
               IF C-ISSUED-TBL-CTR < 500
                   ADD 1 TO C-ISSUED-TBL-CTR
                   MOVE LI-CUSTID TO IS-CUSTID (C-ISSUED-TBL-CTR)
                   MOVE LI-L-TYPE TO IS-L-TYPE (C-ISSUED-TBL-CTR)
                   MOVE LI-SEASON TO IS-SEASON (C-ISSUED-TBL-CTR)
                   MOVE LI-ZONE TO IS-ZONE (C-ISSUED-TBL-CTR)
                   MOVE ZERO TO IS-HRV-CTR (C-ISSUED-TBL-CTR)
               ELSE
                   ADD 1 TO C-ISSUED-LOST-CTR
               END-IF
           END-IF.


       1200-LOAD-SEASONS.

           OPEN INPUT SEASON-FILE.
           IF C-SEASON-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-SEASON
                   UNTIL MORE-SEASONS = 'NO'
               CLOSE SEASON-FILE
           END-IF.


       1210-LOAD-ONE-SEASON.

           READ SEASON-FILE
               AT END
                   MOVE 'NO' TO MORE-SEASONS
           END-READ.
           IF MORE-SEASONS = 'YES'
               AND HS-L-TYPE NUMERIC
               AND HS-L-TYPE > 0 AND HS-L-TYPE < 16
               AND HS-SEASON NUMERIC
               AND HS-SEASON > 0
                   MOVE HS-OPEN-DATE
                       TO ST-OPEN-DATE (HS-L-TYPE, HS-SEASON)
                   MOVE HS-CLOSE-DATE
                       TO ST-CLOSE-DATE (HS-L-TYPE, HS-SEASON)
                   MOVE HS-BAG-LIMIT
                       TO ST-BAG-LIMIT (HS-L-TYPE, HS-SEASON)
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-READ-CTR.
           PERFORM 2050-VALIDATION THRU 2050-EXIT.

           IF C-HRV-VALID = 'YES'
               PERFORM 2200-ACCEPT-HARVEST
           ELSE
               PERFORM 2300-REJECT-CAPTURE
           END-IF.

           PERFORM 9000-READ.


      *    FIELD EDITS FIRST, THEN THE LICENSE RULES IN THE ORDER THE
      *    DNR ASKS THEM: LICENSE EXISTS, IN SEASON, RIGHT ZONE, BAG.
       2050-VALIDATION.

           MOVE 'YES' TO C-HRV-VALID.
           MOVE SPACES TO C-REJ-REASON.

           IF HV-L-TYPE NOT NUMERIC
              OR HV-L-TYPE < 1 OR HV-L-TYPE > 15
               MOVE 'LICENSE TYPE OUT OF RANGE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF HV-ZONE NOT NUMERIC
              OR HV-ZONE < 1 OR HV-ZONE > 20
               MOVE 'ZONE OUT OF RANGE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF HV-SPECIES = SPACES
               MOVE 'SPECIES MISSING' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF NOT HV-VALID-SEX
               MOVE 'SEX MUST BE M OR F' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           MOVE HV-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'HARVEST DATE NOT VALID' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           MOVE 'NO' TO C-LIC-FOUND-SW.
           MOVE 'NO' TO C-IN-SEASON-SW.
           MOVE ZERO TO C-MATCH-IDX.
           PERFORM 2060-LICENSE-SEARCH
               VARYING Z FROM 1 BY 1
                   UNTIL Z > C-ISSUED-TBL-CTR
                      OR C-MATCH-IDX > ZERO.

           IF C-LIC-FOUND-SW = 'NO'
               MOVE 'NO LICENSE ISSUED FOR TYPE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF C-IN-SEASON-SW = 'NO'
               MOVE 'HARVEST OUTSIDE THE SEASON' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF C-MATCH-IDX = ZERO
               MOVE 'ZONE IS NOT THE LICENSE ZONE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           MOVE C-MATCH-IDX TO Z.
           MOVE ST-BAG-LIMIT (IS-L-TYPE (Z), IS-SEASON (Z))
               TO C-BAG-LIMIT.
           IF C-BAG-LIMIT > ZERO
              AND IS-HRV-CTR (Z) NOT < C-BAG-LIMIT
               MOVE 'OVER THE BAG LIMIT' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           GO TO 2050-EXIT.

       2050-REJECT.
           MOVE 'NO' TO C-HRV-VALID.

       2050-EXIT.
           EXIT.


      *    A CUSTOMER MAY HOLD THE SAME TYPE FOR MORE THAN ONE SEASON;
      *    THE LICENSE THAT IS BOTH IN SEASON AND IN THE ZONE WINS.
       2060-LICENSE-SEARCH.

           IF IS-CUSTID (Z) = HV-CUSTID
              AND IS-L-TYPE (Z) = HV-L-TYPE
               MOVE 'YES' TO C-LIC-FOUND-SW
               IF IS-SEASON (Z) > ZERO
                   IF ST-OPEN-DATE (IS-L-TYPE (Z), IS-SEASON (Z))
                          > ZERO
                      AND HV-DATE-9 NOT <
                          ST-OPEN-DATE (IS-L-TYPE (Z), IS-SEASON (Z))
                      AND HV-DATE-9 NOT >
                          ST-CLOSE-DATE (IS-L-TYPE (Z), IS-SEASON (Z))
                       MOVE 'YES' TO C-IN-SEASON-SW
                       IF IS-ZONE (Z) = HV-ZONE
                           MOVE Z TO C-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.


       2200-ACCEPT-HARVEST.

           ADD 1 TO C-ACCEPT-CTR.
           MOVE C-MATCH-IDX TO Z.
           ADD 1 TO IS-HRV-CTR (Z).
           ADD 1 TO ZT-HRV-CTR (HV-L-TYPE, HV-ZONE).

           MOVE 'NO' TO C-SPC-FOUND-SW.
           MOVE ZERO TO C-SPC-FOUND-IDX.
           PERFORM 2210-SPECIES-SEARCH
               VARYING X FROM 1 BY 1
                   UNTIL X > C-SPC-TBL-CTR
                      OR C-SPC-FOUND-SW = 'YES'.

           IF C-SPC-FOUND-SW = 'NO'
               IF C-SPC-TBL-CTR < 300
                   ADD 1 TO C-SPC-TBL-CTR
                   MOVE C-SPC-TBL-CTR TO C-SPC-FOUND-IDX
                   MOVE HV-L-TYPE TO SP-L-TYPE (C-SPC-TBL-CTR)
                   MOVE HV-ZONE TO SP-ZONE (C-SPC-TBL-CTR)
                   MOVE HV-SPECIES TO SP-SPECIES (C-SPC-TBL-CTR)
                   MOVE ZERO TO SP-MALE-CTR (C-SPC-TBL-CTR)
                   MOVE ZERO TO SP-FEMALE-CTR (C-SPC-TBL-CTR)
               ELSE
                   ADD 1 TO C-SPC-LOST-CTR
               END-IF
           END-IF.

           IF C-SPC-FOUND-IDX > ZERO
               MOVE C-SPC-FOUND-IDX TO X
               IF HV-SEX = 'M'
                   ADD 1 TO SP-MALE-CTR (X)
               ELSE
                   ADD 1 TO SP-FEMALE-CTR (X)
               END-IF
           END-IF.


       2210-SPECIES-SEARCH.

           IF SP-L-TYPE (X) = HV-L-TYPE
              AND SP-ZONE (X) = HV-ZONE
              AND SP-SPECIES (X) = HV-SPECIES
               MOVE 'YES' TO C-SPC-FOUND-SW
               MOVE X TO C-SPC-FOUND-IDX
           END-IF.


       2300-REJECT-CAPTURE.

           ADD 1 TO C-REJ-CTR.
           IF C-REJ-CTR NOT > 100
               MOVE HV-CUSTID TO RJ-CUSTID (C-REJ-CTR)
               MOVE HV-L-TYPE TO RJ-L-TYPE (C-REJ-CTR)
               MOVE HV-ZONE TO RJ-ZONE (C-REJ-CTR)
               MOVE HV-DATE TO RJ-DATE (C-REJ-CTR)
               MOVE HV-SPECIES TO RJ-SPECIES (C-REJ-CTR)
               MOVE C-REJ-REASON TO RJ-REASON (C-REJ-CTR)
           END-IF.



       3000-CLOSING.

           PERFORM 3100-HARVEST-SUMMARY.
           PERFORM 3200-SUCCESS-SUMMARY.
           PERFORM 3300-REJECT-SECTION.
           PERFORM 3400-HRV-EXTRACT.

           CLOSE HARVEST-IN.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    // -- HARVEST BY ZONE AND SPECIES WITHIN LICENSE TYPE -- //
       3100-HARVEST-SUMMARY.

           PERFORM 9900-HARVEST-HEADING.
           PERFORM 3110-HARVEST-TYPE-ROW
               VARYING Y FROM 1 BY 1 UNTIL Y > 15.


       3110-HARVEST-TYPE-ROW.

           PERFORM 3120-HARVEST-ZONE-ROW
               VARYING ZN FROM 1 BY 1 UNTIL ZN > 20.


       3120-HARVEST-ZONE-ROW.

           IF ZT-HRV-CTR (Y, ZN) > ZERO
               PERFORM 3130-HARVEST-SPECIES-ROW
                   VARYING X FROM 1 BY 1 UNTIL X > C-SPC-TBL-CTR
           END-IF.


       3130-HARVEST-SPECIES-ROW.

           IF SP-L-TYPE (X) = Y
              AND SP-ZONE (X) = ZN
               MOVE T-L-DESC (Y) TO O-HV-L-DESC
               MOVE ZN TO O-HV-ZONE
               MOVE SP-SPECIES (X) TO O-HV-SPECIES
               MOVE SP-MALE-CTR (X) TO O-HV-MALE
               MOVE SP-FEMALE-CTR (X) TO O-HV-FEMALE
               COMPUTE O-HV-TOTAL = SP-MALE-CTR (X)
                   + SP-FEMALE-CTR (X)
               WRITE PRTLINE
                   FROM HARVEST-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-HARVEST-HEADING
               END-WRITE
           END-IF.


      *    // -- HARVESTS OVER LICENSES ISSUED, EVERY TYPE/ZONE  -- //
      *    // -- WITH A LICENSE SOLD, SO ZERO-HARVEST ZONES SHOW. -- //
       3200-SUCCESS-SUMMARY.

           PERFORM 9910-SUCCESS-HEADING.
           PERFORM 3210-SUCCESS-TYPE-ROW
               VARYING Y FROM 1 BY 1 UNTIL Y > 15.


       3210-SUCCESS-TYPE-ROW.

           PERFORM 3220-SUCCESS-ROW
               VARYING ZN FROM 1 BY 1 UNTIL ZN > 20.


       3220-SUCCESS-ROW.

           IF ZT-LIC-CTR (Y, ZN) > ZERO
               MOVE T-L-DESC (Y) TO O-SC-L-DESC
               MOVE ZN TO O-SC-ZONE
               MOVE ZT-LIC-CTR (Y, ZN) TO O-SC-LIC-CTR
               MOVE ZT-HRV-CTR (Y, ZN) TO O-SC-HRV-CTR
               COMPUTE C-SUCCESS-PCT ROUNDED =
                   ZT-HRV-CTR (Y, ZN) * 100 / ZT-LIC-CTR (Y, ZN)
               MOVE C-SUCCESS-PCT TO O-SC-PCT
               WRITE PRTLINE
                   FROM SUCCESS-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9910-SUCCESS-HEADING
               END-WRITE
           END-IF.


       3300-REJECT-SECTION.

           PERFORM 9920-REJECT-HEADING.
           PERFORM 3310-REJECT-ROW
               VARYING Z FROM 1 BY 1
                   UNTIL Z > C-REJ-CTR
                      OR Z > 100.

           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-ACCEPT-CTR TO O-ACCEPT-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           IF C-ISSUED-LOST-CTR > ZERO
              OR C-SPC-LOST-CTR > ZERO
               MOVE C-ISSUED-LOST-CTR TO O-ISSUED-LOST
               MOVE C-SPC-LOST-CTR TO O-SPC-LOST
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.


       3310-REJECT-ROW.

           MOVE RJ-CUSTID (Z) TO O-RJ-CUSTID.
           MOVE RJ-L-TYPE (Z) TO O-RJ-L-TYPE.
           MOVE RJ-ZONE (Z) TO O-RJ-ZONE.
           MOVE RJ-DATE (Z) TO O-RJ-DATE.
           MOVE RJ-SPECIES (Z) TO O-RJ-SPECIES.
           MOVE RJ-REASON (Z) TO O-RJ-REASON.
           WRITE PRTLINE
               FROM REJECT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9920-REJECT-HEADING.


      *    // -- DNR HARVEST UPLOAD: HEADER, ONE DETAIL PER TYPE, -- //
      *    // -- ZONE AND SPECIES, TRAILER WITH THE HASH TOTAL.   -- //
       3400-HRV-EXTRACT.

           OPEN OUTPUT HRV-EXTRACT.

           MOVE SPACES TO HX-REC.
           MOVE 'H' TO HH-REC-TYPE.
           MOVE C-RUN-DATE TO HH-RUN-DATE.
           WRITE HX-REC.

           PERFORM 3410-HRV-DETAIL
               VARYING X FROM 1 BY 1 UNTIL X > C-SPC-TBL-CTR.

           MOVE SPACES TO HX-REC.
           MOVE 'T' TO HT-REC-TYPE.
           MOVE C-HX-REC-CTR TO HT-REC-CTR.
           MOVE C-HX-HASH TO HT-HASH-HARVEST.
           WRITE HX-REC.

           CLOSE HRV-EXTRACT.


       3410-HRV-DETAIL.

           MOVE SPACES TO HX-REC.
           MOVE 'D' TO HX-REC-TYPE.
           MOVE SP-L-TYPE (X) TO HX-L-TYPE.
           MOVE SP-ZONE (X) TO HX-ZONE.
           MOVE SP-SPECIES (X) TO HX-SPECIES.
           MOVE SP-MALE-CTR (X) TO HX-MALE-CTR.
           MOVE SP-FEMALE-CTR (X) TO HX-FEMALE-CTR.
           MOVE ZT-LIC-CTR (SP-L-TYPE (X), SP-ZONE (X))
               TO HX-LIC-CTR.
           WRITE HX-REC.
           ADD 1 TO C-HX-REC-CTR.
           ADD SP-MALE-CTR (X) TO C-HX-HASH.
           ADD SP-FEMALE-CTR (X) TO C-HX-HASH.


       9000-READ.

           READ HARVEST-IN
               AT END
                   MOVE 'NO' TO MORE-RECS.


       9900-HARVEST-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM HARVEST-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM HARVEST-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.


       9910-SUCCESS-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM SUCCESS-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM SUCCESS-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.


       9920-REJECT-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM REJECT-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM REJECT-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
