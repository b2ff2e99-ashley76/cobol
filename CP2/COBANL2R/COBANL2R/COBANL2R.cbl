       IDENTIFICATION DIVISION.
       PROGRAM-ID.             COBANL2R.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - Weather Closure Rain Checks -            *
      * RAIN CHECKS FOR A PARK THAT CLOSED EARLY    *
      * WERE WRITTEN OUT BY HAND AT THE GATE.  FOR  *
      * EACH CLOSURE ON THE PRKCLOS FILE (KEPT BY   *
      * COBANL2W) ONE RAIN CHECK IS ISSUED PER      *
      * TICKET RECORD SOLD FOR THAT PARK AND DATE,  *
      * SPLIT ADULT/JUNIOR/SENIOR, ON THE CARRIED   *
      * RAIN-CHECK MASTER (RAINCHK IN, RAINCHKN     *
      * OUT).  W-TYPE REDEMPTION RECORDS ON THE     *
      * TICKET FILE POST AGAINST THE ISSUED RAIN    *
      * CHECK, EXPIRED RAIN CHECKS ARE WRITTEN OFF, *
      * AND ISSUED/REDEEMED/OUTSTANDING HEADS ARE   *
      * REPORTED PER PARK.  A RAIN CHECK FULLY      *
      * REDEEMED OR WRITTEN OFF LEAVES THE MASTER   *
      * ONCE ITS EXPIRY DATE HAS PASSED.  IF THE    *
      * 3000-ENTRY TABLE CANNOT HOLD THE MASTER OR  *
      * A NEW ISSUE, THE COUNTS PRINT, NO RAINCHKN  *
      * IS WRITTEN AND THE RUN ENDS WITH RETURN     *
      * CODE 16.                                    *
      ***********************************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT PARK-MASTER
           ASSIGN TO PRKDAT3
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CLOSURE-FILE
           ASSIGN TO PRKCLOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-CLO-STATUS.

           SELECT OPTIONAL RAIN-CHECK-MASTER
           ASSIGN TO RAINCHK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RC-STATUS.

           SELECT NEW-RAIN-CHECK-MASTER
           ASSIGN TO RAINCHKN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RAIN-CHECK-PARM
           ASSIGN TO RCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
           ASSIGN TO RAINRPT
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

      *    A W RECORD CARRIES THE RAIN-CHECK NUMBER BEING
      *    REDEEMED WHERE A GROUP RECORD CARRIES ITS NAME.
       01  RAIN-DETAIL-REC.
           05  FILLER              PIC X(15).
           05  I-RAIN-CHECK-NO     PIC X(8).
           05  FILLER              PIC X(12).

       FD  CLOSURE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLO-REC
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE F.

       01  CLO-REC.
           05  CO-PARK-CODE        PIC 99.
           05  CO-DATE             PIC 9(8).
           05  CO-TIME             PIC 9(4).
           05  CO-REASON           PIC X(20).

       FD  RAIN-CHECK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS RC-REC.

       01  RC-REC.
           05  RK-NUMBER.
               10  RK-PREFIX       PIC XX.
               10  RK-SEQ          PIC 9(6).
           05  RK-PARK             PIC 99.
           05  RK-CLOSE-DATE       PIC 9(8).
           05  RK-ISS-ADULT        PIC 99.
           05  RK-ISS-JR           PIC 99.
           05  RK-ISS-SENIOR       PIC 99.
           05  RK-RED-ADULT        PIC 99.
           05  RK-RED-JR           PIC 99.
           05  RK-RED-SENIOR       PIC 99.
           05  RK-WO-ADULT         PIC 99.
           05  RK-WO-JR            PIC 99.
           05  RK-WO-SENIOR        PIC 99.
           05  RK-EXPIRES          PIC 9(8).
           05  RK-STATUS           PIC X.

       FD  NEW-RAIN-CHECK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS NEW-RC-REC.

       01  NEW-RC-REC.
           05  NR-NUMBER           PIC X(8).
           05  NR-PARK             PIC 99.
           05  NR-CLOSE-DATE       PIC 9(8).
           05  NR-ISS-ADULT        PIC 99.
           05  NR-ISS-JR           PIC 99.
           05  NR-ISS-SENIOR       PIC 99.
           05  NR-RED-ADULT        PIC 99.
           05  NR-RED-JR           PIC 99.
           05  NR-RED-SENIOR       PIC 99.
           05  NR-WO-ADULT         PIC 99.
           05  NR-WO-JR            PIC 99.
           05  NR-WO-SENIOR        PIC 99.
           05  NR-EXPIRES          PIC 9(8).
           05  NR-STATUS           PIC X.

       FD  RAIN-CHECK-PARM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS RP-REC.

       01  RP-REC.
           05  RP-EXPIRY-DAYS      PIC 999.

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
           05  MORE-CLO        PIC XXX       VALUE 'YES'.
           05  MORE-RCS        PIC XXX       VALUE 'YES'.
           05  C-CLO-STATUS    PIC XX        VALUE '00'.
           05  C-RC-STATUS     PIC XX        VALUE '00'.
           05  C-PARM-STATUS   PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  CX              PIC 999       VALUE ZERO  COMP.
           05  RX              PIC 9(4)      VALUE ZERO  COMP.
           05  PK              PIC 99        VALUE ZERO  COMP.
           05  C-CLO-TBL-CTR   PIC 999       VALUE ZERO.
           05  C-CLO-FOUND-IDX PIC 999       VALUE ZERO.
           05  CLO-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  C-RC-TBL-CTR    PIC 9(4)      VALUE ZERO.
           05  C-RC-FOUND-IDX  PIC 9(4)      VALUE ZERO.
           05  RC-FOUND-SW     PIC XXX       VALUE 'NO'.
           05  C-NEXT-SEQ      PIC 9(6)      VALUE ZERO.
           05  C-EXPIRY-DAYS   PIC 999       VALUE 365.
           05  C-TODAY-INT     PIC 9(7)      VALUE ZERO.
           05  C-EXPIRES       PIC 9(8)      VALUE ZERO.

           05  C-OUT-ADULT     PIC 99        VALUE ZERO.
           05  C-OUT-JR        PIC 99        VALUE ZERO.
           05  C-OUT-SENIOR    PIC 99        VALUE ZERO.
           05  C-HEADS         PIC 9(3)      VALUE ZERO.

           05  C-ISSUE-CTR     PIC 9(5)      VALUE ZERO.
           05  C-REDEEM-CTR    PIC 9(5)      VALUE ZERO.
           05  C-REJECT-CTR    PIC 9(5)      VALUE ZERO.
           05  C-WRITEOFF-CTR  PIC 9(5)      VALUE ZERO.
           05  C-PURGE-CTR     PIC 9(5)      VALUE ZERO.
           05  C-RC-LOST-CTR   PIC 9(5)      VALUE ZERO.
           05  C-RC-UNISSUED-CTR PIC 9(5)    VALUE ZERO.

      *    TC-DONE IS SET FOR A CLOSURE WHOSE RAIN CHECKS ARE
      *    ALREADY ON THE CARRIED FILE, SO A RERUN OF THE SAME
      *    TICKET FILE DOES NOT ISSUE THEM A SECOND TIME.
       01  CLO-TABLE.
           05  CLO-ENTRY OCCURS 300 TIMES.
               10  TC-PARK-CODE    PIC 99.
               10  TC-DATE         PIC 9(8).
               10  TC-TIME         PIC 9(4).
               10  TC-REASON       PIC X(20).
               10  TC-DONE         PIC X.

       01  RC-TABLE.
           05  RC-ENTRY OCCURS 3000 TIMES.
               10  TR-NUMBER       PIC X(8).
               10  TR-PARK         PIC 99.
               10  TR-CLOSE-DATE   PIC 9(8).
               10  TR-ISS-ADULT    PIC 99.
               10  TR-ISS-JR       PIC 99.
               10  TR-ISS-SENIOR   PIC 99.
               10  TR-RED-ADULT    PIC 99.
               10  TR-RED-JR       PIC 99.
               10  TR-RED-SENIOR   PIC 99.
               10  TR-WO-ADULT     PIC 99.
               10  TR-WO-JR        PIC 99.
               10  TR-WO-SENIOR    PIC 99.
               10  TR-EXPIRES      PIC 9(8).
               10  TR-STATUS       PIC X.

       01  PARK-SUM-TABLE.
           05  PARK-SUM-ENTRY OCCURS 15 TIMES.
               10  TS-CHECKS       PIC 9(5).
               10  TS-ISSUED       PIC 9(7).
               10  TS-REDEEMED     PIC 9(7).
               10  TS-WRITTEN-OFF  PIC 9(7).
               10  TS-OUTSTANDING  PIC 9(7).

       01  NEW-RC-NUMBER.
           05  FILLER           PIC XX      VALUE 'RC'.
           05  NEW-RC-SEQ       PIC 9(6).

       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.
       01  C-TODAY-DATE REDEFINES SYS-DATE PIC 9(8).



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(42)   VALUE SPACES.
           05  FILLER       PIC X(26)   VALUE
               'CP2 - RAIN CHECKS'.
           05  FILLER       PIC X(40)   VALUE SPACES.
           COPY RPTPAGE.

       01  ACTIVITY-HEADING-LINE.
           05  FILLER       PIC X(8)    VALUE 'COBANL2R'.
           05  FILLER       PIC X(52)   VALUE SPACES.
           05  FILLER       PIC X(19)   VALUE 'RAIN-CHECK ACTIVITY'.
           05  FILLER       PIC X(53)   VALUE SPACES.

       01  ACTIVITY-COLUMN-HEADING.
           05  FILLER       PIC X(10)   VALUE 'ACTION'.
           05  FILLER       PIC X(10)   VALUE 'RAIN CHECK'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(4)    VALUE 'PARK'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DATE'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(5)    VALUE 'ADULT'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(5)    VALUE 'JR'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(6)    VALUE 'SENIOR'.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'REMARKS'.
           05  FILLER       PIC X(59)   VALUE SPACES.

       01  ACTIVITY-LINE.
           05  O-ACTION     PIC X(10).
           05  O-RC-NUMBER  PIC X(8).
           05  FILLER       PIC X(6)    VALUE SPACES.
           05  O-PARK       PIC Z9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  O-ACT-DATE   PIC 9(8).
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  O-ADULT      PIC Z9.
           05  FILLER       PIC X(7)    VALUE SPACES.
           05  O-JR         PIC Z9.
           05  FILLER       PIC X(7)    VALUE SPACES.
           05  O-SENIOR     PIC Z9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  O-REMARKS    PIC X(45).
           05  FILLER       PIC X(20)   VALUE SPACES.

       01  CLOSED-REMARK.
           05  FILLER       PIC X(10)   VALUE 'CLOSED AT '.
           05  O-CLOSE-TIME PIC 9(4).
           05  FILLER       PIC X       VALUE SPACE.
           05  O-CLOSE-RSN  PIC X(20).
           05  FILLER       PIC X(10)   VALUE SPACES.

       01  SUMMARY-HEADING-LINE.
           05  FILLER       PIC X(36)   VALUE
               'RAIN CHECKS BY PARK (HEADS)'.
           05  FILLER       PIC X(96)   VALUE SPACES.

       01  SUMMARY-COLUMN-HEADING.
           05  FILLER       PIC X(4)    VALUE 'PARK'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'RAIN CHECKS'.
           05  FILLER       PIC X(6)    VALUE SPACES.
           05  FILLER       PIC X(6)    VALUE 'ISSUED'.
           05  FILLER       PIC X(6)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'REDEEMED'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'WRITTEN OFF'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'OUTSTANDING'.
           05  FILLER       PIC X(57)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER       PIC X(2)    VALUE SPACES.
           05  O-SUM-PARK   PIC Z9.
           05  FILLER       PIC X(9)    VALUE SPACES.
           05  O-SUM-CHECKS PIC ZZ,ZZ9.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  O-SUM-ISSUED PIC Z,ZZZ,ZZ9.
           05  FILLER       PIC X(3)    VALUE SPACES.
           05  O-SUM-REDEEMED PIC Z,ZZZ,ZZ9.
           05  FILLER       PIC X(6)    VALUE SPACES.
           05  O-SUM-WO     PIC Z,ZZZ,ZZ9.
           05  FILLER       PIC X(6)    VALUE SPACES.
           05  O-SUM-OUT    PIC Z,ZZZ,ZZ9.
           05  FILLER       PIC X(57)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER       PIC X(8)    VALUE 'ISSUED: '.
           05  O-ISSUE-CTR  PIC ZZ,ZZ9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE 'REDEEMED: '.
           05  O-REDEEM-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(20)   VALUE
               'REDEMPTION REJECTS: '.
           05  O-REJECT-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(13)   VALUE 'WRITTEN OFF: '.
           05  O-WRITEOFF-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'PURGED: '.
           05  O-PURGE-CTR  PIC ZZ,ZZ9.
           05  FILLER       PIC X(27)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER       PIC X(48)   VALUE
               '** RAIN-CHECK TABLE FULL - RAINCHKN NOT WRITTEN.'.
           05  FILLER       PIC X(16)   VALUE '  NOT LOADED: '.
           05  O-RC-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(16)   VALUE '  NOT ISSUED: '.
           05  O-RC-UNISSUED-CTR PIC ZZ,ZZ9.
           05  FILLER       PIC X(40)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2R'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL2R.

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
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-DATE).

           PERFORM 1050-READ-PARM.
           PERFORM 1100-LOAD-CLOSURES.
           PERFORM 1200-LOAD-RAIN-CHECKS.
           PERFORM 1300-MARK-ISSUED
               VARYING CX FROM 1 BY 1 UNTIL CX > C-CLO-TBL-CTR.

           OPEN OUTPUT PRTOUT.
           PERFORM 9900-DETAIL-HEADING.

      *    A MASTER THE TABLE CANNOT HOLD IS NOT POSTED TO AT ALL.
           IF C-RC-LOST-CTR > ZERO
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


      *    A RAIN CHECK IS GOOD FOR 365 DAYS AFTER THE CLOSURE
      *    UNLESS THE RCPARM CARD SAYS OTHERWISE.
       1050-READ-PARM.

           OPEN INPUT RAIN-CHECK-PARM.
           IF C-PARM-STATUS = "00" OR "05"
               READ RAIN-CHECK-PARM
                   AT END
                       MOVE ZERO TO RP-EXPIRY-DAYS
               END-READ
               IF RP-EXPIRY-DAYS IS NUMERIC
                  AND RP-EXPIRY-DAYS > ZERO
                   MOVE RP-EXPIRY-DAYS TO C-EXPIRY-DAYS
               END-IF
               CLOSE RAIN-CHECK-PARM
           END-IF.


       1100-LOAD-CLOSURES.

           OPEN INPUT CLOSURE-FILE.
           IF C-CLO-STATUS = '00' OR '05'
               PERFORM 1110-LOAD-ONE-CLOSURE
                   UNTIL MORE-CLO = 'NO'
               CLOSE CLOSURE-FILE
           END-IF.

       1110-LOAD-ONE-CLOSURE.

           READ CLOSURE-FILE
               AT END
                   MOVE 'NO' TO MORE-CLO
           END-READ.
           IF MORE-CLO = 'YES'
               AND C-CLO-TBL-CTR < 300
                   ADD 1 TO C-CLO-TBL-CTR
                   MOVE CO-PARK-CODE TO TC-PARK-CODE (C-CLO-TBL-CTR)
                   MOVE CO-DATE TO TC-DATE (C-CLO-TBL-CTR)
                   MOVE CO-TIME TO TC-TIME (C-CLO-TBL-CTR)
                   MOVE CO-REASON TO TC-REASON (C-CLO-TBL-CTR)
                   MOVE 'N' TO TC-DONE (C-CLO-TBL-CTR)
           END-IF.


       1200-LOAD-RAIN-CHECKS.

           OPEN INPUT RAIN-CHECK-MASTER.
           IF C-RC-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-RAIN-CHECK
                   UNTIL MORE-RCS = 'NO'
               CLOSE RAIN-CHECK-MASTER
           END-IF.

       1210-LOAD-ONE-RAIN-CHECK.

           READ RAIN-CHECK-MASTER
               AT END
                   MOVE 'NO' TO MORE-RCS
           END-READ.
           IF MORE-RCS = 'YES'
               IF C-RC-TBL-CTR < 3000
                   ADD 1 TO C-RC-TBL-CTR
                   MOVE C-RC-TBL-CTR TO RX
                   MOVE RK-NUMBER TO TR-NUMBER (RX)
                   MOVE RK-PARK TO TR-PARK (RX)
                   MOVE RK-CLOSE-DATE TO TR-CLOSE-DATE (RX)
                   MOVE RK-ISS-ADULT TO TR-ISS-ADULT (RX)
                   MOVE RK-ISS-JR TO TR-ISS-JR (RX)
                   MOVE RK-ISS-SENIOR TO TR-ISS-SENIOR (RX)
                   MOVE RK-RED-ADULT TO TR-RED-ADULT (RX)
                   MOVE RK-RED-JR TO TR-RED-JR (RX)
                   MOVE RK-RED-SENIOR TO TR-RED-SENIOR (RX)
                   MOVE RK-WO-ADULT TO TR-WO-ADULT (RX)
                   MOVE RK-WO-JR TO TR-WO-JR (RX)
                   MOVE RK-WO-SENIOR TO TR-WO-SENIOR (RX)
                   MOVE RK-EXPIRES TO TR-EXPIRES (RX)
                   MOVE RK-STATUS TO TR-STATUS (RX)
                   IF RK-SEQ IS NUMERIC
                      AND RK-SEQ > C-NEXT-SEQ
                       MOVE RK-SEQ TO C-NEXT-SEQ
                   END-IF
               ELSE
                   ADD 1 TO C-RC-LOST-CTR
               END-IF
           END-IF.


       1300-MARK-ISSUED.

           PERFORM 1310-MARK-SEARCH
               VARYING RX FROM 1 BY 1
                   UNTIL RX > C-RC-TBL-CTR
                      OR TC-DONE (CX) = 'Y'.

       1310-MARK-SEARCH.

           IF TR-PARK (RX) = TC-PARK-CODE (CX)
              AND TR-CLOSE-DATE (RX) = TC-DATE (CX)
               MOVE 'Y' TO TC-DONE (CX)
           END-IF.


       1400-CLOSURE-LOOKUP.

           MOVE 'NO' TO CLO-FOUND-SW.
           MOVE ZERO TO C-CLO-FOUND-IDX.
           PERFORM 1410-CLOSURE-SEARCH
               VARYING CX FROM 1 BY 1
                   UNTIL CX > C-CLO-TBL-CTR
                      OR CLO-FOUND-SW = 'YES'.

       1410-CLOSURE-SEARCH.

           IF TC-PARK-CODE (CX) = I-PARK
              AND TC-DATE (CX) = I-ATTEND-DATE
               MOVE 'YES' TO CLO-FOUND-SW
               MOVE CX TO C-CLO-FOUND-IDX
           END-IF.


       1500-RAIN-CHECK-LOOKUP.

           MOVE 'NO' TO RC-FOUND-SW.
           MOVE ZERO TO C-RC-FOUND-IDX.
           PERFORM 1510-RAIN-CHECK-SEARCH
               VARYING RX FROM 1 BY 1
                   UNTIL RX > C-RC-TBL-CTR
                      OR RC-FOUND-SW = 'YES'.

       1510-RAIN-CHECK-SEARCH.

           IF TR-NUMBER (RX) = I-RAIN-CHECK-NO
               MOVE 'YES' TO RC-FOUND-SW
               MOVE RX TO C-RC-FOUND-IDX
           END-IF.



      *    // -- GATE AND GROUP SALES ON A CLOSED DAY EARN A   -- //
      *    // -- RAIN CHECK; SEASON-PASS ENTRIES PAID NOTHING  -- //
      *    // -- ON THE DAY AND REFUNDS ARE ALREADY MADE GOOD. -- //
       2000-MAINLINE.

           IF I-REC-TYPE = 'W'
               PERFORM 2200-REDEMPTION THRU 2200-EXIT
           ELSE
               IF (I-REC-TYPE = SPACE OR I-REC-TYPE = 'G')
                  AND I-DISCOUNT-CODE NOT = 'S'
                  AND C-CLO-TBL-CTR > ZERO
                   PERFORM 1400-CLOSURE-LOOKUP
                   IF CLO-FOUND-SW = 'YES'
                       MOVE C-CLO-FOUND-IDX TO CX
                       IF TC-DONE (CX) = 'N'
                           PERFORM 2100-ISSUE THRU 2100-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

           PERFORM 9000-READ.


       2100-ISSUE.

           COMPUTE C-HEADS = I-ADULT-TICKETS + I-JR-TICKETS
               + I-SENIOR-TICKETS.
           IF C-HEADS = ZERO
               GO TO 2100-EXIT
           END-IF.
           IF C-RC-TBL-CTR NOT < 3000
               ADD 1 TO C-RC-UNISSUED-CTR
               GO TO 2100-EXIT
           END-IF.

           ADD 1 TO C-NEXT-SEQ.
           MOVE C-NEXT-SEQ TO NEW-RC-SEQ.
           COMPUTE C-EXPIRES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TC-DATE (CX))
                + C-EXPIRY-DAYS).

           ADD 1 TO C-RC-TBL-CTR.
           MOVE C-RC-TBL-CTR TO RX.
           MOVE NEW-RC-NUMBER TO TR-NUMBER (RX).
           MOVE I-PARK TO TR-PARK (RX).
           MOVE TC-DATE (CX) TO TR-CLOSE-DATE (RX).
           MOVE I-ADULT-TICKETS TO TR-ISS-ADULT (RX).
           MOVE I-JR-TICKETS TO TR-ISS-JR (RX).
           MOVE I-SENIOR-TICKETS TO TR-ISS-SENIOR (RX).
           MOVE ZERO TO TR-RED-ADULT (RX) TR-RED-JR (RX)
                        TR-RED-SENIOR (RX) TR-WO-ADULT (RX)
                        TR-WO-JR (RX) TR-WO-SENIOR (RX).
           MOVE C-EXPIRES TO TR-EXPIRES (RX).
           MOVE 'O' TO TR-STATUS (RX).
           ADD 1 TO C-ISSUE-CTR.

           MOVE 'ISSUED' TO O-ACTION.
           MOVE TC-TIME (CX) TO O-CLOSE-TIME.
           MOVE TC-REASON (CX) TO O-CLOSE-RSN.
           MOVE CLOSED-REMARK TO O-REMARKS.
           PERFORM 2300-ACTIVITY-PRT.

       2100-EXIT.
           EXIT.


      *    A REDEMPTION MUST NAME A RAIN CHECK ON FILE, BE USED AT
      *    THE ISSUING PARK ON OR BEFORE THE EXPIRY DATE, AND NOT
      *    TAKE MORE HEADS IN ANY CLASS THAN ARE STILL OUTSTANDING.
       2200-REDEMPTION.

           MOVE 'REJECTED' TO O-ACTION.
           PERFORM 1500-RAIN-CHECK-LOOKUP.
           IF RC-FOUND-SW = 'NO'
               MOVE 'RAIN CHECK NOT ON FILE' TO O-REMARKS
               PERFORM 2250-REJECT
               GO TO 2200-EXIT
           END-IF.

           MOVE C-RC-FOUND-IDX TO RX.
           IF TR-PARK (RX) NOT = I-PARK
               MOVE 'RAIN CHECK ISSUED AT ANOTHER PARK' TO O-REMARKS
               PERFORM 2250-REJECT
               GO TO 2200-EXIT
           END-IF.

           IF TR-STATUS (RX) NOT = 'O'
               MOVE 'RAIN CHECK ALREADY CLOSED OUT' TO O-REMARKS
               PERFORM 2250-REJECT
               GO TO 2200-EXIT
           END-IF.

           IF I-ATTEND-DATE > TR-EXPIRES (RX)
               MOVE 'RAIN CHECK EXPIRED' TO O-REMARKS
               PERFORM 2250-REJECT
               GO TO 2200-EXIT
           END-IF.

           IF I-ATTEND-DATE NOT > TR-CLOSE-DATE (RX)
               MOVE 'REDEEMED ON OR BEFORE THE CLOSURE DATE'
                   TO O-REMARKS
               PERFORM 2250-REJECT
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2280-OUTSTANDING.
           IF I-ADULT-TICKETS > C-OUT-ADULT
              OR I-JR-TICKETS > C-OUT-JR
              OR I-SENIOR-TICKETS > C-OUT-SENIOR
               MOVE 'MORE HEADS THAN REMAIN ON RAIN CHECK'
                   TO O-REMARKS
               PERFORM 2250-REJECT
               GO TO 2200-EXIT
           END-IF.

           ADD I-ADULT-TICKETS TO TR-RED-ADULT (RX).
           ADD I-JR-TICKETS TO TR-RED-JR (RX).
           ADD I-SENIOR-TICKETS TO TR-RED-SENIOR (RX).
           PERFORM 2280-OUTSTANDING.
           MOVE SPACES TO O-REMARKS.
           IF C-OUT-ADULT = ZERO AND C-OUT-JR = ZERO
              AND C-OUT-SENIOR = ZERO
               MOVE 'R' TO TR-STATUS (RX)
               MOVE 'FULLY REDEEMED' TO O-REMARKS
           END-IF.
           ADD 1 TO C-REDEEM-CTR.
           MOVE 'REDEEMED' TO O-ACTION.
           PERFORM 2300-ACTIVITY-PRT.

       2200-EXIT.
           EXIT.


       2250-REJECT.

           ADD 1 TO C-REJECT-CTR.
           PERFORM 2300-ACTIVITY-PRT.


       2280-OUTSTANDING.

           COMPUTE C-OUT-ADULT = TR-ISS-ADULT (RX)
               - TR-RED-ADULT (RX) - TR-WO-ADULT (RX).
           COMPUTE C-OUT-JR = TR-ISS-JR (RX)
               - TR-RED-JR (RX) - TR-WO-JR (RX).
           COMPUTE C-OUT-SENIOR = TR-ISS-SENIOR (RX)
               - TR-RED-SENIOR (RX) - TR-WO-SENIOR (RX).


      *    THE ACTIVITY LINE SHOWS THE HEADS ON THE TICKET RECORD;
      *    ISSUES TAKE THEIR NUMBER FROM THE NEW TABLE ENTRY.
       2300-ACTIVITY-PRT.

           IF I-REC-TYPE = 'W'
               MOVE I-RAIN-CHECK-NO TO O-RC-NUMBER
           ELSE
               MOVE TR-NUMBER (RX) TO O-RC-NUMBER
           END-IF.
           MOVE I-PARK TO O-PARK.
           MOVE I-ATTEND-DATE TO O-ACT-DATE.
           MOVE I-ADULT-TICKETS TO O-ADULT.
           MOVE I-JR-TICKETS TO O-JR.
           MOVE I-SENIOR-TICKETS TO O-SENIOR.
           WRITE PRTLINE
               FROM ACTIVITY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.



      *    // -- A RAIN CHECK LEFT OUT OF THE TABLE WOULD DROP -- //
      *    // -- OFF RAINCHKN, AND ONE NOT ISSUED WOULD NEVER  -- //
      *    // -- BE, SINCE ITS CLOSURE NOW SHOWS AS DONE.      -- //
      *    // -- EITHER WAY THE OLD MASTER STANDS FOR A RERUN. -- //
       3000-CLOSING.

           IF C-RC-LOST-CTR > ZERO
               PERFORM 3400-TABLE-FULL
               CLOSE PRTOUT
               MOVE 'FAILED' TO AUD-STATUS
               MOVE ZERO TO AUD-REC-CTR
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-WRITE-OFF
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RC-TBL-CTR.
           PERFORM 3200-PARK-SUMMARY.
           IF C-RC-UNISSUED-CTR = ZERO
               PERFORM 3300-WRITE-RAIN-CHECKS
           ELSE
               PERFORM 3400-TABLE-FULL
           END-IF.

           MOVE C-ISSUE-CTR TO O-ISSUE-CTR.
           MOVE C-REDEEM-CTR TO O-REDEEM-CTR.
           MOVE C-REJECT-CTR TO O-REJECT-CTR.
           MOVE C-WRITEOFF-CTR TO O-WRITEOFF-CTR.
           MOVE C-PURGE-CTR TO O-PURGE-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE PARK-MASTER.
           CLOSE PRTOUT.
           IF C-RC-UNISSUED-CTR > ZERO
               MOVE 'FAILED' TO AUD-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
           END-IF.
           MOVE C-ISSUE-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3000-EXIT.
           EXIT.


      *    // -- AN OPEN RAIN CHECK PAST ITS EXPIRY DATE HAS   -- //
      *    // -- ITS REMAINING HEADS WRITTEN OFF.              -- //
       3100-WRITE-OFF.

           IF TR-STATUS (RX) = 'O'
              AND TR-EXPIRES (RX) < C-TODAY-DATE
               PERFORM 2280-OUTSTANDING
               MOVE C-OUT-ADULT TO TR-WO-ADULT (RX)
               MOVE C-OUT-JR TO TR-WO-JR (RX)
               MOVE C-OUT-SENIOR TO TR-WO-SENIOR (RX)
               MOVE 'W' TO TR-STATUS (RX)
               ADD 1 TO C-WRITEOFF-CTR
               MOVE 'WRITE-OFF' TO O-ACTION
               MOVE TR-NUMBER (RX) TO O-RC-NUMBER
               MOVE TR-PARK (RX) TO O-PARK
               MOVE TR-EXPIRES (RX) TO O-ACT-DATE
               MOVE C-OUT-ADULT TO O-ADULT
               MOVE C-OUT-JR TO O-JR
               MOVE C-OUT-SENIOR TO O-SENIOR
               MOVE 'EXPIRED UNREDEEMED' TO O-REMARKS
               WRITE PRTLINE
                   FROM ACTIVITY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.


       3200-PARK-SUMMARY.

           INITIALIZE PARK-SUM-TABLE.
           PERFORM 3210-PARK-ACCUM
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RC-TBL-CTR.

           WRITE PRTLINE
               FROM SUMMARY-HEADING-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM SUMMARY-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
           PERFORM 3220-PARK-ROW
               VARYING PK FROM 1 BY 1 UNTIL PK > 15.

       3210-PARK-ACCUM.

           IF TR-PARK (RX) > ZERO AND TR-PARK (RX) < 16
               MOVE TR-PARK (RX) TO PK
               PERFORM 2280-OUTSTANDING
               ADD 1 TO TS-CHECKS (PK)
               ADD TR-ISS-ADULT (RX) TR-ISS-JR (RX)
                   TR-ISS-SENIOR (RX) TO TS-ISSUED (PK)
               ADD TR-RED-ADULT (RX) TR-RED-JR (RX)
                   TR-RED-SENIOR (RX) TO TS-REDEEMED (PK)
               ADD TR-WO-ADULT (RX) TR-WO-JR (RX)
                   TR-WO-SENIOR (RX) TO TS-WRITTEN-OFF (PK)
               ADD C-OUT-ADULT C-OUT-JR C-OUT-SENIOR
                   TO TS-OUTSTANDING (PK)
           END-IF.

       3220-PARK-ROW.

           IF TS-CHECKS (PK) > ZERO
               MOVE PK TO O-SUM-PARK
               MOVE TS-CHECKS (PK) TO O-SUM-CHECKS
               MOVE TS-ISSUED (PK) TO O-SUM-ISSUED
               MOVE TS-REDEEMED (PK) TO O-SUM-REDEEMED
               MOVE TS-WRITTEN-OFF (PK) TO O-SUM-WO
               MOVE TS-OUTSTANDING (PK) TO O-SUM-OUT
               WRITE PRTLINE
                   FROM SUMMARY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.


      *    A CLOSED-OUT RAIN CHECK STAYS ON FILE UNTIL IT WOULD
      *    HAVE EXPIRED, SO A LATE REDEMPTION STILL REJECTS AS
      *    CLOSED OUT AND A RERUN OF ITS CLOSURE ISSUES NOTHING.
       3300-WRITE-RAIN-CHECKS.

           OPEN OUTPUT NEW-RAIN-CHECK-MASTER.
           PERFORM 3310-WRITE-ONE-RAIN-CHECK
               VARYING RX FROM 1 BY 1 UNTIL RX > C-RC-TBL-CTR.
           CLOSE NEW-RAIN-CHECK-MASTER.

       3310-WRITE-ONE-RAIN-CHECK.

           IF TR-STATUS (RX) NOT = 'O'
              AND TR-EXPIRES (RX) < C-TODAY-DATE
               ADD 1 TO C-PURGE-CTR
           ELSE
               MOVE TR-NUMBER (RX) TO NR-NUMBER
               MOVE TR-PARK (RX) TO NR-PARK
               MOVE TR-CLOSE-DATE (RX) TO NR-CLOSE-DATE
               MOVE TR-ISS-ADULT (RX) TO NR-ISS-ADULT
               MOVE TR-ISS-JR (RX) TO NR-ISS-JR
               MOVE TR-ISS-SENIOR (RX) TO NR-ISS-SENIOR
               MOVE TR-RED-ADULT (RX) TO NR-RED-ADULT
               MOVE TR-RED-JR (RX) TO NR-RED-JR
               MOVE TR-RED-SENIOR (RX) TO NR-RED-SENIOR
               MOVE TR-WO-ADULT (RX) TO NR-WO-ADULT
               MOVE TR-WO-JR (RX) TO NR-WO-JR
               MOVE TR-WO-SENIOR (RX) TO NR-WO-SENIOR
               MOVE TR-EXPIRES (RX) TO NR-EXPIRES
               MOVE TR-STATUS (RX) TO NR-STATUS
               WRITE NEW-RC-REC
           END-IF.


       3400-TABLE-FULL.

           MOVE C-RC-LOST-CTR TO O-RC-LOST-CTR.
           MOVE C-RC-UNISSUED-CTR TO O-RC-UNISSUED-CTR.
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
