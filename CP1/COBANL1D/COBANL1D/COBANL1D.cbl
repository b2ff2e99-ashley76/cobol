       IDENTIFICATION DIVISION.
       PROGRAM-ID.         COBANL1D.
       AUTHOR.             ASHLEY LINDQUIST.
       DATE-WRITTEN.       10/15/26.
       DATE-COMPILED.


      *******************************
      * CP1A DRAW PERMIT ALLOCATION.
      *
      * ZONES FLAGGED 'D' ON THE ZONE-QUOTA FILE (ZONEQTA) ARE NOT
      * SOLD FIRST-COME-FIRST-SERVED; THEY ARE ALLOCATED BY DRAW
      * BEFORE THE SEASON.  EACH APPLICATION (DRAWAPP) NAMES A
      * LICENSE TYPE AND A FIRST- AND OPTIONAL SECOND-CHOICE DRAW
      * ZONE.  APPLICANTS ARE RANKED BY THE PREFERENCE POINTS ON
      * THE LICENSE-HOLDER MASTER (LICHLDR), THEN BY A DRAW NUMBER
      * FROM A SEEDED RANDOM SEQUENCE (SEED FROM DRAWSEED, ELSE THE
      * RUN DATE, AND PRINTED SO THE DRAW CAN BE REPRODUCED), AND
      * TAKE THEIR FIRST CHOICE, ELSE THEIR SECOND, WHILE THE ZONE
      * STILL HAS PERMITS UNDER ITS CAP.  A HOLDER AWARDED ANY
      * PERMIT HAS POINTS RESET TO ZERO; A HOLDER DRAWN FOR NOTHING
      * GAINS A POINT.  LICHLDR IS REWRITTEN WITH THE NEW POINTS
      * AFTER ITS PRE-DRAW IMAGE IS SAVED TO LICHLDRB.  THE RUN
      * PRINTS THE WINNERS LIST (DRAWRPT), A RESULTS NOTICE PER
      * APPLICANT (DRAWNTC), AND WRITES THE AWARDED-PERMIT FILE
      * (DRAWPRMT) THAT COBANL01 CHECKS BEFORE SELLING A LICENSE
      * IN A DRAW ZONE.
      *******************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT APPLICATION-IN
               ASSIGN TO DRAWAPP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL QUOTA-FILE
               ASSIGN TO ZONEQTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QUOTA-STATUS.

           SELECT OPTIONAL SEED-FILE
               ASSIGN TO DRAWSEED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEED-STATUS.

           SELECT OPTIONAL HOLDER-MASTER
               ASSIGN TO LICHLDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HLDR-STATUS.

           SELECT HOLDER-BACKUP
               ASSIGN TO LICHLDRB
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERMIT-OUT
               ASSIGN TO DRAWPRMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DRAWRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT NOTICE-OUT
               ASSIGN TO DRAWNTC
               ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  APPLICATION-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 15 CHARACTERS
           DATA RECORD IS APPLICATION-REC.

       01  APPLICATION-REC.
           05  DA-CUSTID           PIC X(9).
           05  DA-L-TYPE           PIC 99.
           05  DA-ZONE-1           PIC 99.
           05  DA-ZONE-2           PIC 99.
           05  DA-ZONE-2-X REDEFINES DA-ZONE-2
                                   PIC XX.

       FD  QUOTA-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS QUOTA-REC.

       01  QUOTA-REC.
           05  ZQ-L-TYPE           PIC 99.
           05  ZQ-ZONE             PIC 99.
           05  ZQ-CAP              PIC 9(5).
           05  ZQ-DRAW-SW          PIC X.

       FD  SEED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS SEED-REC.

       01  SEED-REC.
           05  SD-SEED             PIC 9(9).

       FD  HOLDER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS HOLDER-REC.

       01  HOLDER-REC.
           05  LH-CUSTID           PIC X(9).
           05  LH-LIC-CTR          PIC 9(5).
           05  LH-LAST-TYPE        PIC 99.
           05  LH-LAST-SEASON      PIC 9.
           05  LH-PREF-PTS         PIC 99.

       FD  HOLDER-BACKUP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS BACKUP-REC.

       01  BACKUP-REC              PIC X(19).

       FD  PERMIT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS PERMIT-REC.

       01  PERMIT-REC.
           05  PM-CUSTID           PIC X(9).
           05  PM-L-TYPE           PIC 99.
           05  PM-ZONE             PIC 99.
           05  PM-DRAW-DATE        PIC 9(8).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD NOTICE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NOTICE-LINE.

       01 NOTICE-LINE          PIC X(80).


       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99      VALUE ZERO.
           05  MORE-APPS       PIC XXX     VALUE 'YES'.
           05  MORE-QUOTAS     PIC XXX     VALUE 'YES'.
           05  MORE-HLDRS      PIC XXX     VALUE 'YES'.
           05  C-QUOTA-STATUS  PIC XX      VALUE '00'.
           05  C-SEED-STATUS   PIC XX      VALUE '00'.
           05  C-HLDR-STATUS   PIC XX      VALUE '00'.

           05  X               PIC 999     VALUE ZERO  COMP.
           05  Y               PIC 99      VALUE ZERO  COMP.
           05  Z               PIC 999     VALUE ZERO  COMP.
           05  ZN              PIC 99      VALUE ZERO  COMP.

           05  C-RUN-DATE      PIC 9(8)    VALUE ZERO.
           05  C-SEED          PIC 9(10)   VALUE ZERO.
           05  C-FIRST-SEED    PIC 9(10)   VALUE ZERO.
           05  C-SEED-PRODUCT  PIC 9(18)   VALUE ZERO.
           05  C-SEED-QUOT     PIC 9(18)   VALUE ZERO.

           05  C-APP-READ-CTR  PIC 9(5)    VALUE ZERO.
           05  C-APP-TBL-CTR   PIC 999     VALUE ZERO.
           05  C-APP-VALID     PIC XXX     VALUE 'YES'.
           05  C-REJ-REASON    PIC X(30)   VALUE SPACES.
           05  C-REJ-CTR       PIC 9(5)    VALUE ZERO.
           05  C-DUP-FOUND-SW  PIC XXX     VALUE 'NO'.

           05  C-HLDR-TBL-CTR  PIC 999     VALUE ZERO.
           05  C-HLDR-READ-CTR PIC 9(5)    VALUE ZERO.
           05  C-HLDR-SKIP-CTR PIC 9(5)    VALUE ZERO.
           05  HLDR-OVERFLOW-SW PIC XXX    VALUE 'NO'.
           05  C-HLDR-FOUND-SW PIC XXX     VALUE 'NO'.
           05  C-HLDR-FOUND-IDX PIC 999    VALUE ZERO.
           05  C-NEW-HLDR-CTR  PIC 9(5)    VALUE ZERO.
           05  C-PTS-LOST-CTR  PIC 9(5)    VALUE ZERO.

           05  C-PASS-CTR      PIC 999     VALUE ZERO.
           05  C-BEST-IDX      PIC 999     VALUE ZERO.
           05  C-WIN-CTR       PIC 9(5)    VALUE ZERO.
           05  C-LOSE-CTR      PIC 9(5)    VALUE ZERO.
           05  C-ZONE-WIN-CTR  PIC 9(5)    VALUE ZERO.

       01  SYS-DATE.
           05  I-YEAR          PIC 9(4).
           05  I-MONTH         PIC 99.
           05  I-DAY           PIC 99.



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER          PIC X(44)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'CP1A LICENSE DRAW'.
           05  FILLER          PIC X(44)   VALUE SPACES.
           COPY RPTPAGE.

       01  WINNER-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1D'.
           05  FILLER          PIC X(52)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'DRAW WINNERS LIST'.
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  REJECT-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'COBANL1D'.
           05  FILLER          PIC X(49)   VALUE SPACES.
           05  FILLER          PIC X(26)   VALUE
               'REJECTED DRAW APPLICATIONS'.
           05  FILLER          PIC X(49)   VALUE SPACES.

       01  ZONE-HEADING-LINE.
           05  FILLER          PIC X(14)   VALUE 'LICENSE TYPE: '.
           05  O-ZH-L-TYPE     PIC 99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'ZONE: '.
           05  O-ZH-ZONE       PIC Z9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'PERMITS AWARDED '.
           05  O-ZH-AWARD-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(8)    VALUE ' OF CAP '.
           05  O-ZH-CAP        PIC ZZ,ZZ9.
           05  FILLER          PIC X(64)   VALUE SPACES.

       01  WINNER-COLUMN-HEADING.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CUST ID'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'POINTS'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DRAW NUMBER'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'CHOICE'.
           05  FILLER          PIC X(83)   VALUE SPACES.

       01  WINNER-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-WN-CUSTID     PIC X(9).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WN-PTS        PIC Z9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WN-DRAW-NO    PIC 9(10).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WN-CHOICE     PIC X(6).
           05  FILLER          PIC X(82)   VALUE SPACES.

       01  NO-WINNER-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(30)   VALUE
               '** NO PERMITS AWARDED **'.
           05  FILLER          PIC X(97)   VALUE SPACES.

       01  REJECT-COLUMN-HEADING.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CUST ID'.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'TYPE'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'ZONE 1'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'ZONE 2'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'REASON'.
           05  FILLER          PIC X(80)   VALUE SPACES.

       01  REJECT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RJ-CUSTID     PIC X(9).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RJ-L-TYPE     PIC XX.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-RJ-ZONE-1     PIC XX.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-RJ-ZONE-2     PIC XX.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-RJ-REASON     PIC X(30).
           05  FILLER          PIC X(55)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(23)   VALUE
               'APPLICATIONS RECEIVED: '.
           05  O-APP-READ-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'AWARDED: '.
           05  O-WIN-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'NOT DRAWN: '.
           05  O-LOSE-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(43)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(11)   VALUE 'DRAW SEED: '.
           05  O-FIRST-SEED    PIC 9(10).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(23)   VALUE
               'NEW HOLDERS ON MASTER: '.
           05  O-NEW-HLDR-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(23)   VALUE
               'POINTS NOT TRACKED: '.
           05  O-PTS-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(45)   VALUE SPACES.

      *    ==== RESULTS NOTICE, ONE PER APPLICATION ====
       01  NTC-TITLE-LINE.
           05  FILLER          PIC X(20)   VALUE SPACES.
           05  FILLER          PIC X(40)   VALUE
               'CP1A LICENSE DRAW - RESULTS NOTICE'.
           05  FILLER          PIC X(20)   VALUE SPACES.

       01  NTC-DATE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DRAW DATE: '.
           05  O-NTC-DATE      PIC X(10).
           05  FILLER          PIC X(54)   VALUE SPACES.

       01  NTC-CUST-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'CUSTOMER ID: '.
           05  O-NTC-CUSTID    PIC X(9).
           05  FILLER          PIC X(53)   VALUE SPACES.

       01  NTC-APP-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'LICENSE TYPE: '.
           05  O-NTC-L-TYPE    PIC 99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'FIRST CHOICE: '.
           05  O-NTC-ZONE-1    PIC Z9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'SECOND CHOICE: '.
           05  O-NTC-ZONE-2    PIC Z9      BLANK WHEN ZERO.
           05  FILLER          PIC X(18)   VALUE SPACES.

       01  NTC-RESULT-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'RESULT: '.
           05  O-NTC-RESULT    PIC X(60).
           05  FILLER          PIC X(7)    VALUE SPACES.

       01  NTC-POINTS-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(33)   VALUE
               'PREFERENCE POINTS FOR NEXT DRAW: '.
           05  O-NTC-PTS       PIC Z9.
           05  FILLER          PIC X(40)   VALUE SPACES.

       01  C-RESULT-TEXT.
           05  FILLER          PIC X(23)   VALUE
               'AWARDED A PERMIT, ZONE '.
           05  C-RT-ZONE       PIC Z9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  C-RT-CHOICE     PIC X(33)   VALUE SPACES.


      *    ==== DRAW ZONES AND CAPS (TYPE X ZONE) ====
       01  QUOTA-TABLE.
           05  QT-TYPE-ENTRY OCCURS 15 TIMES.
               10  QT-ZONE-ENTRY OCCURS 20 TIMES.
                   15  QT-CAP          PIC 9(5).
                   15  QT-DRAW-SW      PIC X.
                   15  QT-AWARD-CTR    PIC 9(5).

      *    ==== VALID APPLICATIONS IN THE DRAW ====
       01  APP-TABLE.
           05  APP-ENTRY OCCURS 500 TIMES.
               10  AP-CUSTID       PIC X(9).
               10  AP-L-TYPE       PIC 99.
               10  AP-ZONE-1       PIC 99.
               10  AP-ZONE-2       PIC 99.
               10  AP-PTS          PIC 99.
               10  AP-DRAW-NO      PIC 9(10).
               10  AP-HLDR-IDX     PIC 999.
               10  AP-STATUS       PIC X.
               10  AP-AWARD-ZONE   PIC 99.
               10  AP-CHOICE       PIC 9.

      *    ==== LICENSE-HOLDER MASTER WORK TABLE ====
       01  HOLDER-TABLE.
           05  HLDR-ENTRY OCCURS 500 TIMES.
               10  HT-CUSTID       PIC X(9).
               10  HT-LIC-CTR      PIC 9(5).
               10  HT-LAST-TYPE    PIC 99.
               10  HT-LAST-SEASON  PIC 9.
               10  HT-PREF-PTS     PIC 99.
               10  HT-RESULT       PIC X.

      *    ==== REJECTED APPLICATION CAPTURE ====
       01  REJECT-TABLE.
           05  REJECT-ENTRY OCCURS 100 TIMES.
               10  RJ-CUSTID       PIC X(9).
               10  RJ-L-TYPE       PIC XX.
               10  RJ-ZONE-1       PIC XX.
               10  RJ-ZONE-2       PIC XX.
               10  RJ-REASON       PIC X(30).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL1D'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL1D.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-APPS = 'NO'.
           PERFORM 2500-RUN-DRAW.
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

           PERFORM 1100-LOAD-QUOTAS.
           PERFORM 1200-LOAD-SEED.
           PERFORM 1300-LOAD-HOLDERS.

           OPEN INPUT APPLICATION-IN.
           OPEN OUTPUT PRTOUT.

           PERFORM 9000-READ.


       1100-LOAD-QUOTAS.

           PERFORM 1110-INIT-QUOTA-ROW
               VARYING Y FROM 1 BY 1 UNTIL Y > 15.
           OPEN INPUT QUOTA-FILE.
           IF C-QUOTA-STATUS = '00' OR '05'
               PERFORM 1130-LOAD-ONE-QUOTA
                   UNTIL MORE-QUOTAS = 'NO'
               CLOSE QUOTA-FILE
           END-IF.


       1110-INIT-QUOTA-ROW.

           PERFORM 1120-INIT-QUOTA-CELL
               VARYING ZN FROM 1 BY 1 UNTIL ZN > 20.


       1120-INIT-QUOTA-CELL.

           MOVE ZERO TO QT-CAP (Y, ZN).
           MOVE SPACE TO QT-DRAW-SW (Y, ZN).
           MOVE ZERO TO QT-AWARD-CTR (Y, ZN).


      *    ONLY A CAPPED ZONE FLAGGED 'D' IS DRAWN; THE REST STAY
      *    FIRST-COME-FIRST-SERVED AT THE COUNTER.
       1130-LOAD-ONE-QUOTA.

           READ QUOTA-FILE
               AT END
                   MOVE 'NO' TO MORE-QUOTAS
           END-READ.
           IF MORE-QUOTAS = 'YES'
               AND ZQ-L-TYPE NUMERIC
               AND ZQ-L-TYPE > 0 AND ZQ-L-TYPE < 16
               AND ZQ-ZONE NUMERIC
               AND ZQ-ZONE > 0 AND ZQ-ZONE < 21
                   MOVE ZQ-CAP TO QT-CAP (ZQ-L-TYPE, ZQ-ZONE)
                   IF ZQ-DRAW-SW = 'D' AND ZQ-CAP > ZERO
                       MOVE 'D' TO QT-DRAW-SW (ZQ-L-TYPE, ZQ-ZONE)
                   END-IF
           END-IF.


      *    THE SEED CARD MAKES THE DRAW REPEATABLE FOR AN AUDIT;
      *    WITHOUT ONE THE RUN DATE IS THE SEED.
       1200-LOAD-SEED.

           MOVE C-RUN-DATE TO C-SEED.
           OPEN INPUT SEED-FILE.
           IF C-SEED-STATUS = '00'
               READ SEED-FILE
                   AT END
                       MOVE ZERO TO SD-SEED
               END-READ
               IF SD-SEED NUMERIC AND SD-SEED > ZERO
                   MOVE SD-SEED TO C-SEED
               END-IF
               CLOSE SEED-FILE
           END-IF.
           MOVE C-SEED TO C-FIRST-SEED.


      *    EVERY MASTER RECORD IS COPIED TO LICHLDRB AS IT IS READ;
      *    THE FIRST 500 ARE HELD FOR THE DRAW AND THE BACKUP ALSO
      *    SUPPLIES ANY BEYOND THAT WHEN LICHLDR IS REWRITTEN.
       1300-LOAD-HOLDERS.

           OPEN OUTPUT HOLDER-BACKUP.
           OPEN INPUT HOLDER-MASTER.
           IF C-HLDR-STATUS = '00' OR '05'
               PERFORM 1310-LOAD-ONE-HOLDER
                   UNTIL MORE-HLDRS = 'NO'
               CLOSE HOLDER-MASTER
           END-IF.
           CLOSE HOLDER-BACKUP.


       1310-LOAD-ONE-HOLDER.

           READ HOLDER-MASTER
               AT END
                   MOVE 'NO' TO MORE-HLDRS
           END-READ.
           IF MORE-HLDRS = 'YES'
               ADD 1 TO C-HLDR-READ-CTR
               WRITE BACKUP-REC FROM HOLDER-REC
               IF C-HLDR-TBL-CTR < 500
                   ADD 1 TO C-HLDR-TBL-CTR
                   MOVE LH-CUSTID TO HT-CUSTID (C-HLDR-TBL-CTR)
                   MOVE LH-LIC-CTR TO HT-LIC-CTR (C-HLDR-TBL-CTR)
                   MOVE LH-LAST-TYPE TO HT-LAST-TYPE (C-HLDR-TBL-CTR)
                   MOVE LH-LAST-SEASON
                       TO HT-LAST-SEASON (C-HLDR-TBL-CTR)
                   IF LH-PREF-PTS NUMERIC
                       MOVE LH-PREF-PTS
                           TO HT-PREF-PTS (C-HLDR-TBL-CTR)
                   ELSE
                       MOVE ZERO TO HT-PREF-PTS (C-HLDR-TBL-CTR)
                   END-IF
                   MOVE SPACE TO HT-RESULT (C-HLDR-TBL-CTR)
               ELSE
                   MOVE 'YES' TO HLDR-OVERFLOW-SW
               END-IF
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-APP-READ-CTR.
           PERFORM 2050-VALIDATION THRU 2050-EXIT.

           IF C-APP-VALID = 'YES'
               PERFORM 2100-ENTER-APPLICATION
           ELSE
               PERFORM 2300-REJECT-CAPTURE
           END-IF.

           PERFORM 9000-READ.


       2050-VALIDATION.

           MOVE 'YES' TO C-APP-VALID.
           MOVE SPACES TO C-REJ-REASON.

           IF DA-L-TYPE NOT NUMERIC
              OR DA-L-TYPE < 1 OR DA-L-TYPE > 15
               MOVE 'LICENSE TYPE OUT OF RANGE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF DA-ZONE-1 NOT NUMERIC
              OR DA-ZONE-1 < 1 OR DA-ZONE-1 > 20
               MOVE '1ST CHOICE ZONE OUT OF RANGE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF QT-DRAW-SW (DA-L-TYPE, DA-ZONE-1) NOT = 'D'
               MOVE '1ST CHOICE NOT A DRAW ZONE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF DA-ZONE-2-X = SPACES
               MOVE ZERO TO DA-ZONE-2
           END-IF.

           IF DA-ZONE-2 NOT NUMERIC
              OR DA-ZONE-2 > 20
               MOVE '2ND CHOICE ZONE OUT OF RANGE' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF DA-ZONE-2 > ZERO
               IF DA-ZONE-2 = DA-ZONE-1
                  OR QT-DRAW-SW (DA-L-TYPE, DA-ZONE-2) NOT = 'D'
                   MOVE '2ND CHOICE NOT A DRAW ZONE' TO C-REJ-REASON
                   GO TO 2050-REJECT
               END-IF
           END-IF.

           MOVE 'NO' TO C-DUP-FOUND-SW.
           PERFORM 2060-DUP-SEARCH
               VARYING X FROM 1 BY 1
                   UNTIL X > C-APP-TBL-CTR
                      OR C-DUP-FOUND-SW = 'YES'.
           IF C-DUP-FOUND-SW = 'YES'
               MOVE 'DUPLICATE APPLICATION' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           IF C-APP-TBL-CTR NOT < 500
               MOVE 'DRAW TABLE FULL' TO C-REJ-REASON
               GO TO 2050-REJECT
           END-IF.

           GO TO 2050-EXIT.

       2050-REJECT.
           MOVE 'NO' TO C-APP-VALID.

       2050-EXIT.
           EXIT.


      *    ONE APPLICATION PER CUSTOMER PER LICENSE TYPE.
       2060-DUP-SEARCH.

           IF AP-CUSTID (X) = DA-CUSTID
              AND AP-L-TYPE (X) = DA-L-TYPE
               MOVE 'YES' TO C-DUP-FOUND-SW
           END-IF.


      *    THE APPLICANT'S POINTS COME FROM THE HOLDER MASTER; A
      *    FIRST-TIME APPLICANT JOINS THE MASTER WITH NONE SO A
      *    LOSING DRAW STILL EARNS THE POINT.
       2100-ENTER-APPLICATION.

           ADD 1 TO C-APP-TBL-CTR.
           MOVE C-APP-TBL-CTR TO Z.
           MOVE DA-CUSTID TO AP-CUSTID (Z).
           MOVE DA-L-TYPE TO AP-L-TYPE (Z).
           MOVE DA-ZONE-1 TO AP-ZONE-1 (Z).
           MOVE DA-ZONE-2 TO AP-ZONE-2 (Z).
           MOVE 'P' TO AP-STATUS (Z).
           MOVE ZERO TO AP-AWARD-ZONE (Z).
           MOVE ZERO TO AP-CHOICE (Z).

           MOVE 'NO' TO C-HLDR-FOUND-SW.
           MOVE ZERO TO C-HLDR-FOUND-IDX.
           PERFORM 2110-HOLDER-SEARCH
               VARYING X FROM 1 BY 1
                   UNTIL X > C-HLDR-TBL-CTR
                      OR C-HLDR-FOUND-SW = 'YES'.

           IF C-HLDR-FOUND-SW = 'NO'
               IF C-HLDR-TBL-CTR < 500
                  AND HLDR-OVERFLOW-SW = 'NO'
                   ADD 1 TO C-HLDR-TBL-CTR
                   ADD 1 TO C-NEW-HLDR-CTR
                   MOVE C-HLDR-TBL-CTR TO C-HLDR-FOUND-IDX
                   MOVE DA-CUSTID TO HT-CUSTID (C-HLDR-TBL-CTR)
                   MOVE ZERO TO HT-LIC-CTR (C-HLDR-TBL-CTR)
                   MOVE ZERO TO HT-LAST-TYPE (C-HLDR-TBL-CTR)
                   MOVE ZERO TO HT-LAST-SEASON (C-HLDR-TBL-CTR)
                   MOVE ZERO TO HT-PREF-PTS (C-HLDR-TBL-CTR)
                   MOVE SPACE TO HT-RESULT (C-HLDR-TBL-CTR)
               ELSE
                   ADD 1 TO C-PTS-LOST-CTR
               END-IF
           END-IF.

           MOVE C-HLDR-FOUND-IDX TO AP-HLDR-IDX (Z).
           IF C-HLDR-FOUND-IDX > ZERO
               MOVE HT-PREF-PTS (C-HLDR-FOUND-IDX) TO AP-PTS (Z)
           ELSE
               MOVE ZERO TO AP-PTS (Z)
           END-IF.

           PERFORM 2150-NEXT-DRAW-NO.
           MOVE C-SEED TO AP-DRAW-NO (Z).


       2110-HOLDER-SEARCH.

           IF HT-CUSTID (X) = DA-CUSTID
               MOVE 'YES' TO C-HLDR-FOUND-SW
               MOVE X TO C-HLDR-FOUND-IDX
           END-IF.


      *    MULTIPLICATIVE CONGRUENTIAL GENERATOR, MULTIPLIER 16807
      *    MODULO 2147483647 - THE SAME SEED ALWAYS GIVES THE SAME
      *    SEQUENCE OF DRAW NUMBERS.
       2150-NEXT-DRAW-NO.

           IF C-SEED = ZERO OR C-SEED NOT < 2147483647
               DIVIDE C-SEED BY 2147483646
                   GIVING C-SEED-QUOT REMAINDER C-SEED
               ADD 1 TO C-SEED
           END-IF.
           COMPUTE C-SEED-PRODUCT = C-SEED * 16807.
           DIVIDE C-SEED-PRODUCT BY 2147483647
               GIVING C-SEED-QUOT REMAINDER C-SEED.


       2300-REJECT-CAPTURE.

           ADD 1 TO C-REJ-CTR.
           IF C-REJ-CTR NOT > 100
               MOVE DA-CUSTID TO RJ-CUSTID (C-REJ-CTR)
               MOVE DA-L-TYPE TO RJ-L-TYPE (C-REJ-CTR)
               MOVE DA-ZONE-1 TO RJ-ZONE-1 (C-REJ-CTR)
               MOVE DA-ZONE-2-X TO RJ-ZONE-2 (C-REJ-CTR)
               MOVE C-REJ-REASON TO RJ-REASON (C-REJ-CTR)
           END-IF.


      *    // -- THE DRAW: MOST POINTS FIRST, LOWEST DRAW NUMBER -- //
      *    // -- BREAKING TIES, ONE APPLICANT PER PASS.           -- //
       2500-RUN-DRAW.

           PERFORM 2510-DRAW-ONE
               VARYING C-PASS-CTR FROM 1 BY 1
                   UNTIL C-PASS-CTR > C-APP-TBL-CTR.


       2510-DRAW-ONE.

           MOVE ZERO TO C-BEST-IDX.
           PERFORM 2520-FIND-BEST
               VARYING X FROM 1 BY 1 UNTIL X > C-APP-TBL-CTR.
           IF C-BEST-IDX > ZERO
               PERFORM 2530-AWARD THRU 2530-EXIT
           END-IF.


       2520-FIND-BEST.

           IF AP-STATUS (X) = 'P'
               IF C-BEST-IDX = ZERO
                   MOVE X TO C-BEST-IDX
               ELSE
                   IF AP-PTS (X) > AP-PTS (C-BEST-IDX)
                      OR (AP-PTS (X) = AP-PTS (C-BEST-IDX)
                          AND AP-DRAW-NO (X)
                              < AP-DRAW-NO (C-BEST-IDX))
                       MOVE X TO C-BEST-IDX
                   END-IF
               END-IF
           END-IF.


       2530-AWARD.

           MOVE C-BEST-IDX TO Z.
           MOVE AP-L-TYPE (Z) TO Y.

           MOVE AP-ZONE-1 (Z) TO ZN.
           IF QT-AWARD-CTR (Y, ZN) < QT-CAP (Y, ZN)
               MOVE 1 TO AP-CHOICE (Z)
               GO TO 2530-WIN
           END-IF.

           IF AP-ZONE-2 (Z) > ZERO
               MOVE AP-ZONE-2 (Z) TO ZN
               IF QT-AWARD-CTR (Y, ZN) < QT-CAP (Y, ZN)
                   MOVE 2 TO AP-CHOICE (Z)
                   GO TO 2530-WIN
               END-IF
           END-IF.

           MOVE 'L' TO AP-STATUS (Z).
           ADD 1 TO C-LOSE-CTR.
           IF AP-HLDR-IDX (Z) > ZERO
               AND HT-RESULT (AP-HLDR-IDX (Z)) NOT = 'W'
                   MOVE 'L' TO HT-RESULT (AP-HLDR-IDX (Z))
           END-IF.
           GO TO 2530-EXIT.

       2530-WIN.
           MOVE 'W' TO AP-STATUS (Z).
           MOVE ZN TO AP-AWARD-ZONE (Z).
           ADD 1 TO QT-AWARD-CTR (Y, ZN).
           ADD 1 TO C-WIN-CTR.
           IF AP-HLDR-IDX (Z) > ZERO
               MOVE 'W' TO HT-RESULT (AP-HLDR-IDX (Z))
           END-IF.

       2530-EXIT.
           EXIT.



       3000-CLOSING.

           PERFORM 3100-WRITE-PERMITS.
           PERFORM 3200-WINNERS-LIST.
           PERFORM 3300-REJECT-SECTION.
           PERFORM 3400-UPDATE-POINTS.
           PERFORM 3500-NOTICES.

           MOVE C-APP-READ-CTR TO O-APP-READ-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE C-WIN-CTR TO O-WIN-CTR.
           MOVE C-LOSE-CTR TO O-LOSE-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-FIRST-SEED TO O-FIRST-SEED.
           MOVE C-NEW-HLDR-CTR TO O-NEW-HLDR-CTR.
           MOVE C-PTS-LOST-CTR TO O-PTS-LOST-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 2 LINES.

           CLOSE APPLICATION-IN.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-APP-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-WRITE-PERMITS.

           OPEN OUTPUT PERMIT-OUT.
           PERFORM 3110-WRITE-ONE-PERMIT
               VARYING X FROM 1 BY 1 UNTIL X > C-APP-TBL-CTR.
           CLOSE PERMIT-OUT.


       3110-WRITE-ONE-PERMIT.

           IF AP-STATUS (X) = 'W'
               MOVE AP-CUSTID (X) TO PM-CUSTID
               MOVE AP-L-TYPE (X) TO PM-L-TYPE
               MOVE AP-AWARD-ZONE (X) TO PM-ZONE
               MOVE C-RUN-DATE TO PM-DRAW-DATE
               WRITE PERMIT-REC
           END-IF.


      *    // -- WINNERS BY LICENSE TYPE AND DRAW ZONE, IN THE   -- //
      *    // -- ORDER THEY WERE DRAWN WITHIN THE ZONE.          -- //
       3200-WINNERS-LIST.

           PERFORM 9900-WINNER-HEADING.
           PERFORM 3210-WINNER-TYPE
               VARYING Y FROM 1 BY 1 UNTIL Y > 15.


       3210-WINNER-TYPE.

           PERFORM 3220-WINNER-ZONE
               VARYING ZN FROM 1 BY 1 UNTIL ZN > 20.


       3220-WINNER-ZONE.

           IF QT-DRAW-SW (Y, ZN) = 'D'
               MOVE Y TO O-ZH-L-TYPE
               MOVE ZN TO O-ZH-ZONE
               MOVE QT-AWARD-CTR (Y, ZN) TO O-ZH-AWARD-CTR
               MOVE QT-CAP (Y, ZN) TO O-ZH-CAP
               WRITE PRTLINE
                   FROM ZONE-HEADING-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9900-WINNER-HEADING
               END-WRITE
               MOVE ZERO TO C-ZONE-WIN-CTR
               PERFORM 3230-WINNER-ROW
                   VARYING X FROM 1 BY 1 UNTIL X > C-APP-TBL-CTR
               IF C-ZONE-WIN-CTR = ZERO
                   WRITE PRTLINE
                       FROM NO-WINNER-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM 9900-WINNER-HEADING
                   END-WRITE
               END-IF
           END-IF.


       3230-WINNER-ROW.

           IF AP-STATUS (X) = 'W'
              AND AP-L-TYPE (X) = Y
              AND AP-AWARD-ZONE (X) = ZN
               ADD 1 TO C-ZONE-WIN-CTR
               MOVE AP-CUSTID (X) TO O-WN-CUSTID
               MOVE AP-PTS (X) TO O-WN-PTS
               MOVE AP-DRAW-NO (X) TO O-WN-DRAW-NO
               IF AP-CHOICE (X) = 1
                   MOVE 'FIRST' TO O-WN-CHOICE
               ELSE
                   MOVE 'SECOND' TO O-WN-CHOICE
               END-IF
               WRITE PRTLINE
                   FROM WINNER-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-WINNER-HEADING
               END-WRITE
           END-IF.


       3300-REJECT-SECTION.

           PERFORM 9910-REJECT-HEADING.
           PERFORM 3310-REJECT-ROW
               VARYING Z FROM 1 BY 1
                   UNTIL Z > C-REJ-CTR
                      OR Z > 100.


       3310-REJECT-ROW.

           MOVE RJ-CUSTID (Z) TO O-RJ-CUSTID.
           MOVE RJ-L-TYPE (Z) TO O-RJ-L-TYPE.
           MOVE RJ-ZONE-1 (Z) TO O-RJ-ZONE-1.
           MOVE RJ-ZONE-2 (Z) TO O-RJ-ZONE-2.
           MOVE RJ-REASON (Z) TO O-RJ-REASON.
           WRITE PRTLINE
               FROM REJECT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9910-REJECT-HEADING.


      *    A HOLDER AWARDED ANY PERMIT STARTS OVER AT ZERO; ONE
      *    DRAWN FOR NOTHING GAINS A POINT.  HOLDERS PAST THE WORK
      *    TABLE ARE COPIED BACK FROM LICHLDRB UNCHANGED.
       3400-UPDATE-POINTS.

           OPEN OUTPUT HOLDER-MASTER.
           PERFORM 3410-WRITE-ONE-HOLDER
               VARYING X FROM 1 BY 1 UNTIL X > C-HLDR-TBL-CTR.
           IF HLDR-OVERFLOW-SW = 'YES'
               PERFORM 3420-COPY-OVERFLOW
           END-IF.
           CLOSE HOLDER-MASTER.


       3410-WRITE-ONE-HOLDER.

           IF HT-RESULT (X) = 'W'
               MOVE ZERO TO HT-PREF-PTS (X)
           END-IF.
           IF HT-RESULT (X) = 'L'
              AND HT-PREF-PTS (X) < 99
               ADD 1 TO HT-PREF-PTS (X)
           END-IF.
           MOVE HT-CUSTID (X) TO LH-CUSTID.
           MOVE HT-LIC-CTR (X) TO LH-LIC-CTR.
           MOVE HT-LAST-TYPE (X) TO LH-LAST-TYPE.
           MOVE HT-LAST-SEASON (X) TO LH-LAST-SEASON.
           MOVE HT-PREF-PTS (X) TO LH-PREF-PTS.
           WRITE HOLDER-REC.


       3420-COPY-OVERFLOW.

           MOVE 'YES' TO MORE-HLDRS.
           MOVE ZERO TO C-HLDR-SKIP-CTR.
           OPEN INPUT HOLDER-BACKUP.
           PERFORM 3430-COPY-ONE
               UNTIL MORE-HLDRS = 'NO'.
           CLOSE HOLDER-BACKUP.


       3430-COPY-ONE.

           READ HOLDER-BACKUP
               AT END
                   MOVE 'NO' TO MORE-HLDRS
           END-READ.
           IF MORE-HLDRS = 'YES'
               ADD 1 TO C-HLDR-SKIP-CTR
               IF C-HLDR-SKIP-CTR > 500
                   WRITE HOLDER-REC FROM BACKUP-REC
               END-IF
           END-IF.


      *    // -- ONE RESULTS NOTICE PER APPLICATION IN THE DRAW, -- //
      *    // -- EACH ON ITS OWN PAGE FOR MAILING.               -- //
       3500-NOTICES.

           OPEN OUTPUT NOTICE-OUT.
           PERFORM 3510-ONE-NOTICE
               VARYING X FROM 1 BY 1 UNTIL X > C-APP-TBL-CTR.
           CLOSE NOTICE-OUT.


       3510-ONE-NOTICE.

           MOVE O-DATE TO O-NTC-DATE.
           MOVE AP-CUSTID (X) TO O-NTC-CUSTID.
           MOVE AP-L-TYPE (X) TO O-NTC-L-TYPE.
           MOVE AP-ZONE-1 (X) TO O-NTC-ZONE-1.
           MOVE AP-ZONE-2 (X) TO O-NTC-ZONE-2.

           IF AP-STATUS (X) = 'W'
               MOVE AP-AWARD-ZONE (X) TO C-RT-ZONE
               IF AP-CHOICE (X) = 1
                   MOVE '(FIRST CHOICE)' TO C-RT-CHOICE
               ELSE
                   MOVE '(SECOND CHOICE)' TO C-RT-CHOICE
               END-IF
               MOVE C-RESULT-TEXT TO O-NTC-RESULT
           ELSE
               MOVE 'NOT DRAWN - NO PERMIT AWARDED THIS SEASON'
                   TO O-NTC-RESULT
           END-IF.

           IF AP-HLDR-IDX (X) > ZERO
               MOVE HT-PREF-PTS (AP-HLDR-IDX (X)) TO O-NTC-PTS
           ELSE
               MOVE AP-PTS (X) TO O-NTC-PTS
           END-IF.

           WRITE NOTICE-LINE
               FROM NTC-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE NOTICE-LINE
               FROM NTC-DATE-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE NOTICE-LINE
               FROM NTC-CUST-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE NOTICE-LINE
               FROM NTC-APP-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE NOTICE-LINE
               FROM NTC-RESULT-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE NOTICE-LINE
               FROM NTC-POINTS-LINE
                   AFTER ADVANCING 2 LINES.


       9000-READ.

           READ APPLICATION-IN
               AT END
                   MOVE 'NO' TO MORE-APPS.


       9900-WINNER-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM WINNER-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM WINNER-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.


       9910-REJECT-HEADING.

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
