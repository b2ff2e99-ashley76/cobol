       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLVAR00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * INGREDIENT USAGE VARIANCE - WASTE AND SHRINK.               *
      * ACTUAL USAGE PER INGREDIENT IS THE OPENING ON-HAND (INGINV) *
      * PLUS THE PERIOD'S RECEIPTS (INGRCPT) LESS THE PERIOD-END    *
      * PHYSICAL COUNT (INGCOUNT).  THEORETICAL USAGE IS THIS       *
      * PERIOD'S PIZZAQTY QUANTITIES EXPLODED THROUGH THE RECIPE    *
      * FILE (PIZZARCP), THE SAME WAY CBLING00 PROJECTS NEXT        *
      * PERIOD.  THE REPORT SHOWS THE VARIANCE IN UNITS AND IN      *
      * DOLLARS AT THE INGCOST UNIT COST AND FLAGS INGREDIENTS      *
      * WHOSE VARIANCE RUNS PAST THE TOLERANCE PERCENT ON THE       *
      * PARAMETER CARD.  THE COUNTED BALANCE IS THEN ROLLED FORWARD *
      * AS THE NEW ON-HAND FILE (INGINVN); AN INGREDIENT THAT WAS   *
      * NOT COUNTED CARRIES ITS BOOK BALANCE AND IS FLAGGED.  THE   *
      * PIZZAQTY TRAILER MUST PROVE OR NOTHING IS ROLLED FORWARD.   *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QTY-IN
               ASSIGN TO PIZZAQTY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-QTY-STATUS.

           SELECT RECIPE-FILE
               ASSIGN TO PIZZARCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECIPE-STATUS.

           SELECT OPTIONAL INVENTORY-FILE
               ASSIGN TO INGINV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-INV-STATUS.

           SELECT OPTIONAL RECEIPTS-FILE
               ASSIGN TO INGRCPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RCPT-STATUS.

           SELECT OPTIONAL COUNT-FILE
               ASSIGN TO INGCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COUNT-STATUS.

           SELECT OPTIONAL COST-FILE
               ASSIGN TO INGCOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-COST-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO VARPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT NEW-INVENTORY
               ASSIGN TO INGINVN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO INGVAR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD QTY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS QTY-REC.

       01  QTY-REC.
           05  QT-ITEM-NO         PIC X(4).
           05  QT-CUR-QTY         PIC 9(7).
           05  QT-PROJ-QTY        PIC 9(7).

       FD RECIPE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS RECIPE-REC.

       01  RECIPE-REC.
           05  RC-ITEM-NO         PIC X(4).
           05  RC-INGREDIENT      PIC X(20).
           05  RC-UNITS           PIC 999V99.

       FD INVENTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS INV-REC.

       01  INV-REC.
           05  IV-INGREDIENT      PIC X(20).
           05  IV-ON-HAND         PIC 9(9).
           05  IV-REORDER-PT      PIC 9(9).
           05  IV-PACK-SIZE       PIC 9(5).

       FD RECEIPTS-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RECEIPT-REC.

       01  RECEIPT-REC.
           05  RE-ORDER-LINE      PIC 9(4).
           05  RE-INGREDIENT      PIC X(20).
           05  RE-QTY-RECVD       PIC 9(9).
           05  RE-RECEIPT-DATE    PIC 9(8).

       FD COUNT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS COUNT-REC.

       01  COUNT-REC.
           05  CT-INGREDIENT      PIC X(20).
           05  CT-COUNT           PIC 9(9).
           05  CT-COUNT-DATE      PIC 9(8).

       FD COST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS COST-REC.

       01  COST-REC.
           05  CO-INGREDIENT      PIC X(20).
           05  CO-UNIT-COST       PIC 9(3)V9(4).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 3 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TOLERANCE     PIC 99V9.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD NEW-INVENTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS NEW-INV-REC.

       01  NEW-INV-REC.
           05  NV-INGREDIENT      PIC X(20).
           05  NV-ON-HAND         PIC 9(9).
           05  NV-REORDER-PT      PIC 9(9).
           05  NV-PACK-SIZE       PIC 9(5).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-QTY-STATUS     PIC XX         VALUE "00".
           05  C-RECIPE-STATUS  PIC XX         VALUE "00".
           05  C-INV-STATUS     PIC XX         VALUE "00".
           05  C-RCPT-STATUS    PIC XX         VALUE "00".
           05  C-COUNT-STATUS   PIC XX         VALUE "00".
           05  C-COST-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-RECS        PIC XXX        VALUE "YES".
           05  MORE-RECIPES     PIC XXX        VALUE "YES".
           05  MORE-INV         PIC XXX        VALUE "YES".
           05  MORE-RCPTS       PIC XXX        VALUE "YES".
           05  MORE-COUNTS      PIC XXX        VALUE "YES".
           05  MORE-COSTS       PIC XXX        VALUE "YES".
           05  C-RECIPE-TBL-CTR PIC 999        VALUE ZERO.
           05  C-COST-TBL-CTR   PIC 999        VALUE ZERO.
           05  C-ING-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-ING-FOUND-IDX  PIC 999        VALUE ZERO.
           05  ING-FOUND-SW     PIC XXX        VALUE "NO".
           05  COST-FOUND-SW    PIC XXX        VALUE "NO".
           05  H-INGREDIENT     PIC X(20)      VALUE SPACES.
           05  C-TOLERANCE      PIC 99V9       VALUE 5.0.
           05  C-TRL-CTR        PIC 9(7)       VALUE ZERO.
           05  C-TRL-HASH       PIC 9(7)       VALUE ZERO.
           05  TRAILER-SEEN-SW  PIC XXX        VALUE "NO".
           05  TRAILER-BAD-SW   PIC XXX        VALUE "NO".
           05  C-USAGE          PIC 9(9)V99    VALUE ZERO.
           05  C-ACTUAL         PIC S9(9)      VALUE ZERO.
           05  C-VAR-UNITS      PIC S9(9)V99   VALUE ZERO.
           05  C-VAR-ABS        PIC 9(9)V99    VALUE ZERO.
           05  C-VAR-DOLLARS    PIC S9(9)V99   VALUE ZERO.
           05  C-VAR-PCT        PIC S9(4)V9    VALUE ZERO.
           05  C-UNIT-COST      PIC 9(3)V9(4)  VALUE ZERO.
           05  C-NEW-ON-HAND    PIC S9(9)      VALUE ZERO.
           05  C-NORECIPE-CTR   PIC 9(3)       VALUE ZERO.
           05  C-FLAG-CTR       PIC 9(3)       VALUE ZERO.
           05  C-NOCOUNT-CTR    PIC 9(3)       VALUE ZERO.
           05  C-NOCOST-CTR     PIC 9(3)       VALUE ZERO.
           05  C-ING-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-TOT-VAR-DOLLARS PIC S9(9)V99  VALUE ZERO.
           05  C-TOT-OVER-DOLLARS PIC 9(9)V99  VALUE ZERO.
           05  RECIPE-HIT-SW    PIC XXX        VALUE "NO".

       01  RECIPE-TABLE.
           05  RECIPE-ENTRY OCCURS 100 TIMES INDEXED BY RECIPE-IDX.
               10  TR-ITEM-NO     PIC X(4).
               10  TR-INGREDIENT  PIC X(20).
               10  TR-UNITS       PIC 999V99.

       01  COST-TABLE.
           05  COST-ENTRY OCCURS 100 TIMES INDEXED BY COST-IDX.
               10  TC-INGREDIENT  PIC X(20).
               10  TC-UNIT-COST   PIC 9(3)V9(4).

      *    ONE ROW PER INGREDIENT SEEN ON ANY OF THE INPUTS.
       01  ING-TABLE.
           05  ING-ENTRY OCCURS 100 TIMES INDEXED BY ING-IDX.
               10  TG-INGREDIENT  PIC X(20).
               10  TG-OPENING     PIC 9(9).
               10  TG-RECEIPTS    PIC 9(9).
               10  TG-COUNT       PIC 9(9).
               10  TG-THEORETICAL PIC 9(9)V99.
               10  TG-REORDER-PT  PIC 9(9).
               10  TG-PACK-SIZE   PIC 9(5).
               10  TG-COUNTED-SW  PIC X.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLVAR00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(34)   VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'INGREDIENT USAGE VARIANCE - WASTE/SHRINK'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  TOLERANCE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'VARIANCE TOLERANCE PERCENT:  '.
           05  O-TOLERANCE      PIC Z9.9.
           05  FILLER           PIC X       VALUE "%".
           05  FILLER           PIC X(97)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '     OPENING'.
           05  FILLER           PIC X(12)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '    PHYSICAL'.
           05  FILLER           PIC X(12)   VALUE '      ACTUAL'.
           05  FILLER           PIC X(14)   VALUE '   THEORETICAL'.
           05  FILLER           PIC X(15)   VALUE '       VARIANCE'.
           05  FILLER           PIC X(15)   VALUE '       VARIANCE'.
           05  FILLER           PIC X(9)    VALUE ' VARIANCE'.
           05  FILLER           PIC X(11)   VALUE SPACES.

       01  COLUMN-HEADING-2.
           05  FILLER           PIC X(20)   VALUE 'INGREDIENT'.
           05  FILLER           PIC X(12)   VALUE '     ON HAND'.
           05  FILLER           PIC X(12)   VALUE '    RECEIPTS'.
           05  FILLER           PIC X(12)   VALUE '       COUNT'.
           05  FILLER           PIC X(12)   VALUE '       USAGE'.
           05  FILLER           PIC X(14)   VALUE '         USAGE'.
           05  FILLER           PIC X(15)   VALUE '          UNITS'.
           05  FILLER           PIC X(15)   VALUE '        DOLLARS'.
           05  FILLER           PIC X(9)    VALUE '  PERCENT'.
           05  FILLER           PIC X(11)   VALUE SPACES.

       01  DETAIL-LINE.
           05  O-INGREDIENT     PIC X(20).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-OPENING        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RECEIPTS       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-ACTUAL         PIC ZZZ,ZZZ,ZZ9-.
           05  O-THEORETICAL    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-VAR-UNITS      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-VAR-DOLLARS    PIC $$,$$$,$$9.99-.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-VAR-PCT        PIC ZZZ9.9-.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-FLAG           PIC X(11).

       01  NORECIPE-LINE.
           05  FILLER           PIC X(5)    VALUE 'ITEM '.
           05  O-NR-ITEM-NO     PIC X(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(46)   VALUE
               'HAS NO RECIPE ON FILE - NOT IN THEORETICAL.'.
           05  FILLER           PIC X(74)   VALUE SPACES.

       01  TRAILER-BAD-LINE.
           05  FILLER           PIC X(51)   VALUE
               '** PIZZAQTY TRAILER MISSING OR WRONG - FILE MAY BE'.
           05  FILLER           PIC X(53)   VALUE
               ' TRUNCATED.  ON-HAND NOT ROLLED.  STEP FAILED. **'.
           05  FILLER           PIC X(28)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(29)   VALUE
               'NET VARIANCE DOLLARS:        '.
           05  O-TOT-VAR-DOLLARS PIC $$$,$$$,$$9.99-.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(29)   VALUE
               'WASTE/SHRINK DOLLARS:        '.
           05  O-TOT-OVER-DOLLARS PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(39)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(17)   VALUE
               'OVER TOLERANCE:  '.
           05  O-FLAG-CTR       PIC ZZ9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'NOT COUNTED: '.
           05  O-NOCOUNT-CTR    PIC ZZ9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'NO UNIT COST: '.
           05  O-NOCOST-CTR     PIC ZZ9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'ITEMS WITHOUT RECIPES: '.
           05  O-NORECIPE-CTR   PIC ZZ9.
           05  FILLER           PIC X(38)   VALUE SPACES.

       01  ING-FULL-LINE.
           05  FILLER           PIC X(56)   VALUE
               '** INGREDIENT TABLE FULL - ENTRIES NOT TRACKED: '.
           05  O-ING-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLVAR00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".
           PERFORM 3000-CLOSING.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.

           PERFORM 1050-READ-PARM.
           PERFORM 1100-READ-RECIPES.
           PERFORM 1150-READ-COSTS.
           PERFORM 1200-READ-INVENTORY.
           PERFORM 1300-READ-RECEIPTS.
           PERFORM 1400-READ-COUNTS.

           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.
           OPEN INPUT QTY-IN.
           IF C-QTY-STATUS = "00"
               PERFORM 9000-READ
           ELSE
               MOVE "NO" TO MORE-RECS
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

      *    NO CARD MEANS A 5.0 PERCENT TOLERANCE.
       1050-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-TOLERANCE NUMERIC
                  AND PARM-TOLERANCE > ZERO
                   MOVE PARM-TOLERANCE TO C-TOLERANCE
               END-IF
               CLOSE PARM-CARD
           END-IF.


       1100-READ-RECIPES.
           OPEN INPUT RECIPE-FILE.
           IF C-RECIPE-STATUS = "00"
               PERFORM 1110-READ-RECIPE
                   UNTIL MORE-RECIPES = "NO"
               CLOSE RECIPE-FILE
           END-IF.

       1110-READ-RECIPE.
           READ RECIPE-FILE
               AT END
                   MOVE "NO" TO MORE-RECIPES
           END-READ.
           IF MORE-RECIPES = "YES"
               AND C-RECIPE-TBL-CTR < 100
                   ADD 1 TO C-RECIPE-TBL-CTR
                   MOVE RC-ITEM-NO
                       TO TR-ITEM-NO (C-RECIPE-TBL-CTR)
                   MOVE RC-INGREDIENT
                       TO TR-INGREDIENT (C-RECIPE-TBL-CTR)
                   MOVE RC-UNITS
                       TO TR-UNITS (C-RECIPE-TBL-CTR)
           END-IF.


       1150-READ-COSTS.
           OPEN INPUT COST-FILE.
           IF C-COST-STATUS = "00" OR "05"
               PERFORM 1160-READ-COST
                   UNTIL MORE-COSTS = "NO"
               CLOSE COST-FILE
           END-IF.

       1160-READ-COST.
           READ COST-FILE
               AT END
                   MOVE "NO" TO MORE-COSTS
           END-READ.
           IF MORE-COSTS = "YES"
               AND C-COST-TBL-CTR < 100
               AND CO-UNIT-COST NUMERIC
                   ADD 1 TO C-COST-TBL-CTR
                   MOVE CO-INGREDIENT
                       TO TC-INGREDIENT (C-COST-TBL-CTR)
                   MOVE CO-UNIT-COST
                       TO TC-UNIT-COST (C-COST-TBL-CTR)
           END-IF.


      *    THE OPENING BALANCE IS LAST PERIOD'S ROLLED-FORWARD
      *    ON-HAND; REORDER POINT AND PACK SIZE CARRY ACROSS.
       1200-READ-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           IF C-INV-STATUS = "00" OR "05"
               PERFORM 1210-READ-INV-REC
                   UNTIL MORE-INV = "NO"
               CLOSE INVENTORY-FILE
           END-IF.

       1210-READ-INV-REC.
           READ INVENTORY-FILE
               AT END
                   MOVE "NO" TO MORE-INV
           END-READ.
           IF MORE-INV = "YES"
               MOVE IV-INGREDIENT TO H-INGREDIENT
               PERFORM 2200-ING-FIND
               IF C-ING-FOUND-IDX > ZERO
                   SET ING-IDX TO C-ING-FOUND-IDX
                   MOVE IV-ON-HAND TO TG-OPENING (ING-IDX)
                   MOVE IV-REORDER-PT TO TG-REORDER-PT (ING-IDX)
                   MOVE IV-PACK-SIZE TO TG-PACK-SIZE (ING-IDX)
               END-IF
           END-IF.


       1300-READ-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE.
           IF C-RCPT-STATUS = "00" OR "05"
               PERFORM 1310-READ-RECEIPT
                   UNTIL MORE-RCPTS = "NO"
               CLOSE RECEIPTS-FILE
           END-IF.

       1310-READ-RECEIPT.
           READ RECEIPTS-FILE
               AT END
                   MOVE "NO" TO MORE-RCPTS
           END-READ.
           IF MORE-RCPTS = "YES"
               AND RE-QTY-RECVD NUMERIC
                   MOVE RE-INGREDIENT TO H-INGREDIENT
                   PERFORM 2200-ING-FIND
                   IF C-ING-FOUND-IDX > ZERO
                       SET ING-IDX TO C-ING-FOUND-IDX
                       ADD RE-QTY-RECVD TO TG-RECEIPTS (ING-IDX)
                   END-IF
           END-IF.


       1400-READ-COUNTS.
           OPEN INPUT COUNT-FILE.
           IF C-COUNT-STATUS = "00" OR "05"
               PERFORM 1410-READ-COUNT
                   UNTIL MORE-COUNTS = "NO"
               CLOSE COUNT-FILE
           END-IF.

      *    A RECOUNT OF THE SAME INGREDIENT REPLACES THE EARLIER ONE.
       1410-READ-COUNT.
           READ COUNT-FILE
               AT END
                   MOVE "NO" TO MORE-COUNTS
           END-READ.
           IF MORE-COUNTS = "YES"
               AND CT-COUNT NUMERIC
                   MOVE CT-INGREDIENT TO H-INGREDIENT
                   PERFORM 2200-ING-FIND
                   IF C-ING-FOUND-IDX > ZERO
                       SET ING-IDX TO C-ING-FOUND-IDX
                       MOVE CT-COUNT TO TG-COUNT (ING-IDX)
                       MOVE "Y" TO TG-COUNTED-SW (ING-IDX)
                   END-IF
           END-IF.


       2000-MAINLINE.
           IF QT-ITEM-NO = 'TRLR'
               PERFORM 2050-TRAILER-CHECK
           ELSE
               PERFORM 2060-EXPLODE-ONE
           END-IF.
           PERFORM 9000-READ.

      *    THE TRAILER MUST AGREE WITH WHAT WAS ACTUALLY READ.
       2050-TRAILER-CHECK.
           MOVE "YES" TO TRAILER-SEEN-SW.
           IF QT-CUR-QTY NOT = C-TRL-CTR
              OR QT-PROJ-QTY NOT = C-TRL-HASH
               MOVE "YES" TO TRAILER-BAD-SW
           END-IF.

      *    THEORETICAL USAGE RUNS OFF THE QUANTITY ACTUALLY SOLD
      *    THIS PERIOD, NOT THE PROJECTION.
       2060-EXPLODE-ONE.
           ADD 1 TO C-TRL-CTR.
           ADD QT-PROJ-QTY TO C-TRL-HASH.
           MOVE "NO" TO RECIPE-HIT-SW.
           PERFORM 2100-EXPLODE
               VARYING RECIPE-IDX FROM 1 BY 1
                   UNTIL RECIPE-IDX > C-RECIPE-TBL-CTR.
           IF RECIPE-HIT-SW = "NO"
               AND QT-CUR-QTY > ZERO
                   ADD 1 TO C-NORECIPE-CTR
                   MOVE QT-ITEM-NO TO O-NR-ITEM-NO
                   WRITE PRTLINE
                       FROM NORECIPE-LINE
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM 9100-HEADING
                   END-WRITE
           END-IF.

       2100-EXPLODE.
           IF TR-ITEM-NO (RECIPE-IDX) = QT-ITEM-NO
               MOVE "YES" TO RECIPE-HIT-SW
               COMPUTE C-USAGE =
                   QT-CUR-QTY * TR-UNITS (RECIPE-IDX)
               MOVE TR-INGREDIENT (RECIPE-IDX) TO H-INGREDIENT
               PERFORM 2200-ING-FIND
               IF C-ING-FOUND-IDX > ZERO
                   SET ING-IDX TO C-ING-FOUND-IDX
                   ADD C-USAGE TO TG-THEORETICAL (ING-IDX)
               END-IF
           END-IF.

       2200-ING-FIND.
           MOVE "NO" TO ING-FOUND-SW.
           MOVE ZERO TO C-ING-FOUND-IDX.
           PERFORM 2210-ING-LOOKUP
               VARYING ING-IDX FROM 1 BY 1
                   UNTIL ING-IDX > C-ING-TBL-CTR
                      OR ING-FOUND-SW = "YES".
           IF ING-FOUND-SW = "NO"
               IF C-ING-TBL-CTR < 100
                   ADD 1 TO C-ING-TBL-CTR
                   MOVE C-ING-TBL-CTR TO C-ING-FOUND-IDX
                   SET ING-IDX TO C-ING-TBL-CTR
                   MOVE H-INGREDIENT TO TG-INGREDIENT (ING-IDX)
                   MOVE ZERO TO TG-OPENING (ING-IDX)
                   MOVE ZERO TO TG-RECEIPTS (ING-IDX)
                   MOVE ZERO TO TG-COUNT (ING-IDX)
                   MOVE ZERO TO TG-THEORETICAL (ING-IDX)
                   MOVE ZERO TO TG-REORDER-PT (ING-IDX)
                   MOVE ZERO TO TG-PACK-SIZE (ING-IDX)
                   MOVE "N" TO TG-COUNTED-SW (ING-IDX)
               ELSE
                   ADD 1 TO C-ING-LOST-CTR
               END-IF
           END-IF.

       2210-ING-LOOKUP.
           IF TG-INGREDIENT (ING-IDX) = H-INGREDIENT
               MOVE "YES" TO ING-FOUND-SW
               MOVE ING-IDX TO C-ING-FOUND-IDX
           END-IF.


       3000-CLOSING.
           CLOSE QTY-IN.
           IF TRAILER-SEEN-SW = "NO"
              OR TRAILER-BAD-SW = "YES"
               WRITE PRTLINE
                   FROM TRAILER-BAD-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
               CLOSE PRTOUT
               MOVE 'FAILED' TO AUD-STATUS
               MOVE C-TRL-CTR TO AUD-REC-CTR
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3050-VARIANCE-REPORT
           END-IF.

       3050-VARIANCE-REPORT.
           OPEN OUTPUT NEW-INVENTORY.
           PERFORM 3100-VARIANCE-LINE
               VARYING ING-IDX FROM 1 BY 1
                   UNTIL ING-IDX > C-ING-TBL-CTR.
           CLOSE NEW-INVENTORY.

           MOVE C-TOT-VAR-DOLLARS TO O-TOT-VAR-DOLLARS.
           MOVE C-TOT-OVER-DOLLARS TO O-TOT-OVER-DOLLARS.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-FLAG-CTR TO O-FLAG-CTR.
           MOVE C-NOCOUNT-CTR TO O-NOCOUNT-CTR.
           MOVE C-NOCOST-CTR TO O-NOCOST-CTR.
           MOVE C-NORECIPE-CTR TO O-NORECIPE-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 2 LINES.
           IF C-ING-LOST-CTR > ZERO
               MOVE C-ING-LOST-CTR TO O-ING-LOST-CTR
               WRITE PRTLINE
                   FROM ING-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-ING-TBL-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

      *    ACTUAL = OPENING + RECEIPTS - COUNT.  A POSITIVE VARIANCE
      *    (ACTUAL OVER THEORETICAL) IS WASTE OR SHRINK.  WITH NO
      *    COUNT THE BOOK BALANCE STANDS IN AND THERE IS NO VARIANCE
      *    TO REPORT.
       3100-VARIANCE-LINE.
           MOVE SPACES TO O-FLAG.
           IF TG-COUNTED-SW (ING-IDX) = "Y"
               COMPUTE C-ACTUAL = TG-OPENING (ING-IDX)
                   + TG-RECEIPTS (ING-IDX) - TG-COUNT (ING-IDX)
               MOVE TG-COUNT (ING-IDX) TO C-NEW-ON-HAND
           ELSE
               COMPUTE C-ACTUAL ROUNDED = TG-THEORETICAL (ING-IDX)
               COMPUTE C-NEW-ON-HAND = TG-OPENING (ING-IDX)
                   + TG-RECEIPTS (ING-IDX) - C-ACTUAL
               IF C-NEW-ON-HAND < ZERO
                   MOVE ZERO TO C-NEW-ON-HAND
               END-IF
               ADD 1 TO C-NOCOUNT-CTR
               MOVE "NOT COUNTED" TO O-FLAG
           END-IF.
           COMPUTE C-VAR-UNITS = C-ACTUAL - TG-THEORETICAL (ING-IDX).

           PERFORM 3150-COST-FIND.
           COMPUTE C-VAR-DOLLARS ROUNDED = C-VAR-UNITS * C-UNIT-COST.
           ADD C-VAR-DOLLARS TO C-TOT-VAR-DOLLARS.
           IF C-VAR-DOLLARS > ZERO
               ADD C-VAR-DOLLARS TO C-TOT-OVER-DOLLARS
           END-IF.

           IF C-VAR-UNITS < ZERO
               COMPUTE C-VAR-ABS = ZERO - C-VAR-UNITS
           ELSE
               MOVE C-VAR-UNITS TO C-VAR-ABS
           END-IF.
           IF TG-THEORETICAL (ING-IDX) > ZERO
               COMPUTE C-VAR-PCT ROUNDED =
                   C-VAR-UNITS * 100 / TG-THEORETICAL (ING-IDX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO C-VAR-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO C-VAR-PCT
           END-IF.
           IF TG-COUNTED-SW (ING-IDX) = "Y"
               IF C-VAR-ABS > ZERO
                  AND (TG-THEORETICAL (ING-IDX) = ZERO
                   OR C-VAR-ABS * 100 >
                      TG-THEORETICAL (ING-IDX) * C-TOLERANCE)
                   ADD 1 TO C-FLAG-CTR
                   MOVE "** OVER TOL" TO O-FLAG
               END-IF
           END-IF.

           MOVE TG-INGREDIENT (ING-IDX) TO O-INGREDIENT.
           MOVE TG-OPENING (ING-IDX) TO O-OPENING.
           MOVE TG-RECEIPTS (ING-IDX) TO O-RECEIPTS.
           MOVE TG-COUNT (ING-IDX) TO O-COUNT.
           MOVE C-ACTUAL TO O-ACTUAL.
           MOVE TG-THEORETICAL (ING-IDX) TO O-THEORETICAL.
           MOVE C-VAR-UNITS TO O-VAR-UNITS.
           MOVE C-VAR-DOLLARS TO O-VAR-DOLLARS.
           MOVE C-VAR-PCT TO O-VAR-PCT.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

           MOVE TG-INGREDIENT (ING-IDX) TO NV-INGREDIENT.
           MOVE C-NEW-ON-HAND TO NV-ON-HAND.
           MOVE TG-REORDER-PT (ING-IDX) TO NV-REORDER-PT.
           MOVE TG-PACK-SIZE (ING-IDX) TO NV-PACK-SIZE.
           WRITE NEW-INV-REC.

      *    NO UNIT COST ON FILE PRICES THE VARIANCE AT ZERO AND IS
      *    COUNTED SO THE COST FILE CAN BE FIXED.
       3150-COST-FIND.
           MOVE ZERO TO C-UNIT-COST.
           MOVE "NO" TO COST-FOUND-SW.
           PERFORM 3160-COST-SEARCH
               VARYING COST-IDX FROM 1 BY 1
                   UNTIL COST-IDX > C-COST-TBL-CTR
                      OR COST-FOUND-SW = "YES".
           IF COST-FOUND-SW = "NO"
               ADD 1 TO C-NOCOST-CTR
           END-IF.

       3160-COST-SEARCH.
           IF TC-INGREDIENT (COST-IDX) = TG-INGREDIENT (ING-IDX)
               MOVE "YES" TO COST-FOUND-SW
               MOVE TC-UNIT-COST (COST-IDX) TO C-UNIT-COST
           END-IF.


       9000-READ.
           READ QTY-IN
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           MOVE C-TOLERANCE TO O-TOLERANCE.
           WRITE PRTLINE
               FROM TOLERANCE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-2
                   AFTER ADVANCING 1 LINE.
