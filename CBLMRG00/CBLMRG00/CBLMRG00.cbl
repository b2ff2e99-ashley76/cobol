      * THE PARAMETER CARD.  INGREDIENTS WITH NO COST ON FILE ARE   *
      * LISTED SO THE COST FILE CAN BE FIXED BEFORE THE QUARTERLY   *
      * MENU PRICING REVIEW LEANS ON A SHORT COST.                  *
      *                                                             *
      * 10/15/26  AL  EACH ITEM'S COST, PRICE AND MARGIN ALSO GO TO *
      *               AN INTERFACE FILE, WITH A COUNT TRAILER, FOR  *
      *               THE CBLMEN00 MENU ENGINEERING REPORT.  ITEMS  *
      *               WITH NO PRICE OR AN INCOMPLETE COST ARE       *
      *               MARKED SO THEY ARE NOT CLASSIFIED.            *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK, AND STAMPS THE RUN AUDIT LOG.     *
      ***************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT MARGIN-OUT
               ASSIGN TO PIZZAMGN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO PIZZAMRG
               ORGANIZATION IS RECORD SEQUENTIAL.
       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

      *    VALID = Y WHEN THE ITEM HAS A PRICE AND A FULL COST.
       FD MARGIN-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS MG-REC.

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

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  C-NOCOST-CTR     PIC 999        VALUE ZERO.
           05  C-FLAG-CTR       PIC 999        VALUE ZERO.
           05  C-BUS-DATE       PIC 9(8)       VALUE ZERO.
           05  C-MG-REC-CTR     PIC 9(7)       VALUE ZERO.
           05  RECIPE-OPEN-SW   PIC XXX        VALUE "NO".

       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 50 TIMES INDEXED BY ITEM-IDX.
           05  O-NOCOST-CTR     PIC ZZ9.
           05  FILLER           PIC X(58)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLMRG00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLMRG00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECIPES = "NO".


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
      *    THAN SPIN ON A FILE THAT NEVER OPENED.
           OPEN INPUT RECIPE-FILE.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT MARGIN-OUT.
           PERFORM 9100-HEADING.
           IF C-RECIPE-STATUS NOT = "00"
               WRITE PRTLINE
               MOVE "NO" TO MORE-RECIPES
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "YES" TO RECIPE-OPEN-SW
               PERFORM 9000-READ
           END-IF.

               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

      *    NO TRAILER WITHOUT A RECIPE FILE, SO CBLMEN00 STOPS TOO.
           IF RECIPE-OPEN-SW = "YES"
               MOVE SPACES TO MG-REC
               MOVE 'TRLR' TO MT-ID
               MOVE C-MG-REC-CTR TO MT-REC-CTR
               WRITE MG-REC
           END-IF.

           CLOSE RECIPE-FILE.
           CLOSE PRTOUT.
           CLOSE MARGIN-OUT.
           IF RETURN-CODE = 16
               MOVE 'FAILED' TO AUD-STATUS
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
           END-IF.
           MOVE C-ITEM-TBL-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF AUD-STATUS = 'FAILED'
               MOVE 16 TO RETURN-CODE
           END-IF.


       3100-MARGIN-LINE.
                       AT EOP
                           PERFORM 9100-HEADING.

           MOVE TI-ITEM-NO (ITEM-IDX) TO MG-ITEM-NO.
           MOVE TI-COST (ITEM-IDX) TO MG-COST.
           MOVE C-SELL-PRICE TO MG-PRICE.
           IF PRICE-FOUND-SW = "YES"
              AND C-SELL-PRICE > ZERO
              AND TI-NOCOST-SW (ITEM-IDX) = "N"
               MOVE C-MARGIN TO MG-MARGIN
               MOVE "Y" TO MG-VALID
           ELSE
               MOVE ZERO TO MG-MARGIN
               MOVE "N" TO MG-VALID
           END-IF.
           WRITE MG-REC.
           ADD 1 TO C-MG-REC-CTR.

      *    THE PRICE IN EFFECT ON THE BUSINESS DATE, EXACTLY AS
      *    CBLANL01 PICKS IT FOR THE SALES REPORT.
       3200-PRICE-LOOKUP.
