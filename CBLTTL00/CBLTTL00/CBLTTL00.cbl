       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLTTL00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * STATE BOAT REGISTRATION / TITLE APPLICATION EXTRACT.        *
      * JOINS EACH CBLBOAT1 SALE (STATE, PURCHASE DATE, COST) TO    *
      * THE HULL NUMBER THE SALE TOOK IN CBLINV00 - FROM THE        *
      * WARRANTY REGISTRATION FILE BOATWREG, MATCHED ON CUSTOMER    *
      * NUMBER, SALE DATE AND BOAT TYPE; A USED-UNIT SALE IS ON     *
      * THAT FILE TOO, FLAGGED U, UNDER ITS USED STOCK NUMBER - AND *
      * TO THE BUYER'S NAME AND ADDRESS ON THE BOAT CUSTOMER        *
      * MASTER (BCUSTMST).  SALES ARE TAKEN IN STATE ORDER AND      *
      * EACH STATE GETS ITS OWN SEGMENT OF THE REGISTRATION         *
      * EXTRACT (BOATTTLX): A HEADER, ONE FIXED-FORMAT              *
      * REGISTRATION RECORD PER SALE AND A TRAILER WITH THE RECORD  *
      * COUNT AND PRICE HASH TOTAL, PLUS ITS OWN PAGES OF THE       *
      * PRINTED TRANSMITTAL LIST (BOATTTRN).                        *
      * A SALE WITH NO HULL MATCH, NO CUSTOMER OR AN INCOMPLETE     *
      * ADDRESS GOES TO THE EXCEPTION LIST (BOATTERR) INSTEAD.      *
      * TRADE-IN RECORDS ARE SKIPPED.                               *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOAT-MASTER
               ASSIGN TO CBLBOAT1
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-SALES
               ASSIGN TO BOATTSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK39".

           SELECT OPTIONAL WARRANTY-REG
               ASSIGN TO BOATWREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WREG-STATUS.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO BCUSTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CUSTM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT TITLE-EXTRACT
               ASSIGN TO BOATTTLX
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO BOATTTRN
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO BOATTERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS BOAT-IN-REC.

       01  BOAT-IN-REC              PIC X(60).

       FD SORTED-SALES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS I-REC.

       01  I-REC.
           05  I-LAST-NAME           PIC X(15).
           05  I-STATE               PIC XX.
           05  I-BOAT-COST           PIC 9(6)V99.
           05  I-PURCHASE-DATE.
               10  I-PURCHASE-YY     PIC 9(4).
               10  I-PURCHASE-MM     PIC 99.
               10  I-PURCHASE-DD     PIC 99.
           05  I-BOAT-TYPE           PIC X.
           05  I-ACCESS-PACKAGE      PIC 9.
           05  I-PREP-COST           PIC 9(5)V99.
           05  I-SALESPERSON         PIC X(3).
           05  I-REC-TYPE            PIC X.
           05  I-CUST-NO             PIC 9(6).
           05  I-PROMISE-DATE        PIC 9(8).

       SD SORT-WORK.
       01  SD-REC.
           05  FILLER                PIC X(15).
           05  SD-STATE              PIC XX.
           05  FILLER                PIC X(37).
           05  SD-CUST-NO            PIC 9(6).

       FD WARRANTY-REG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS WARR-REG-REC.

       01  WARR-REG-REC.
           05  WR-HULL-NO        PIC X(8).
           05  WR-BOAT-TYPE      PIC X.
           05  WR-CUST-NO        PIC 9(6).
           05  WR-SALE-DATE      PIC 9(8).
           05  WR-COVER-END      PIC 9(8).
           05  WR-NEW-USED       PIC X.

       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CUST-MST-REC.

       01  CUST-MST-REC.
           05  BC-CUST-NO           PIC 9(6).
           05  BC-NAME              PIC X(25).
           05  BC-ADDRESS           PIC X(25).
           05  BC-CITY              PIC X(15).
           05  BC-STATE             PIC XX.
           05  BC-ZIP               PIC X(9).
           05  BC-PHONE             PIC X(10).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD TITLE-EXTRACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS RX-REC.

       01  RX-REC.
           05  RX-REC-TYPE          PIC X.
           05  RX-STATE             PIC XX.
           05  RX-HULL-NO           PIC X(8).
           05  RX-BOAT-TYPE         PIC X.
           05  RX-PURCHASE-DATE     PIC 9(8).
           05  RX-PRICE             PIC 9(6)V99.
           05  RX-CUST-NO           PIC 9(6).
           05  RX-NAME              PIC X(25).
           05  RX-ADDRESS           PIC X(25).
           05  RX-CITY              PIC X(15).
           05  RX-OWNER-STATE       PIC XX.
           05  RX-ZIP               PIC X(9).
           05  RX-PHONE             PIC X(10).

       01  RX-HEADER REDEFINES RX-REC.
           05  RH-REC-TYPE          PIC X.
           05  RH-STATE             PIC XX.
           05  RH-CREATE-DATE       PIC 9(8).
           05  RH-DEALER            PIC X(30).
           05  FILLER               PIC X(79).

       01  RX-TRAILER REDEFINES RX-REC.
           05  RT-REC-TYPE          PIC X.
           05  RT-STATE             PIC XX.
           05  RT-REC-CTR           PIC 9(6).
           05  RT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(98).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD PRTOUTERR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE-ERR.

       01 PRTLINE-ERR          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-WREG-STATUS    PIC XX         VALUE "00".
           05  C-CUSTM-STATUS   PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-RECS        PIC XXX        VALUE "YES".
           05  MORE-WREG        PIC XXX        VALUE "YES".
           05  MORE-CUSTM       PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  H-STATE          PIC XX         VALUE SPACES.
           05  C-CUSTM-TBL-CTR  PIC 9(4)       VALUE ZERO.
           05  C-CUSTM-LOST-CTR PIC 9(5)       VALUE ZERO.
           05  C-CUSTM-FOUND-IDX PIC 9(4)      VALUE ZERO.
           05  CUSTM-FOUND-SW   PIC XXX        VALUE "NO".
           05  C-REG-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-REG-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-REG-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  REG-FOUND-SW     PIC XXX        VALUE "NO".
           05  C-READ-CTR       PIC 9(7)       VALUE ZERO.
           05  C-TRADE-CTR      PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-STATE-CTR      PIC 9(6)       VALUE ZERO.
           05  C-STATE-HASH     PIC 9(11)V99   VALUE ZERO.
           05  C-STATES         PIC 9(3)       VALUE ZERO.
           05  GT-REG-CTR       PIC 9(6)       VALUE ZERO.
           05  GT-PRICE         PIC 9(11)V99   VALUE ZERO.

       01  CUST-MST-TABLE.
           05  CUST-MST-ENTRY OCCURS 1000 TIMES INDEXED BY CUSTM-IDX.
               10  TM-CUST-NO    PIC 9(6).
               10  TM-NAME       PIC X(25).
               10  TM-ADDRESS    PIC X(25).
               10  TM-CITY       PIC X(15).
               10  TM-STATE      PIC XX.
               10  TM-ZIP        PIC X(9).
               10  TM-PHONE      PIC X(10).

      *    ONE ENTRY PER HULL SOLD; A HULL IS USED FOR ONE FILING.
       01  REG-TABLE.
           05  REG-ENTRY OCCURS 1000 TIMES INDEXED BY REG-IDX.
               10  RG-HULL-NO    PIC X(8).
               10  RG-BOAT-TYPE  PIC X.
               10  RG-CUST-NO    PIC 9(6).
               10  RG-SALE-DATE  PIC 9(8).
               10  RG-USED-SW    PIC X.

       01  BOAT-TYPES.
           05  FILLER           PIC X(14)   VALUE 'BBASS BOAT'.
           05  FILLER           PIC X(14)   VALUE 'PPONTOON'.
           05  FILLER           PIC X(14)   VALUE 'SSKI BOAT'.
           05  FILLER           PIC X(14)   VALUE 'JJOHN BOAT'.
           05  FILLER           PIC X(14)   VALUE 'CCANOE'.
           05  FILLER           PIC X(14)   VALUE 'RCABIN CRUISER'.

       01  BOAT-TYPE-TABLE REDEFINES BOAT-TYPES.
           05  TYPE-ENTRY OCCURS 6 TIMES INDEXED BY TYPE-IDX.
               10  TY-CODE      PIC X.
               10  TY-NAME      PIC X(13).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLTTL00'.
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
               'STATE BOAT REGISTRATION TRANSMITTAL'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  STATE-HEADING.
           05  FILLER           PIC X(7)    VALUE 'STATE: '.
           05  O-STATE          PIC XX.
           05  FILLER           PIC X(123)  VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'PURCHASED'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '      PRICE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'CUST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE 'OWNER'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE 'ADDRESS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'CITY'.

       01  DETAIL-LINE.
           05  O-HULL-NO        PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TYPE-NAME      PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PUR-MM         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-PUR-DD         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-PUR-YY         PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PRICE          PIC $$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CUST-NO        PIC 9(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-NAME           PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ADDRESS        PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CITY           PIC X(13).

       01  STATE-TOTAL-LINE.
           05  FILLER           PIC X(17)   VALUE 'REGISTRATIONS FOR'.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-ST-STATE       PIC XX.
           05  FILLER           PIC X(2)    VALUE ': '.
           05  O-ST-CTR         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'TOTAL PRICE: '.
           05  O-ST-PRICE       PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(72)   VALUE SPACES.

       01  RUN-TOTAL-LINE.
           05  FILLER           PIC X(12)   VALUE 'SALES READ: '.
           05  O-READ-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(19)   VALUE 'TRADE-INS SKIPPED: '.
           05  O-TRADE-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'REGISTRATIONS: '.
           05  O-GT-REG-CTR     PIC ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'STATES: '.
           05  O-STATES         PIC ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'EXCEPTIONS: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(22)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(45)   VALUE
               '** WORK TABLE FULL - CUSTOMERS NOT LOADED: '.
           05  O-CUSTM-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER           PIC X(23)   VALUE
               '  HULLS NOT LOADED: '.
           05  O-REG-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(49)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(60).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLTTL00.
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
           MOVE I-DATE TO C-TODAY-DATE.

           PERFORM 1100-LOAD-CUSTOMERS.
           PERFORM 1200-LOAD-HULLS.

           SORT SORT-WORK
               ON ASCENDING KEY SD-STATE
               ON ASCENDING KEY SD-CUST-NO
               WITH DUPLICATES IN ORDER
               USING BOAT-MASTER
               GIVING SORTED-SALES.

           OPEN OUTPUT TITLE-EXTRACT.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9200-ERR-HEADING.
           OPEN INPUT SORTED-SALES.
           PERFORM 9000-READ.


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

       1100-LOAD-CUSTOMERS.
           OPEN INPUT CUST-MASTER.
           IF C-CUSTM-STATUS = "00" OR "05"
               PERFORM 1110-READ-CUSTM-REC
                   UNTIL MORE-CUSTM = "NO"
               CLOSE CUST-MASTER
           END-IF.

       1110-READ-CUSTM-REC.
           READ CUST-MASTER
               AT END
                   MOVE "NO" TO MORE-CUSTM
           END-READ.
           IF MORE-CUSTM = "YES"
               IF C-CUSTM-TBL-CTR < 1000
                   ADD 1 TO C-CUSTM-TBL-CTR
                   SET CUSTM-IDX TO C-CUSTM-TBL-CTR
                   MOVE CUST-MST-REC TO CUST-MST-ENTRY (CUSTM-IDX)
               ELSE
                   ADD 1 TO C-CUSTM-LOST-CTR
               END-IF
           END-IF.

       1200-LOAD-HULLS.
           OPEN INPUT WARRANTY-REG.
           IF C-WREG-STATUS = "00" OR "05"
               PERFORM 1210-READ-WREG-REC
                   UNTIL MORE-WREG = "NO"
               CLOSE WARRANTY-REG
           END-IF.

       1210-READ-WREG-REC.
           READ WARRANTY-REG
               AT END
                   MOVE "NO" TO MORE-WREG
           END-READ.
           IF MORE-WREG = "YES"
               IF C-REG-TBL-CTR < 1000
                   ADD 1 TO C-REG-TBL-CTR
                   SET REG-IDX TO C-REG-TBL-CTR
                   MOVE WR-HULL-NO TO RG-HULL-NO (REG-IDX)
                   MOVE WR-BOAT-TYPE TO RG-BOAT-TYPE (REG-IDX)
                   MOVE WR-CUST-NO TO RG-CUST-NO (REG-IDX)
                   MOVE WR-SALE-DATE TO RG-SALE-DATE (REG-IDX)
                   MOVE 'N' TO RG-USED-SW (REG-IDX)
               ELSE
                   ADD 1 TO C-REG-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-READ-CTR.
           IF I-REC-TYPE = 'T'
               ADD 1 TO C-TRADE-CTR
           ELSE
               IF I-STATE NOT = H-STATE
                   PERFORM 2500-STATE-END
                   MOVE I-STATE TO H-STATE
               END-IF
               PERFORM 2100-EDIT-SALE THRU 2100-EXIT
           END-IF.
           PERFORM 9000-READ.


      *    A FILING MUST BE COMPLETE - NO HULL NUMBER OR NO OWNER
      *    ADDRESS MEANS AN EXCEPTION, NOT A PARTIAL RECORD.
       2100-EDIT-SALE.
           PERFORM 2200-HULL-FIND.
           IF REG-FOUND-SW = "NO"
               MOVE 'NO HULL NUMBER - SALE NOT MATCHED TO INVENTORY.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-CUSTOMER-FIND.
           IF CUSTM-FOUND-SW = "NO"
               MOVE 'CUSTOMER NOT ON THE BOAT CUSTOMER MASTER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET CUSTM-IDX TO C-CUSTM-FOUND-IDX.
           IF TM-NAME (CUSTM-IDX) = SPACES
              OR TM-ADDRESS (CUSTM-IDX) = SPACES
              OR TM-CITY (CUSTM-IDX) = SPACES
              OR TM-STATE (CUSTM-IDX) = SPACES
              OR TM-ZIP (CUSTM-IDX) = SPACES
               MOVE 'CUSTOMER NAME OR ADDRESS INCOMPLETE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET REG-IDX TO C-REG-FOUND-IDX.
           MOVE 'Y' TO RG-USED-SW (REG-IDX).
           PERFORM 2400-WRITE-FILING.

       2100-EXIT.
           EXIT.

       2200-HULL-FIND.
           MOVE "NO" TO REG-FOUND-SW.
           MOVE ZERO TO C-REG-FOUND-IDX.
           PERFORM 2210-HULL-SEARCH
               VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > C-REG-TBL-CTR
                      OR REG-FOUND-SW = "YES".

       2210-HULL-SEARCH.
           IF RG-CUST-NO (REG-IDX) = I-CUST-NO
              AND RG-SALE-DATE (REG-IDX) = I-PURCHASE-DATE
              AND RG-BOAT-TYPE (REG-IDX) = I-BOAT-TYPE
              AND RG-USED-SW (REG-IDX) = 'N'
               MOVE "YES" TO REG-FOUND-SW
               MOVE REG-IDX TO C-REG-FOUND-IDX
           END-IF.

       2300-CUSTOMER-FIND.
           MOVE "NO" TO CUSTM-FOUND-SW.
           MOVE ZERO TO C-CUSTM-FOUND-IDX.
           PERFORM 2310-CUSTOMER-SEARCH
               VARYING CUSTM-IDX FROM 1 BY 1
                   UNTIL CUSTM-IDX > C-CUSTM-TBL-CTR
                      OR CUSTM-FOUND-SW = "YES".

       2310-CUSTOMER-SEARCH.
           IF TM-CUST-NO (CUSTM-IDX) = I-CUST-NO
               MOVE "YES" TO CUSTM-FOUND-SW
               MOVE CUSTM-IDX TO C-CUSTM-FOUND-IDX
           END-IF.

      *    THE FIRST GOOD FILING FOR A STATE OPENS ITS SEGMENT.
       2400-WRITE-FILING.
           IF C-STATE-CTR = ZERO
               PERFORM 2450-STATE-START
           END-IF.
           MOVE SPACES TO RX-REC.
           MOVE 'D' TO RX-REC-TYPE.
           MOVE I-STATE TO RX-STATE.
           MOVE RG-HULL-NO (REG-IDX) TO RX-HULL-NO.
           MOVE I-BOAT-TYPE TO RX-BOAT-TYPE.
           MOVE I-PURCHASE-DATE TO RX-PURCHASE-DATE.
           MOVE I-BOAT-COST TO RX-PRICE.
           MOVE I-CUST-NO TO RX-CUST-NO.
           MOVE TM-NAME (CUSTM-IDX) TO RX-NAME.
           MOVE TM-ADDRESS (CUSTM-IDX) TO RX-ADDRESS.
           MOVE TM-CITY (CUSTM-IDX) TO RX-CITY.
           MOVE TM-STATE (CUSTM-IDX) TO RX-OWNER-STATE.
           MOVE TM-ZIP (CUSTM-IDX) TO RX-ZIP.
           MOVE TM-PHONE (CUSTM-IDX) TO RX-PHONE.
           WRITE RX-REC.
           ADD 1 TO C-STATE-CTR.
           ADD I-BOAT-COST TO C-STATE-HASH.

           MOVE RG-HULL-NO (REG-IDX) TO O-HULL-NO.
           MOVE SPACES TO O-TYPE-NAME.
           PERFORM 2410-TYPE-NAME
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           MOVE I-PURCHASE-MM TO O-PUR-MM.
           MOVE I-PURCHASE-DD TO O-PUR-DD.
           MOVE I-PURCHASE-YY TO O-PUR-YY.
           MOVE I-BOAT-COST TO O-PRICE.
           MOVE I-CUST-NO TO O-CUST-NO.
           MOVE TM-NAME (CUSTM-IDX) TO O-NAME.
           MOVE TM-ADDRESS (CUSTM-IDX) TO O-ADDRESS.
           MOVE TM-CITY (CUSTM-IDX) TO O-CITY.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2410-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = I-BOAT-TYPE
               MOVE TY-NAME (TYPE-IDX) TO O-TYPE-NAME
           END-IF.

       2450-STATE-START.
           ADD 1 TO C-STATES.
           MOVE ZERO TO C-STATE-HASH.
           MOVE SPACES TO RX-REC.
           MOVE 'H' TO RH-REC-TYPE.
           MOVE I-STATE TO RH-STATE.
           MOVE C-TODAY-DATE TO RH-CREATE-DATE.
           MOVE 'BOAT SALES' TO RH-DEALER.
           WRITE RX-REC.
           MOVE I-STATE TO O-STATE.
           PERFORM 9100-HEADING.

      *    CLOSE THE STATE'S SEGMENT WITH ITS COUNT AND PRICE HASH.
       2500-STATE-END.
           IF C-STATE-CTR > ZERO
               MOVE SPACES TO RX-REC
               MOVE 'T' TO RT-REC-TYPE
               MOVE H-STATE TO RT-STATE
               MOVE C-STATE-CTR TO RT-REC-CTR
               MOVE C-STATE-HASH TO RT-HASH-TOTAL
               WRITE RX-REC
               MOVE H-STATE TO O-ST-STATE
               MOVE C-STATE-CTR TO O-ST-CTR
               MOVE C-STATE-HASH TO O-ST-PRICE
               WRITE PRTLINE
                   FROM STATE-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
               ADD C-STATE-CTR TO GT-REG-CTR
               ADD C-STATE-HASH TO GT-PRICE
               MOVE ZERO TO C-STATE-CTR
               MOVE ZERO TO C-STATE-HASH
           END-IF.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE I-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           PERFORM 2500-STATE-END.
           IF C-PCTR = ZERO
               MOVE SPACES TO O-STATE
               PERFORM 9100-HEADING
           END-IF.
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-TRADE-CTR TO O-TRADE-CTR.
           MOVE GT-REG-CTR TO O-GT-REG-CTR.
           MOVE C-STATES TO O-STATES.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           IF C-CUSTM-LOST-CTR > ZERO OR C-REG-LOST-CTR > ZERO
               MOVE C-CUSTM-LOST-CTR TO O-CUSTM-LOST-CTR
               MOVE C-REG-LOST-CTR TO O-REG-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE SORTED-SALES.
           CLOSE TITLE-EXTRACT.
           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ.
           READ SORTED-SALES
               AT END
                   MOVE "NO" TO MORE-RECS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM STATE-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9200-ERR-HEADING.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-PCTR.
           WRITE PRTLINE-ERR
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE-ERR
               FROM ERROR-TITLE
                   AFTER ADVANCING 1 LINE.
