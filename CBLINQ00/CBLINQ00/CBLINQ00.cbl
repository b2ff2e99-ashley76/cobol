       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLINQ00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * FRONT-OFFICE ACCOUNT INQUIRY.                               *
      * EACH CARD ON INQCARDS (ONE CARD OR A WHOLE DECK) NAMES A    *
      * MASTER AND A KEY, AND GETS A ONE-PAGE ACCOUNT VIEW ON       *
      * INQRPT, READ STRAIGHT FROM THE KEYED COPIES CBLKEY00        *
      * KEEPS:                                                      *
      *   COLS 01-08  MASTER   COLS 09-28  KEY, LEFT-JUSTIFIED      *
      *   TENMAST OR RENTRECV  BUILDING CODE + 2-DIGIT UNIT - THE   *
      *            TENANT, LEASE DATES, DEPOSIT HELD (DEPLEDG) AND  *
      *            EVERY OPEN RECEIVABLE ITEM AGED AS OF THE        *
      *            BUSINESS DATE (CURRENT, 31-60, 61-90, OVER 90).  *
      *   BCUSTMST 6-DIGIT CUSTOMER NUMBER - NAME, ADDRESS AND      *
      *            PHONE, AND EVERY PURCHASE ON THE BOATCUST        *
      *            HISTORY WITH THE LIFETIME SPEND.                 *
      *   LICHLDR  HUNTER CUSTOMER ID - WHETHER THE HUNTER IS ON    *
      *            THE LICENSE HOLDER MASTER, LICENSE COUNT, LAST   *
      *            LICENSE, PREFERENCE POINTS, AND THE NAME AND     *
      *            ADDRESS FROM HNTCUST.                            *
      *   BOATINV  HULL OR STOCK NUMBER - THE UNIT, ITS COST AND    *
      *            DAYS IN STOCK.                                   *
      * A KEY NOT ON FILE IS ANSWERED AS SUCH.  A CARD NAMING AN    *
      * UNKNOWN MASTER OR A MALFORMED KEY IS REJECTED ON ITS PAGE.  *
      * THE LAST PAGE COUNTS THE CARDS.  RETURN CODE 4 WHEN ANY     *
      * CARD WAS REJECTED.                                          *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL INQUIRY-IN
               ASSIGN TO INQCARDS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CARD-STATUS.

           SELECT OPTIONAL TENANT-KEYED
               ASSIGN TO TENMASTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-KEY
               FILE STATUS IS C-TEN-STATUS.

           SELECT OPTIONAL RECV-KEYED
               ASSIGN TO RENTRCVK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RK-KEY
               FILE STATUS IS C-RCV-STATUS.

           SELECT OPTIONAL CUST-KEYED
               ASSIGN TO BCUSTMSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CUST-NO
               FILE STATUS IS C-CUS-STATUS.

           SELECT OPTIONAL HOLDER-KEYED
               ASSIGN TO LICHLDRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HK-CUSTID
               FILE STATUS IS C-HLD-STATUS.

           SELECT OPTIONAL INVENTORY-KEYED
               ASSIGN TO BOATINVK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IK-HULL-NO
               FILE STATUS IS C-INV-STATUS.

           SELECT OPTIONAL DEPOSIT-LEDGER
               ASSIGN TO DEPLEDG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT OPTIONAL CUST-HIST-IN
               ASSIGN TO BOATCUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT OPTIONAL HUNT-CUST
               ASSIGN TO HNTCUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT PRTOUT
               ASSIGN TO INQRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD INQUIRY-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS INQ-REC.

       01  INQ-REC.
           05  IQ-FILE              PIC X(8).
           05  IQ-KEY               PIC X(20).
           05  IQ-RENT-KEY REDEFINES IQ-KEY.
               10  IQ-BLD-CODE      PIC XX.
               10  IQ-UNIT          PIC XX.
               10  FILLER           PIC X(16).
           05  IQ-CUST-KEY REDEFINES IQ-KEY.
               10  IQ-CUST-NO       PIC X(6).
               10  FILLER           PIC X(14).

       FD TENANT-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TK-REC.

       01  TK-REC.
           05  TK-KEY.
               10  TK-BLD-CODE      PIC XX.
               10  TK-UNIT          PIC 99.
           05  TK-NAME              PIC X(20).
           05  TK-LEASE-START       PIC 9(8).
           05  TK-LEASE-END         PIC 9(8).
           05  TK-PHONE             PIC X(10).
           05  TK-ROUTING           PIC 9(9).
           05  TK-ACCOUNT           PIC X(12).
           05  TK-AUTOPAY           PIC X.

       FD RECV-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS RK-REC.

       01  RK-REC.
           05  RK-KEY.
               10  RK-BLD-CODE      PIC XX.
               10  RK-UNIT          PIC 99.
               10  RK-BILL-DATE     PIC 9(8).
               10  RK-SEQ           PIC 9(3).
           05  RK-BILLED            PIC 9(7)V99.
           05  RK-PAID              PIC 9(7)V99.

       FD CUST-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CK-REC.

       01  CK-REC.
           05  CK-CUST-NO           PIC X(6).
           05  CK-NAME              PIC X(25).
           05  CK-ADDRESS           PIC X(25).
           05  CK-CITY              PIC X(15).
           05  CK-STATE             PIC XX.
           05  CK-ZIP               PIC X(9).
           05  CK-PHONE             PIC X(10).

       FD HOLDER-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS HK-REC.

       01  HK-REC.
           05  HK-CUSTID            PIC X(9).
           05  HK-LIC-CTR           PIC 9(5).
           05  HK-LAST-TYPE         PIC 99.
           05  HK-LAST-SEASON       PIC 9.
           05  HK-PREF-PTS          PIC 99.

       FD INVENTORY-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS IK-REC.

       01  IK-REC.
           05  IK-HULL-NO           PIC X(8).
           05  IK-BOAT-TYPE         PIC X.
           05  IK-COST              PIC 9(6)V99.
           05  IK-RECVD-DATE        PIC 9(8).
           05  IK-STATUS            PIC X.
           05  IK-NEW-USED          PIC X.
           05  IK-RECON-COST        PIC 9(5)V99.

       FD DEPOSIT-LEDGER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS DEP-REC.

       01  DEP-REC.
           05  DL-BLD-CODE          PIC XX.
           05  DL-UNIT              PIC XX.
           05  DL-BALANCE           PIC S9(7)V99.

       FD CUST-HIST-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CUST-HIST-REC.

       01  CUST-HIST-REC.
           05  HI-LAST-NAME         PIC X(15).
           05  HI-STATE             PIC XX.
           05  HI-BOAT-TYPE         PIC X.
           05  HI-SALE-AMT          PIC 9(7)V99.
           05  HI-PURCH-DATE        PIC 9(8).
           05  HI-CUST-NO           PIC X(6).

       FD HUNT-CUST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS HUNT-REC.

       01  HUNT-REC.
           05  HC-CUSTID            PIC X(9).
           05  HC-NAME              PIC X(25).
           05  HC-ADDRESS           PIC X(25).
           05  HC-CITY              PIC X(15).
           05  HC-STATE             PIC XX.
           05  HC-ZIP               PIC X(9).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-CARD-STATUS    PIC XX         VALUE "00".
           05  C-TEN-STATUS     PIC XX         VALUE "00".
           05  C-RCV-STATUS     PIC XX         VALUE "00".
           05  C-CUS-STATUS     PIC XX         VALUE "00".
           05  C-HLD-STATUS     PIC XX         VALUE "00".
           05  C-INV-STATUS     PIC XX         VALUE "00".
           05  C-SEQ-STATUS     PIC XX         VALUE "00".
           05  MORE-CARDS       PIC XXX        VALUE "YES".
           05  MORE-RECS        PIC XXX        VALUE "YES".
           05  FOUND-SW         PIC XXX        VALUE "NO".
           05  ANY-FOUND-SW     PIC XXX        VALUE "NO".
           05  TEN-AVAIL-SW     PIC XXX        VALUE "NO".
           05  RCV-AVAIL-SW     PIC XXX        VALUE "NO".
           05  CUS-AVAIL-SW     PIC XXX        VALUE "NO".
           05  HLD-AVAIL-SW     PIC XXX        VALUE "NO".
           05  INV-AVAIL-SW     PIC XXX        VALUE "NO".
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-AGE-DAYS       PIC S9(5)      VALUE ZERO.
           05  C-OPEN-ITEM      PIC S9(7)V99   VALUE ZERO.
           05  C-AGE-B1         PIC S9(7)V99   VALUE ZERO.
           05  C-AGE-B2         PIC S9(7)V99   VALUE ZERO.
           05  C-AGE-B3         PIC S9(7)V99   VALUE ZERO.
           05  C-AGE-B4         PIC S9(7)V99   VALUE ZERO.
           05  C-OPEN-TOTAL     PIC S9(7)V99   VALUE ZERO.
           05  C-ITEM-CTR       PIC 9(5)       VALUE ZERO.
           05  C-DEP-BALANCE    PIC S9(7)V99   VALUE ZERO.
           05  C-PURCH-CTR      PIC 9(5)       VALUE ZERO.
           05  C-SPEND-TOTAL    PIC 9(9)V99    VALUE ZERO.
           05  C-LAST-PURCH     PIC 9(8)       VALUE ZERO.
           05  C-TOTAL-COST     PIC 9(7)V99    VALUE ZERO.
           05  C-CARD-CTR       PIC 9(5)       VALUE ZERO.
           05  C-ANSWER-CTR     PIC 9(5)       VALUE ZERO.
           05  C-NOTFND-CTR     PIC 9(5)       VALUE ZERO.
           05  C-REJECT-CTR     PIC 9(5)       VALUE ZERO.
           05  C-REJECT-TEXT    PIC X(50)      VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLINQ00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.
       01  C-TODAY-DATE REDEFINES I-DATE    PIC 9(8).

       01  COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(39)   VALUE SPACES.
           05  FILLER           PIC X(30)   VALUE
               'ACCOUNT INQUIRY'.
           05  FILLER           PIC X(39)   VALUE SPACES.
           COPY RPTPAGE.

       01  INQUIRY-LINE.
           05  FILLER           PIC X(9)    VALUE 'INQUIRY: '.
           05  O-IQ-FILE        PIC X(8).
           05  FILLER           PIC XX      VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'KEY: '.
           05  O-IQ-KEY         PIC X(20).
           05  FILLER           PIC X(88)   VALUE SPACES.

       01  VIEW-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-VW-LABEL       PIC X(22).
           05  O-VW-VALUE       PIC X(60).
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  VIEW-AMT-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-VA-LABEL       PIC X(22).
           05  O-VA-AMT         PIC $$$,$$$,$$9.99-.
           05  FILLER           PIC X(91)   VALUE SPACES.

       01  VIEW-CTR-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-VC-LABEL       PIC X(22).
           05  O-VC-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(100)  VALUE SPACES.

       01  MSG-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-MSG            PIC X(60).
           05  FILLER           PIC X(68)   VALUE SPACES.

       01  AGING-HEADING.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'BILLED'.
           05  FILLER           PIC X(12)   VALUE '      AMOUNT'.
           05  FILLER           PIC X(12)   VALUE '        PAID'.
           05  FILLER           PIC X(7)    VALUE '   DAYS'.
           05  FILLER           PIC X(12)   VALUE '     CURRENT'.
           05  FILLER           PIC X(12)   VALUE '       31-60'.
           05  FILLER           PIC X(12)   VALUE '       61-90'.
           05  FILLER           PIC X(12)   VALUE '     OVER 90'.
           05  FILLER           PIC X(37)   VALUE SPACES.

       01  AGING-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-AGE-DATE       PIC 9(8).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-AGE-BILLED     PIC $$$,$$9.99B.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGE-PAID       PIC $$$,$$9.99B.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGE-DAYS       PIC ZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGE-AMT-1      PIC $$$,$$9.99B
                                BLANK WHEN ZERO.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGE-AMT-2      PIC $$$,$$9.99B
                                BLANK WHEN ZERO.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGE-AMT-3      PIC $$$,$$9.99B
                                BLANK WHEN ZERO.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGE-AMT-4      PIC $$$,$$9.99B
                                BLANK WHEN ZERO.
           05  FILLER           PIC X(37)   VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'TOTAL OPEN'.
           05  O-AGT-OPEN       PIC $$$,$$9.99-.
           05  FILLER           PIC X(14)   VALUE SPACES.
           05  O-AGT-1          PIC $$$,$$9.99-.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGT-2          PIC $$$,$$9.99-.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGT-3          PIC $$$,$$9.99-.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-AGT-4          PIC $$$,$$9.99-.
           05  FILLER           PIC X(39)   VALUE SPACES.

       01  HISTORY-HEADING.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'PURCHASED'.
           05  FILLER           PIC X(10)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(14)   VALUE '        AMOUNT'.
           05  FILLER           PIC X(92)   VALUE SPACES.

       01  HISTORY-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-HI-DATE        PIC 9(8).
           05  FILLER           PIC X(8)    VALUE SPACES.
           05  O-HI-TYPE        PIC X.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-HI-AMT         PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(93)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  O-SUM-TEXT       PIC X(30).
           05  O-SUM-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(96)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLINQ00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-INQUIRY
               UNTIL MORE-CARDS = "NO".
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
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-DATE).

      *    A KEYED COPY THAT IS NOT THERE IS REPORTED ON THE PAGE
      *    THAT NEEDS IT; THE OTHER VIEWS STILL ANSWER.
           OPEN INPUT TENANT-KEYED.
           IF C-TEN-STATUS = "00"
               MOVE "YES" TO TEN-AVAIL-SW
           END-IF.
           OPEN INPUT RECV-KEYED.
           IF C-RCV-STATUS = "00"
               MOVE "YES" TO RCV-AVAIL-SW
           END-IF.
           OPEN INPUT CUST-KEYED.
           IF C-CUS-STATUS = "00"
               MOVE "YES" TO CUS-AVAIL-SW
           END-IF.
           OPEN INPUT HOLDER-KEYED.
           IF C-HLD-STATUS = "00"
               MOVE "YES" TO HLD-AVAIL-SW
           END-IF.
           OPEN INPUT INVENTORY-KEYED.
           IF C-INV-STATUS = "00"
               MOVE "YES" TO INV-AVAIL-SW
           END-IF.

           OPEN INPUT INQUIRY-IN.
           OPEN OUTPUT PRTOUT.


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


      *    ONE PAGE PER CARD.
       2000-INQUIRY.
           READ INQUIRY-IN
               AT END
                   MOVE "NO" TO MORE-CARDS
           END-READ.
           IF MORE-CARDS = "YES"
               ADD 1 TO C-CARD-CTR
               PERFORM 9100-HEADING
               MOVE IQ-FILE TO O-IQ-FILE
               MOVE IQ-KEY TO O-IQ-KEY
               WRITE PRTLINE
                   FROM INQUIRY-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
               MOVE SPACES TO C-REJECT-TEXT
               MOVE "NO" TO ANY-FOUND-SW
               EVALUATE IQ-FILE
                   WHEN 'TENMAST '
                   WHEN 'RENTRECV'
                       PERFORM 2100-RENT-VIEW THRU 2100-EXIT
                   WHEN 'BCUSTMST'
                       PERFORM 2200-CUSTOMER-VIEW THRU 2200-EXIT
                   WHEN 'LICHLDR '
                       PERFORM 2300-HUNTER-VIEW THRU 2300-EXIT
                   WHEN 'BOATINV '
                       PERFORM 2400-INVENTORY-VIEW THRU 2400-EXIT
                   WHEN OTHER
                       MOVE 'MASTER NOT ONE THE INQUIRY CAN READ'
                           TO C-REJECT-TEXT
               END-EVALUATE
               PERFORM 2900-TALLY-CARD
           END-IF.


      *    A RENT UNIT: TENANT, LEASE, DEPOSIT AND AGED OPEN ITEMS.
       2100-RENT-VIEW.
           IF IQ-BLD-CODE = SPACES
              OR IQ-UNIT IS NOT NUMERIC
               MOVE 'KEY MUST BE BUILDING CODE AND 2-DIGIT UNIT'
                   TO C-REJECT-TEXT
               GO TO 2100-EXIT
           END-IF.

           MOVE "NO" TO FOUND-SW.
           IF TEN-AVAIL-SW = "YES"
               MOVE IQ-BLD-CODE TO TK-BLD-CODE
               MOVE IQ-UNIT TO TK-UNIT
               MOVE "YES" TO FOUND-SW
               READ TENANT-KEYED
                   INVALID KEY
                       MOVE "NO" TO FOUND-SW
               END-READ
           ELSE
               MOVE 'TENMASTK NOT AVAILABLE - RUN CBLKEY00.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.
           IF FOUND-SW = "YES"
               MOVE "YES" TO ANY-FOUND-SW
               MOVE 'TENANT:' TO O-VW-LABEL
               MOVE TK-NAME TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'PHONE:' TO O-VW-LABEL
               MOVE TK-PHONE TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'LEASE START:' TO O-VW-LABEL
               MOVE TK-LEASE-START TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'LEASE END:' TO O-VW-LABEL
               MOVE TK-LEASE-END TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'AUTOPAY:' TO O-VW-LABEL
               MOVE TK-AUTOPAY TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
           ELSE
               MOVE 'NO TENANT ON FILE FOR THIS UNIT.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.

           MOVE "NO" TO FOUND-SW.
           MOVE ZERO TO C-DEP-BALANCE.
           OPEN INPUT DEPOSIT-LEDGER.
           IF C-SEQ-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 2110-DEPOSIT-SCAN
                   UNTIL MORE-RECS = "NO"
           END-IF.
           CLOSE DEPOSIT-LEDGER.
           IF FOUND-SW = "YES"
               MOVE "YES" TO ANY-FOUND-SW
               MOVE 'DEPOSIT HELD:' TO O-VA-LABEL
               MOVE C-DEP-BALANCE TO O-VA-AMT
               WRITE PRTLINE
                   FROM VIEW-AMT-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               MOVE 'NO DEPOSIT ON FILE FOR THIS UNIT.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.

           PERFORM 2120-RECEIVABLES THRU 2120-EXIT.

       2100-EXIT.
           EXIT.

       2110-DEPOSIT-SCAN.
           READ DEPOSIT-LEDGER
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
              AND DL-BLD-CODE = IQ-BLD-CODE
              AND DL-UNIT = IQ-UNIT
               MOVE "YES" TO FOUND-SW
               ADD DL-BALANCE TO C-DEP-BALANCE
           END-IF.

      *    THE UNIT'S ITEMS READ BACK IN BILL-DATE ORDER FROM THE
      *    FIRST KEY AT OR PAST BUILDING + UNIT + ZERO DATE AND
      *    SEQUENCE; ITEMS SHARING A DATE ALL READ BACK.
       2120-RECEIVABLES.
           IF RCV-AVAIL-SW = "NO"
               MOVE 'RENTRCVK NOT AVAILABLE - RUN CBLKEY00.' TO O-MSG
               PERFORM 9200-MSG-PRINT
               GO TO 2120-EXIT
           END-IF.
           MOVE ZERO TO C-AGE-B1.
           MOVE ZERO TO C-AGE-B2.
           MOVE ZERO TO C-AGE-B3.
           MOVE ZERO TO C-AGE-B4.
           MOVE ZERO TO C-OPEN-TOTAL.
           MOVE ZERO TO C-ITEM-CTR.
           MOVE IQ-BLD-CODE TO RK-BLD-CODE.
           MOVE IQ-UNIT TO RK-UNIT.
           MOVE ZERO TO RK-BILL-DATE.
           MOVE ZERO TO RK-SEQ.
           MOVE "YES" TO MORE-RECS.
           START RECV-KEYED
               KEY IS NOT LESS THAN RK-KEY
                   INVALID KEY
                       MOVE "NO" TO MORE-RECS
           END-START.
           PERFORM 2130-RECV-ITEM
               UNTIL MORE-RECS = "NO".
           IF C-ITEM-CTR = ZERO
               MOVE 'NO OPEN RECEIVABLE ITEMS.' TO O-MSG
               PERFORM 9200-MSG-PRINT
               GO TO 2120-EXIT
           END-IF.
           MOVE "YES" TO ANY-FOUND-SW.
           MOVE C-OPEN-TOTAL TO O-AGT-OPEN.
           MOVE C-AGE-B1 TO O-AGT-1.
           MOVE C-AGE-B2 TO O-AGT-2.
           MOVE C-AGE-B3 TO O-AGT-3.
           MOVE C-AGE-B4 TO O-AGT-4.
           WRITE PRTLINE
               FROM AGING-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2120-EXIT.
           EXIT.

       2130-RECV-ITEM.
           READ RECV-KEYED NEXT RECORD
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               IF RK-BLD-CODE NOT = IQ-BLD-CODE
                  OR RK-UNIT NOT = IQ-UNIT
                   MOVE "NO" TO MORE-RECS
               ELSE
                   COMPUTE C-OPEN-ITEM = RK-BILLED - RK-PAID
                   IF C-OPEN-ITEM > ZERO
                       PERFORM 2140-AGING-LINE
                   END-IF
               END-IF
           END-IF.

       2140-AGING-LINE.
           IF C-ITEM-CTR = ZERO
               WRITE PRTLINE
                   FROM AGING-HEADING
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           ADD 1 TO C-ITEM-CTR.
           ADD C-OPEN-ITEM TO C-OPEN-TOTAL.
           COMPUTE C-AGE-DAYS = C-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (RK-BILL-DATE).
           MOVE ZERO TO O-AGE-AMT-1.
           MOVE ZERO TO O-AGE-AMT-2.
           MOVE ZERO TO O-AGE-AMT-3.
           MOVE ZERO TO O-AGE-AMT-4.
           EVALUATE TRUE
               WHEN C-AGE-DAYS NOT > 30
                   MOVE C-OPEN-ITEM TO O-AGE-AMT-1
                   ADD C-OPEN-ITEM TO C-AGE-B1
               WHEN C-AGE-DAYS NOT > 60
                   MOVE C-OPEN-ITEM TO O-AGE-AMT-2
                   ADD C-OPEN-ITEM TO C-AGE-B2
               WHEN C-AGE-DAYS NOT > 90
                   MOVE C-OPEN-ITEM TO O-AGE-AMT-3
                   ADD C-OPEN-ITEM TO C-AGE-B3
               WHEN OTHER
                   MOVE C-OPEN-ITEM TO O-AGE-AMT-4
                   ADD C-OPEN-ITEM TO C-AGE-B4
           END-EVALUATE.
           MOVE RK-BILL-DATE TO O-AGE-DATE.
           MOVE RK-BILLED TO O-AGE-BILLED.
           MOVE RK-PAID TO O-AGE-PAID.
           IF C-AGE-DAYS < ZERO
               MOVE ZERO TO O-AGE-DAYS
           ELSE
               MOVE C-AGE-DAYS TO O-AGE-DAYS
           END-IF.
           WRITE PRTLINE
               FROM AGING-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.


      *    A BOAT CUSTOMER: THE MASTER AND EVERY PURCHASE ON THE
      *    CUMULATIVE HISTORY (SESSION TRAILERS SKIPPED).
       2200-CUSTOMER-VIEW.
           IF IQ-CUST-NO IS NOT NUMERIC
               MOVE 'KEY MUST BE THE 6-DIGIT CUSTOMER NUMBER'
                   TO C-REJECT-TEXT
               GO TO 2200-EXIT
           END-IF.

           MOVE "NO" TO FOUND-SW.
           IF CUS-AVAIL-SW = "YES"
               MOVE IQ-CUST-NO TO CK-CUST-NO
               MOVE "YES" TO FOUND-SW
               READ CUST-KEYED
                   INVALID KEY
                       MOVE "NO" TO FOUND-SW
               END-READ
           ELSE
               MOVE 'BCUSTMSK NOT AVAILABLE - RUN CBLKEY00.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.
           IF FOUND-SW = "YES"
               MOVE "YES" TO ANY-FOUND-SW
               MOVE 'CUSTOMER:' TO O-VW-LABEL
               MOVE CK-NAME TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'ADDRESS:' TO O-VW-LABEL
               MOVE CK-ADDRESS TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE SPACES TO O-VW-LABEL
               MOVE SPACES TO O-VW-VALUE
               STRING CK-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      CK-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CK-ZIP DELIMITED BY SIZE
                   INTO O-VW-VALUE
               END-STRING
               PERFORM 9300-VIEW-PRINT
               MOVE 'PHONE:' TO O-VW-LABEL
               MOVE CK-PHONE TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
           ELSE
               MOVE 'NOT ON THE BOAT CUSTOMER MASTER.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.

           MOVE ZERO TO C-PURCH-CTR.
           MOVE ZERO TO C-SPEND-TOTAL.
           MOVE ZERO TO C-LAST-PURCH.
           OPEN INPUT CUST-HIST-IN.
           IF C-SEQ-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 2210-HISTORY-SCAN
                   UNTIL MORE-RECS = "NO"
           END-IF.
           CLOSE CUST-HIST-IN.
           IF C-PURCH-CTR = ZERO
               MOVE 'NO PURCHASES ON THE BOATCUST HISTORY.' TO O-MSG
               PERFORM 9200-MSG-PRINT
               GO TO 2200-EXIT
           END-IF.
           MOVE "YES" TO ANY-FOUND-SW.
           MOVE 'PURCHASES:' TO O-VC-LABEL.
           MOVE C-PURCH-CTR TO O-VC-CTR.
           WRITE PRTLINE
               FROM VIEW-CTR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'LAST PURCHASE:' TO O-VW-LABEL.
           MOVE C-LAST-PURCH TO O-VW-VALUE.
           PERFORM 9300-VIEW-PRINT.
           MOVE 'LIFETIME SPEND:' TO O-VA-LABEL.
           MOVE C-SPEND-TOTAL TO O-VA-AMT.
           WRITE PRTLINE
               FROM VIEW-AMT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2200-EXIT.
           EXIT.

       2210-HISTORY-SCAN.
           READ CUST-HIST-IN
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
              AND HI-LAST-NAME NOT = '**TRAILER**'
              AND HI-CUST-NO = IQ-CUST-NO
               IF C-PURCH-CTR = ZERO
                   WRITE PRTLINE
                       FROM HISTORY-HEADING
                           AFTER ADVANCING 2 LINES
                   END-WRITE
               END-IF
               ADD 1 TO C-PURCH-CTR
               ADD HI-SALE-AMT TO C-SPEND-TOTAL
               IF HI-PURCH-DATE > C-LAST-PURCH
                   MOVE HI-PURCH-DATE TO C-LAST-PURCH
               END-IF
               MOVE HI-PURCH-DATE TO O-HI-DATE
               MOVE HI-BOAT-TYPE TO O-HI-TYPE
               MOVE HI-SALE-AMT TO O-HI-AMT
               WRITE PRTLINE
                   FROM HISTORY-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


      *    A HUNTER: ON THE LICENSE HOLDER MASTER OR NOT, AND WHO
      *    THE HUNTING CUSTOMER FILE SAYS THEY ARE.
       2300-HUNTER-VIEW.
           IF IQ-KEY = SPACES
               MOVE 'KEY MUST BE THE HUNTER CUSTOMER ID'
                   TO C-REJECT-TEXT
               GO TO 2300-EXIT
           END-IF.

           MOVE "NO" TO FOUND-SW.
           IF HLD-AVAIL-SW = "YES"
               MOVE IQ-KEY TO HK-CUSTID
               MOVE "YES" TO FOUND-SW
               READ HOLDER-KEYED
                   INVALID KEY
                       MOVE "NO" TO FOUND-SW
               END-READ
           ELSE
               MOVE 'LICHLDRK NOT AVAILABLE - RUN CBLKEY00.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.
           IF FOUND-SW = "YES"
               MOVE "YES" TO ANY-FOUND-SW
               MOVE 'ON THE LICENSE HOLDER MASTER.' TO O-MSG
               PERFORM 9200-MSG-PRINT
               MOVE 'LICENSES ON FILE:' TO O-VC-LABEL
               MOVE HK-LIC-CTR TO O-VC-CTR
               WRITE PRTLINE
                   FROM VIEW-CTR-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE 'LAST LICENSE TYPE:' TO O-VW-LABEL
               MOVE HK-LAST-TYPE TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'LAST SEASON:' TO O-VW-LABEL
               MOVE HK-LAST-SEASON TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'PREFERENCE POINTS:' TO O-VC-LABEL
               MOVE HK-PREF-PTS TO O-VC-CTR
               WRITE PRTLINE
                   FROM VIEW-CTR-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           ELSE
               MOVE 'NOT ON THE LICENSE HOLDER MASTER.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.

           MOVE "NO" TO FOUND-SW.
           OPEN INPUT HUNT-CUST.
           IF C-SEQ-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 2310-HUNTER-SCAN
                   UNTIL MORE-RECS = "NO"
           END-IF.
           CLOSE HUNT-CUST.
           IF FOUND-SW = "NO"
               MOVE 'NOT ON THE HUNTING CUSTOMER FILE.' TO O-MSG
               PERFORM 9200-MSG-PRINT
           END-IF.

       2300-EXIT.
           EXIT.

       2310-HUNTER-SCAN.
           READ HUNT-CUST
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
              AND HC-CUSTID = IQ-KEY (1:9)
               MOVE "YES" TO FOUND-SW
               MOVE "YES" TO ANY-FOUND-SW
               MOVE "NO" TO MORE-RECS
               MOVE 'NAME:' TO O-VW-LABEL
               MOVE HC-NAME TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE 'ADDRESS:' TO O-VW-LABEL
               MOVE HC-ADDRESS TO O-VW-VALUE
               PERFORM 9300-VIEW-PRINT
               MOVE SPACES TO O-VW-LABEL
               MOVE SPACES TO O-VW-VALUE
               STRING HC-CITY DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      HC-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HC-ZIP DELIMITED BY SIZE
                   INTO O-VW-VALUE
               END-STRING
               PERFORM 9300-VIEW-PRINT
           END-IF.


      *    A BOAT IN INVENTORY: WHAT IT IS, WHAT IT COST AND HOW
      *    LONG IT HAS SAT.
       2400-INVENTORY-VIEW.
           IF IQ-KEY = SPACES
               MOVE 'KEY MUST BE THE HULL OR STOCK NUMBER'
                   TO C-REJECT-TEXT
               GO TO 2400-EXIT
           END-IF.
           IF INV-AVAIL-SW = "NO"
               MOVE 'BOATINVK NOT AVAILABLE - RUN CBLKEY00.' TO O-MSG
               PERFORM 9200-MSG-PRINT
               GO TO 2400-EXIT
           END-IF.
           MOVE IQ-KEY TO IK-HULL-NO.
           MOVE "YES" TO FOUND-SW.
           READ INVENTORY-KEYED
               INVALID KEY
                   MOVE "NO" TO FOUND-SW
           END-READ.
           IF FOUND-SW = "NO"
               MOVE 'NOT IN THE BOAT INVENTORY.' TO O-MSG
               PERFORM 9200-MSG-PRINT
               GO TO 2400-EXIT
           END-IF.
           MOVE "YES" TO ANY-FOUND-SW.
           MOVE 'BOAT TYPE:' TO O-VW-LABEL.
           MOVE IK-BOAT-TYPE TO O-VW-VALUE.
           PERFORM 9300-VIEW-PRINT.
           MOVE 'NEW / USED:' TO O-VW-LABEL.
           MOVE IK-NEW-USED TO O-VW-VALUE.
           PERFORM 9300-VIEW-PRINT.
           MOVE 'STATUS:' TO O-VW-LABEL.
           MOVE IK-STATUS TO O-VW-VALUE.
           PERFORM 9300-VIEW-PRINT.
           MOVE 'RECEIVED:' TO O-VW-LABEL.
           MOVE IK-RECVD-DATE TO O-VW-VALUE.
           PERFORM 9300-VIEW-PRINT.
           IF IK-RECVD-DATE IS NUMERIC
              AND IK-RECVD-DATE > ZERO
               MOVE 'DAYS IN STOCK:' TO O-VC-LABEL
               COMPUTE O-VC-CTR = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (IK-RECVD-DATE)
               WRITE PRTLINE
                   FROM VIEW-CTR-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           MOVE 'COST:' TO O-VA-LABEL.
           MOVE IK-COST TO O-VA-AMT.
           WRITE PRTLINE
               FROM VIEW-AMT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'RECON COST:' TO O-VA-LABEL.
           MOVE IK-RECON-COST TO O-VA-AMT.
           WRITE PRTLINE
               FROM VIEW-AMT-LINE
                   AFTER ADVANCING 1 LINE.
           COMPUTE C-TOTAL-COST = IK-COST + IK-RECON-COST.
           MOVE 'TOTAL COST:' TO O-VA-LABEL.
           MOVE C-TOTAL-COST TO O-VA-AMT.
           WRITE PRTLINE
               FROM VIEW-AMT-LINE
                   AFTER ADVANCING 1 LINE.

       2400-EXIT.
           EXIT.


       2900-TALLY-CARD.
           IF C-REJECT-TEXT NOT = SPACES
               ADD 1 TO C-REJECT-CTR
               MOVE SPACES TO O-MSG
               STRING '** REJECTED - ' DELIMITED BY SIZE
                      C-REJECT-TEXT DELIMITED BY SIZE
                   INTO O-MSG
               END-STRING
               PERFORM 9200-MSG-PRINT
           ELSE
               IF ANY-FOUND-SW = "YES"
                   ADD 1 TO C-ANSWER-CTR
               ELSE
                   ADD 1 TO C-NOTFND-CTR
                   MOVE '** KEY NOT ON FILE **' TO O-MSG
                   PERFORM 9200-MSG-PRINT
               END-IF
           END-IF.


       3000-CLOSING.
           PERFORM 9100-HEADING.
           MOVE 'INQUIRY CARDS READ:' TO O-SUM-TEXT.
           MOVE C-CARD-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'ACCOUNTS SHOWN:' TO O-SUM-TEXT.
           MOVE C-ANSWER-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'KEYS NOT ON FILE:' TO O-SUM-TEXT.
           MOVE C-NOTFND-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'CARDS REJECTED:' TO O-SUM-TEXT.
           MOVE C-REJECT-CTR TO O-SUM-CTR.
           WRITE PRTLINE
               FROM SUMMARY-LINE
                   AFTER ADVANCING 1 LINE.

           CLOSE INQUIRY-IN.
           CLOSE TENANT-KEYED.
           CLOSE RECV-KEYED.
           CLOSE CUST-KEYED.
           CLOSE HOLDER-KEYED.
           CLOSE INVENTORY-KEYED.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-CARD-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-REJECT-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

       9200-MSG-PRINT.
           WRITE PRTLINE
               FROM MSG-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       9300-VIEW-PRINT.
           WRITE PRTLINE
               FROM VIEW-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
