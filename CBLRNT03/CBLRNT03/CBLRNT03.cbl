      *      UTILITY RECOVERIES, LATE-FEE INCOME, WORK-ORDER        *
      *      CHARGEBACKS AND CREDITS, EACH MAPPED THROUGH THE       *
      *      CHART-OF-ACCOUNTS FILE, WITH THE HASH-TOTAL TRAILER.   *
      * A UNIT UNDER AN ACTIVE LEGAL CASE (LGLCASE, KEPT BY          *
      * CBLLGL00) GETS NO ROUTINE NOTICE - THE ATTORNEY HAS IT.     *
      * IT SHOWS ON THE REGISTER AS A LEGAL HOLD INSTEAD.           *
      ***************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHART-STATUS.

           SELECT OPTIONAL CASE-MASTER
               ASSIGN TO LGLCASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CASE-STATUS.

           SELECT GL-OUT
               ASSIGN TO RENTGL
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CA-KEY               PIC X(10).
           05  CA-ACCOUNT           PIC 9(8).

      *    ONLY THE UNIT AND STAGE OF THE CBLLGL00 CASE FILE ARE
      *    NEEDED HERE; STAGE S (SETTLED) AND X (CLOSED) ARE OVER.
       FD CASE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CASE-REC.

       01  CASE-REC.
           05  LC-CASE-NO           PIC 9(6).
           05  LC-BLD-CODE          PIC XX.
           05  LC-UNIT              PIC 99.
           05  FILLER               PIC X(22).
           05  LC-STAGE             PIC X.
           05  FILLER               PIC X(57).

       FD GL-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           05  C-DLQ-STATUS        PIC XX          VALUE "00".
           05  C-TENANT-STATUS     PIC XX          VALUE "00".
           05  C-CHART-STATUS      PIC XX          VALUE "00".
           05  C-CASE-STATUS       PIC XX          VALUE "00".
           05  MORE-CASES          PIC XXX         VALUE "YES".
           05  C-LGL-TBL-CTR       PIC 999         VALUE ZERO.
           05  LGL-FOUND-SW        PIC XXX         VALUE "NO".
           05  C-LEGAL-CTR         PIC 9(4)        VALUE ZERO.
           05  MORE-BILLS          PIC XXX         VALUE "YES".
           05  MORE-DLQS           PIC XXX         VALUE "YES".
           05  MORE-TENANTS        PIC XXX         VALUE "YES".
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).

       01  LEGAL-TABLE.
           05  LEGAL-ENTRY OCCURS 500 TIMES INDEXED BY LGL-IDX.
               10  TL-BLD-CODE      PIC XX.
               10  TL-UNIT          PIC 99.

       01  CHART-TABLE.
           05  CHART-ENTRY OCCURS 30 TIMES INDEXED BY CHART-IDX.
               10  TC-CA-KEY        PIC X(10).
           05  O-RG-AMT            PIC $$,$$$.99.
           05  FILLER              PIC X(81)     VALUE SPACES.

       01  LEGAL-HOLD-LINE.
           05  FILLER              PIC X(10)     VALUE 'BUILDING: '.
           05  O-LH-BLD            PIC XX.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(6)      VALUE 'UNIT: '.
           05  O-LH-UNIT           PIC Z9.
           05  FILLER              PIC X(5)      VALUE SPACES.
           05  FILLER              PIC X(47)     VALUE
               'NO NOTICE - UNIT IS UNDER AN ACTIVE LEGAL CASE'.
           05  FILLER              PIC X(55)     VALUE SPACES.

       01  INTF-TRL-BAD-LINE.
           05  FILLER              PIC X(60)     VALUE
               '** RENTBILL/RENTDLQ TRAILER MISSING OR WRONG - FILE'.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(12)     VALUE 'GL RECORDS: '.
           05  O-GL-REC-CTR        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)      VALUE SPACES.
           05  FILLER              PIC X(14)     VALUE
               'LEGAL HOLDS: '.
           05  O-LEGAL-CTR         PIC Z,ZZ9.
           05  FILLER              PIC X(42)     VALUE SPACES.


       01  LOCK-PARMS.

           PERFORM 1100-READ-TENANTS.
           PERFORM 1200-READ-CHART.
           PERFORM 1300-READ-CASES.

           OPEN INPUT BILL-IN.
           OPEN INPUT DELINQ-IN.
                   MOVE CA-ACCOUNT TO TC-CA-ACCOUNT (C-CHART-TBL-CTR)
           END-IF.

      *    EVERY UNIT WITH A CASE STILL IN PROGRESS.
       1300-READ-CASES.
           OPEN INPUT CASE-MASTER.
           IF C-CASE-STATUS = "00" OR "05"
               PERFORM 1310-READ-CASE-REC
                   UNTIL MORE-CASES = "NO"
               CLOSE CASE-MASTER
           END-IF.

       1310-READ-CASE-REC.
           READ CASE-MASTER
               AT END
                   MOVE "NO" TO MORE-CASES
           END-READ.
           IF MORE-CASES = "YES"
              AND LC-STAGE NOT = 'S'
              AND LC-STAGE NOT = 'X'
              AND C-LGL-TBL-CTR < 500
               ADD 1 TO C-LGL-TBL-CTR
               MOVE LC-BLD-CODE TO TL-BLD-CODE (C-LGL-TBL-CTR)
               MOVE LC-UNIT TO TL-UNIT (C-LGL-TBL-CTR)
           END-IF.

      *    UNKNOWN KEYS POST TO SUSPENSE ACCOUNT 99999999 SO THE GL
      *    SIDE CAN SEE THEM RATHER THAN LOSING THE DOLLARS.
       1520-CHART-LOOKUP.
           END-IF.
           ADD 1 TO C-DTRL-CTR.
           ADD DQ-AMOUNT TO C-DTRL-HASH.
           ADD DQ-FEE TO C-GT-FEES.
           PERFORM 2620-LEGAL-FIND.
           IF LGL-FOUND-SW = "YES"
               PERFORM 2550-LEGAL-HOLD
               PERFORM 9050-READ-DELINQ
               GO TO 2500-EXIT
           END-IF.
           ADD 1 TO C-NOTICE-CTR.

           MOVE I-MONTH TO O-LT-MM.
           MOVE I-DAY TO O-LT-DD.
               FROM LETTER-PAYBY-LINE
                   AFTER ADVANCING 2 LINES.

           IF C-NOTICE-CTR + C-LEGAL-CTR = 1
               WRITE PRTLINE
                   FROM REGISTER-HEADING-LINE
                       AFTER ADVANCING 2 LINES
       2500-EXIT.
           EXIT.

      *    THE LATE FEE STILL COUNTS TOWARD THE GL - CBLRNT02
      *    CHARGED IT - BUT THE LETTER IS LEFT TO THE ATTORNEY.
       2550-LEGAL-HOLD.
           ADD 1 TO C-LEGAL-CTR.
           IF C-NOTICE-CTR + C-LEGAL-CTR = 1
               WRITE PRTLINE
                   FROM REGISTER-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           MOVE DQ-BLD-CODE TO O-LH-BLD.
           MOVE DQ-UNIT TO O-LH-UNIT.
           WRITE PRTLINE
               FROM LEGAL-HOLD-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-HEADING.

      *    THE RECEIVABLES STEP'S TRAILER MUST AGREE WITH WHAT WAS
      *    ACTUALLY READ.
       2560-DLQ-TRAILER-CHECK.
               MOVE TEN-IDX TO C-TEN-FOUND-IDX
           END-IF.

       2620-LEGAL-FIND.
           MOVE "NO" TO LGL-FOUND-SW.
           PERFORM 2630-LEGAL-SEARCH
               VARYING LGL-IDX FROM 1 BY 1
                   UNTIL LGL-IDX > C-LGL-TBL-CTR
                      OR LGL-FOUND-SW = "YES".

       2630-LEGAL-SEARCH.
           IF TL-BLD-CODE (LGL-IDX) = DQ-BLD-CODE
              AND TL-UNIT (LGL-IDX) = DQ-UNIT
               MOVE "YES" TO LGL-FOUND-SW
           END-IF.


      *    A SHORT OR DOCTORED INTERFACE FILE MUST NOT FEED THE GL.
       3000-CLOSING.
           MOVE C-NOTICE-CTR TO O-NOTICE-CTR.
           MOVE C-CSV-CTR TO O-CSV-CTR.
           MOVE C-GL-REC-CTR TO O-GL-REC-CTR.
           MOVE C-LEGAL-CTR TO O-LEGAL-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
