       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLGL00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * EVICTION / LEGAL COLLECTIONS CASE TRACKING.                 *
      * RUNS AFTER THE RENT RUN.  EVERY UNIT ON THE RENTDLQ         *
      * DELINQUENCY INTERFACE FROM CBLRNT02 WHOSE AGING IS AT OR    *
      * PAST THE LGLPARM DAYS-LATE THRESHOLD (90 WHEN NO CARD), AND *
      * WHOSE OPEN BALANCE ON RENTRECV IS AT OR OVER THE BALANCE    *
      * THRESHOLD (1,000.00 WHEN NO CARD), GETS A LEGAL CASE        *
      * OPENED ON THE CASE FILE (LGLCASE IN, LGLCASEN OUT) UNLESS   *
      * IT ALREADY HAS AN ACTIVE ONE.  CASES MOVE THROUGH THEIR     *
      * STAGES BY TRANSACTION (LGLTRN):                             *
      *   O  OPEN A CASE BY HAND,                                   *
      *   S  STAGE - N NOTICE SERVED, F FILED, C COURT DATE,        *
      *      J JUDGMENT, W WRIT, S SETTLED, X CLOSED,               *
      *   F  LEGAL FEE - POSTED TO THE UNIT'S RECEIVABLE (RENTRECV) *
      *      AS A NEW CHARGEABLE ITEM.                              *
      * EACH STAGE CARRIES ITS NEXT ACTION AND DATE.  A SETTLED OR  *
      * CLOSED CASE IS NO LONGER ACTIVE - CBLRNT03 SENDS ROUTINE    *
      * DELINQUENCY LETTERS ONLY TO UNITS WITH NO ACTIVE CASE - AND *
      * DROPS OFF THE FILE A YEAR AFTER IT CLOSED.  THE REPORT      *
      * (LGLRPT) LISTS THE RUN'S ACTIVITY AND THE OPEN CASES BY     *
      * STAGE WITH THEIR NEXT ACTION DATES.  REJECTED TRANSACTIONS  *
      * PRINT ON LGLERR.                                            *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CASE-MASTER
               ASSIGN TO LGLCASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CASE-STATUS.

           SELECT NEW-CASE-MASTER
               ASSIGN TO LGLCASEN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO LGLTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

           SELECT OPTIONAL DELINQ-IN
               ASSIGN TO RENTDLQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DLQ-STATUS.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO RENTRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENANT-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO LGLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO LGLRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO LGLERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CASE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS CASE-REC.

       01  CASE-REC                 PIC X(90).

       FD NEW-CASE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS NEW-CASE-REC.

       01  NEW-CASE-REC             PIC X(90).

      *    A BLANK DATE IS THE BUSINESS DATE; A BLANK NEXT-ACTION
      *    DATE TAKES THE STAGE'S STANDARD NUMBER OF DAYS.
       FD TRANS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS TRAN-REC.

       01  TRAN-REC.
           05  TR-CODE              PIC X.
           05  TR-BLD-CODE          PIC XX.
           05  TR-UNIT              PIC 99.
           05  TR-STAGE             PIC X.
           05  TR-DATE              PIC X(8).
           05  TR-NEXT-DATE         PIC X(8).
           05  TR-COURT-DATE        PIC X(8).
           05  TR-AMOUNT            PIC 9(5)V99.
           05  TR-AMOUNT-X REDEFINES TR-AMOUNT
                                    PIC X(7).
           05  TR-NOTE              PIC X(20).
           05  FILLER               PIC X(3).

       FD DELINQ-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS DELINQ-REC.

       01  DELINQ-REC.
           05  DQ-BLD-CODE          PIC XX.
           05  DQ-UNIT              PIC 99.
           05  DQ-AMOUNT            PIC 9(7)V99.
           05  DQ-FEE               PIC 9(5)V99.
           05  DQ-DAYS-LATE         PIC 9(5).

       01  DELINQ-TRAILER-REC.
           05  DT-ID                PIC XX.
           05  DT-REC-CTR           PIC 9(7).
           05  DT-HASH              PIC 9(9)V99.
           05  FILLER               PIC X(5).

       FD RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RECV-REC.

       01  RECV-REC.
           05  RV-BLD-CODE          PIC XX.
           05  RV-UNIT              PIC 99.
           05  RV-BILL-DATE         PIC 9(8).
           05  RV-BILLED            PIC 9(7)V99.
           05  RV-PAID              PIC 9(7)V99.

       FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-REC.

       01  TENANT-REC.
           05  TN-BLD-CODE          PIC XX.
           05  TN-UNIT              PIC 99.
           05  TN-NAME              PIC X(20).
           05  TN-LEASE-START       PIC 9(8).
           05  TN-LEASE-END         PIC 9(8).
           05  TN-PHONE             PIC X(10).
           05  TN-ROUTING           PIC 9(9).
           05  TN-ACCOUNT           PIC X(12).
           05  TN-AUTOPAY           PIC X.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 10 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-DAYS-LATE       PIC 999.
           05  PARM-MIN-BALANCE     PIC 9(5)V99.

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

       FD PRTOUTERR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE-ERR.

       01 PRTLINE-ERR          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-CASE-STATUS    PIC XX         VALUE "00".
           05  C-TRAN-STATUS    PIC XX         VALUE "00".
           05  C-DLQ-STATUS     PIC XX         VALUE "00".
           05  C-RECV-STATUS    PIC XX         VALUE "00".
           05  C-TENANT-STATUS  PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  MORE-CASES       PIC XXX        VALUE "YES".
           05  MORE-DLQS        PIC XXX        VALUE "YES".
           05  MORE-RECV        PIC XXX        VALUE "YES".
           05  MORE-TENANTS     PIC XXX        VALUE "YES".
           05  DLQ-TRL-SEEN-SW  PIC XXX        VALUE "NO".
           05  DLQ-TRL-BAD-SW   PIC XXX        VALUE "NO".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-MIN-DAYS       PIC 999        VALUE 90.
           05  C-MIN-BALANCE    PIC 9(5)V99    VALUE 1000.00.
           05  C-CASE-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-CASE-FOUND-IDX PIC 9(4)       VALUE ZERO.
           05  C-LAST-CASE-NO   PIC 9(6)       VALUE ZERO.
           05  C-RCV-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-TEN-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-TEN-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-CAND-TBL-CTR   PIC 999        VALUE ZERO.
           05  C-STG-FOUND-IDX  PIC 9          VALUE ZERO.
           05  C-CUR-RANK       PIC 9          VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-DTRL-CTR       PIC 9(7)       VALUE ZERO.
           05  C-DTRL-HASH      PIC 9(9)V99    VALUE ZERO.
           05  C-SORT-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  C-STAGE-CTR      PIC 9(5)       VALUE ZERO.
           05  H-BLD-CODE       PIC XX         VALUE SPACES.
           05  H-UNIT           PIC 99         VALUE ZERO.
           05  H-STAGE          PIC X          VALUE SPACE.
           05  H-EVENT-DATE     PIC 9(8)       VALUE ZERO.
           05  H-NEXT-DATE      PIC 9(8)       VALUE ZERO.
           05  H-COURT-DATE     PIC 9(8)       VALUE ZERO.
           05  H-DAYS-LATE      PIC 9(5)       VALUE ZERO.
           05  H-PRIOR-RANK     PIC 9          VALUE ZERO.
           05  H-NOTE           PIC X(20)      VALUE SPACES.
           05  C-OPEN-ITEM      PIC 9(7)V99    VALUE ZERO.
           05  C-OPEN-BAL       PIC 9(7)V99    VALUE ZERO.
           05  C-OLDEST-DATE    PIC 9(8)       VALUE ZERO.
           05  C-TRAN-READ-CTR  PIC 9(5)       VALUE ZERO.
           05  C-AUTO-OPEN-CTR  PIC 9(5)       VALUE ZERO.
           05  C-HAND-OPEN-CTR  PIC 9(5)       VALUE ZERO.
           05  C-STAGE-CHG-CTR  PIC 9(5)       VALUE ZERO.
           05  C-FEE-CTR        PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-DROP-CTR       PIC 9(5)       VALUE ZERO.
           05  GT-FEES          PIC 9(9)V99    VALUE ZERO.

       01  WORK-DATE.
           05  WK-YYYY          PIC 9(4).
           05  WK-MM            PIC 99.
           05  WK-DD            PIC 99.
       01  WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).

       01  EDIT-DATE.
           05  ED-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-YYYY          PIC 9(4).

      *    ONE ENTRY PER CASE, IN THE CASE FILE LAYOUT.  A CASE AT
      *    STAGE S OR X IS NO LONGER ACTIVE.
       01  CASE-TABLE.
           05  CASE-ENTRY OCCURS 500 TIMES INDEXED BY CASE-IDX.
               10  TL-CASE-NO       PIC 9(6).
               10  TL-BLD-CODE      PIC XX.
               10  TL-UNIT          PIC 99.
               10  TL-OPEN-DATE     PIC 9(8).
               10  TL-OPEN-BAL      PIC 9(7)V99.
               10  TL-DAYS-LATE     PIC 9(5).
               10  TL-STAGE         PIC X.
               10  TL-STAGE-DATE    PIC 9(8).
               10  TL-COURT-DATE    PIC 9(8).
               10  TL-NEXT-DATE     PIC 9(8).
               10  TL-FEES          PIC 9(7)V99.
               10  TL-NOTE          PIC X(20).
               10  FILLER           PIC X(4).

       01  RECV-TABLE.
           05  RECV-ENTRY OCCURS 3000 TIMES INDEXED BY RCV-IDX.
               10  TV-BLD-CODE      PIC XX.
               10  TV-UNIT          PIC 99.
               10  TV-BILL-DATE     PIC 9(8).
               10  TV-BILLED        PIC 9(7)V99.
               10  TV-PAID          PIC 9(7)V99.

       01  TENANT-TABLE.
           05  TENANT-ENTRY OCCURS 500 TIMES INDEXED BY TEN-IDX.
               10  TT-BLD-CODE      PIC XX.
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).

       01  CANDIDATE-TABLE.
           05  CANDIDATE-ENTRY OCCURS 500 TIMES INDEXED BY CAND-IDX.
               10  TD-BLD-CODE      PIC XX.
               10  TD-UNIT          PIC 99.
               10  TD-DAYS-LATE     PIC 9(5).

      *    STAGES IN CASE ORDER - A CASE ONLY MOVES FORWARD.  EACH
      *    CARRIES ITS NEXT ACTION AND THE STANDARD DAYS TO IT.
       01  STAGE-NAMES.
           05  FILLER           PIC X(34)   VALUE
               'OREFERRED      SERVE NOTICE    010'.
           05  FILLER           PIC X(34)   VALUE
               'NNOTICE SERVED FILE WITH COURT 014'.
           05  FILLER           PIC X(34)   VALUE
               'FFILED         SET COURT DATE  030'.
           05  FILLER           PIC X(34)   VALUE
               'CCOURT DATE    ATTEND HEARING  000'.
           05  FILLER           PIC X(34)   VALUE
               'JJUDGMENT      REQUEST WRIT    014'.
           05  FILLER           PIC X(34)   VALUE
               'WWRIT          EXECUTE WRIT    030'.
           05  FILLER           PIC X(34)   VALUE
               'SSETTLED                       000'.
           05  FILLER           PIC X(34)   VALUE
               'XCLOSED                        000'.

       01  STAGE-TABLE REDEFINES STAGE-NAMES.
           05  STAGE-ENTRY OCCURS 8 TIMES INDEXED BY STG-IDX.
               10  TS-CODE          PIC X.
               10  TS-NAME          PIC X(14).
               10  TS-NEXT-ACTION   PIC X(16).
               10  TS-NEXT-DAYS     PIC 999.

       01  SORT-TABLE.
           05  SORT-ENTRY OCCURS 500 TIMES INDEXED BY SRT-IDX.
               10  TO-KEY.
                   15  TO-RANK      PIC 9.
                   15  TO-NEXT-DATE PIC 9(8).
                   15  TO-CASE-NO   PIC 9(6).
               10  TO-CASE-SUB      PIC 9(4).

       01  SORT-ENTRY-TEMP      PIC X(19).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLLGL00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'LEGAL COLLECTIONS CASE TRACKING'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  ACTIVITY-TITLE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'LEGAL CASE ACTIVITY'.
           05  FILLER           PIC X(11)   VALUE 'AUTO-OPEN: '.
           05  O-TH-DAYS        PIC ZZ9.
           05  FILLER           PIC X(15)   VALUE ' DAYS LATE AND '.
           05  O-TH-BALANCE     PIC $$$,$$9.99.
           05  FILLER           PIC X(5)    VALUE ' OPEN'.
           05  FILLER           PIC X(58)   VALUE SPACES.

       01  ACTIVITY-HEADING.
           05  FILLER           PIC X(8)    VALUE 'CASE'.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(32)   VALUE 'ACTIVITY'.
           05  FILLER           PIC X(12)   VALUE 'DATE'.
           05  FILLER           PIC X(14)   VALUE '        AMOUNT'.
           05  FILLER           PIC X(54)   VALUE SPACES.

       01  ACTIVITY-LINE.
           05  O-AC-CASE-NO     PIC 9(6).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-AC-BLD-CODE    PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-AC-UNIT        PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-AC-TEXT        PIC X(30).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-AC-DATE        PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-AC-AMOUNT      PIC $$$,$$$,$$9.99
                                    BLANK WHEN ZERO.
           05  FILLER           PIC X(54)   VALUE SPACES.

       01  STAGE-TEXT.
           05  FILLER           PIC X(8)    VALUE 'STAGE - '.
           05  O-TX-STAGE       PIC X(14).
           05  FILLER           PIC X(8)    VALUE SPACES.

       01  OPEN-TITLE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'OPEN LEGAL CASES BY STAGE'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  OPEN-HEADING.
           05  FILLER           PIC X(8)    VALUE 'CASE'.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(22)   VALUE 'TENANT'.
           05  FILLER           PIC X(12)   VALUE 'STAGE DATE'.
           05  FILLER           PIC X(12)   VALUE 'COURT DATE'.
           05  FILLER           PIC X(18)   VALUE 'NEXT ACTION'.
           05  FILLER           PIC X(11)   VALUE 'DUE'.
           05  FILLER           PIC X(12)   VALUE '    BALANCE'.
           05  FILLER           PIC X(12)   VALUE '      FEES'.
           05  FILLER           PIC X(13)   VALUE 'NOTE'.

       01  STAGE-BREAK-LINE.
           05  FILLER           PIC X(7)    VALUE 'STAGE: '.
           05  O-SB-NAME        PIC X(14).
           05  FILLER           PIC X(111)  VALUE SPACES.

       01  OPEN-LINE.
           05  O-OC-CASE-NO     PIC 9(6).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-OC-BLD-CODE    PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-OC-UNIT        PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-OC-NAME        PIC X(20).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-OC-STAGE-DATE  PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-OC-COURT-DATE  PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-OC-NEXT-ACTION PIC X(16).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-OC-NEXT-DATE   PIC X(10).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-OC-BALANCE     PIC $$$$,$$9.99.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-OC-FEES        PIC $$$,$$9.99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-OC-NOTE        PIC X(8).
           05  FILLER           PIC X(5)    VALUE SPACES.

       01  STAGE-TOTAL-LINE.
           05  FILLER           PIC X(24)   VALUE
               '   CASES AT THIS STAGE: '.
           05  O-ST-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  NO-OPEN-LINE.
           05  FILLER           PIC X(30)   VALUE
               'NO LEGAL CASES ARE OPEN.'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(25)   VALUE
               'CASES OPENED FROM AGING: '.
           05  O-AUTO-OPEN-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'OPENED BY HAND: '.
           05  O-HAND-OPEN-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'STAGE CHANGES: '.
           05  O-STAGE-CHG-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(31)   VALUE
               'LEGAL FEES POSTED TO RENTRECV: '.
           05  O-GT-FEES        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'FEE ITEMS: '.
           05  O-FEE-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'OPEN CASES: '.
           05  O-OPEN-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(22)   VALUE
               'CLOSED CASES DROPPED: '.
           05  O-DROP-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(12)   VALUE SPACES.

       01  DLQ-TRL-BAD-LINE.
           05  FILLER           PIC X(60)   VALUE
               '** RENTDLQ TRAILER MISSING OR WRONG - NO CASES OPENED FR
      -        'OM'.
           05  FILLER           PIC X(20)   VALUE
               ' THE AGING. **'.
           05  FILLER           PIC X(52)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(70)   VALUE
               '** FILES TOO LARGE FOR THE TABLES - NOTHING POSTED. LEFT
      -        ' OUT:'.
           05  O-LOST-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(56)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(60).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(45).
           05  FILLER           PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLLGL00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = "NO".
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
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-DATE).
           PERFORM 1020-READ-PARM.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-TENANTS.
           PERFORM 1200-LOAD-CASES.
           PERFORM 1300-LOAD-RECEIVABLES.
           PERFORM 1400-LOAD-DELINQ.

      *    NOTHING IS POSTED UNLESS EVERY FILE FIT - A SHORT TABLE
      *    WOULD REWRITE THE FILE WITHOUT THE RECORDS LEFT OUT.
           IF C-LOST-CTR > ZERO
               MOVE "NO" TO MORE-TRANS
           ELSE
               IF DLQ-TRL-BAD-SW = "NO"
                   PERFORM 1500-AUTO-OPEN
                       VARYING CAND-IDX FROM 1 BY 1
                           UNTIL CAND-IDX > C-CAND-TBL-CTR
               END-IF
               OPEN INPUT TRANS-IN
               IF C-TRAN-STATUS = "00" OR "05"
                   PERFORM 9000-READ
               ELSE
                   MOVE "NO" TO MORE-TRANS
               END-IF
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

      *    THE HAND-OFF THRESHOLDS - DAYS LATE ON THE AGING AND THE
      *    OPEN BALANCE.  A ZERO OR MISSING FIELD KEEPS THE DEFAULT.
       1020-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-DAYS-LATE IS NUMERIC
                  AND PARM-DAYS-LATE > ZERO
                   MOVE PARM-DAYS-LATE TO C-MIN-DAYS
               END-IF
               IF PARM-MIN-BALANCE IS NUMERIC
                  AND PARM-MIN-BALANCE > ZERO
                   MOVE PARM-MIN-BALANCE TO C-MIN-BALANCE
               END-IF
               CLOSE PARM-CARD
           END-IF.
           MOVE C-MIN-DAYS TO O-TH-DAYS.
           MOVE C-MIN-BALANCE TO O-TH-BALANCE.

       1100-LOAD-TENANTS.
           OPEN INPUT TENANT-MASTER.
           IF C-TENANT-STATUS = "00" OR "05"
               PERFORM 1110-READ-TENANT
                   UNTIL MORE-TENANTS = "NO"
               CLOSE TENANT-MASTER
           END-IF.

       1110-READ-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-TENANTS
           END-READ.
           IF MORE-TENANTS = "YES"
               AND C-TEN-TBL-CTR < 500
                   ADD 1 TO C-TEN-TBL-CTR
                   MOVE TN-BLD-CODE TO TT-BLD-CODE (C-TEN-TBL-CTR)
                   MOVE TN-UNIT TO TT-UNIT (C-TEN-TBL-CTR)
                   MOVE TN-NAME TO TT-NAME (C-TEN-TBL-CTR)
           END-IF.

       1200-LOAD-CASES.
           OPEN INPUT CASE-MASTER.
           IF C-CASE-STATUS = "00" OR "05"
               PERFORM 1210-READ-CASE-REC
                   UNTIL MORE-CASES = "NO"
               CLOSE CASE-MASTER
           END-IF.

       1210-READ-CASE-REC.
           READ CASE-MASTER
               AT END
                   MOVE "NO" TO MORE-CASES
           END-READ.
           IF MORE-CASES = "YES"
               IF C-CASE-TBL-CTR < 500
                   ADD 1 TO C-CASE-TBL-CTR
                   SET CASE-IDX TO C-CASE-TBL-CTR
                   MOVE CASE-REC TO CASE-ENTRY (CASE-IDX)
                   IF TL-CASE-NO (CASE-IDX) > C-LAST-CASE-NO
                       MOVE TL-CASE-NO (CASE-IDX) TO C-LAST-CASE-NO
                   END-IF
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

       1300-LOAD-RECEIVABLES.
           OPEN INPUT RECV-MASTER.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1310-READ-RECV-REC
                   UNTIL MORE-RECV = "NO"
               CLOSE RECV-MASTER
           END-IF.

       1310-READ-RECV-REC.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               IF C-RCV-TBL-CTR < 3000
                   ADD 1 TO C-RCV-TBL-CTR
                   MOVE RV-BLD-CODE TO TV-BLD-CODE (C-RCV-TBL-CTR)
                   MOVE RV-UNIT TO TV-UNIT (C-RCV-TBL-CTR)
                   MOVE RV-BILL-DATE TO TV-BILL-DATE (C-RCV-TBL-CTR)
                   MOVE RV-BILLED TO TV-BILLED (C-RCV-TBL-CTR)
                   MOVE RV-PAID TO TV-PAID (C-RCV-TBL-CTR)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

      *    THE UNITS OVER THE DAYS-LATE LINE ARE HELD UNTIL THE
      *    INTERFACE TRAILER PROVES THE FILE IS WHOLE.
       1400-LOAD-DELINQ.
           OPEN INPUT DELINQ-IN.
           IF C-DLQ-STATUS = "00" OR "05"
               PERFORM 1410-READ-DELINQ
                   UNTIL MORE-DLQS = "NO"
               CLOSE DELINQ-IN
               IF DLQ-TRL-SEEN-SW = "NO"
                   MOVE "YES" TO DLQ-TRL-BAD-SW
               END-IF
           END-IF.

       1410-READ-DELINQ.
           READ DELINQ-IN
               AT END
                   MOVE "NO" TO MORE-DLQS
           END-READ.
           IF MORE-DLQS = "YES"
               IF DQ-BLD-CODE = '**'
                   MOVE "YES" TO DLQ-TRL-SEEN-SW
                   IF DT-REC-CTR NOT = C-DTRL-CTR
                      OR DT-HASH NOT = C-DTRL-HASH
                       MOVE "YES" TO DLQ-TRL-BAD-SW
                   END-IF
               ELSE
                   ADD 1 TO C-DTRL-CTR
                   ADD DQ-AMOUNT TO C-DTRL-HASH
                   IF DQ-DAYS-LATE NOT < C-MIN-DAYS
                       IF C-CAND-TBL-CTR < 500
                           ADD 1 TO C-CAND-TBL-CTR
                           SET CAND-IDX TO C-CAND-TBL-CTR
                           MOVE DQ-BLD-CODE TO TD-BLD-CODE (CAND-IDX)
                           MOVE DQ-UNIT TO TD-UNIT (CAND-IDX)
                           MOVE DQ-DAYS-LATE TO TD-DAYS-LATE (CAND-IDX)
                       ELSE
                           ADD 1 TO C-LOST-CTR
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A UNIT PAST BOTH THRESHOLDS WITH NO ACTIVE CASE IS
      *    HANDED TO THE ATTORNEY.
       1500-AUTO-OPEN.
           MOVE TD-BLD-CODE (CAND-IDX) TO H-BLD-CODE.
           MOVE TD-UNIT (CAND-IDX) TO H-UNIT.
           PERFORM 2700-ACTIVE-CASE-FIND.
           IF C-CASE-FOUND-IDX = ZERO
               PERFORM 2650-OPEN-BALANCE
               IF C-OPEN-BAL NOT < C-MIN-BALANCE
                   MOVE TD-DAYS-LATE (CAND-IDX) TO H-DAYS-LATE
                   MOVE C-TODAY-DATE TO H-EVENT-DATE
                   MOVE SPACES TO H-NOTE
                   PERFORM 2750-CASE-ADD
                   IF C-CASE-FOUND-IDX > ZERO
                       ADD 1 TO C-AUTO-OPEN-CTR
                       SET CASE-IDX TO C-CASE-FOUND-IDX
                       MOVE 'OPENED FROM DELINQUENCY AGING'
                           TO O-AC-TEXT
                       MOVE C-OPEN-BAL TO O-AC-AMOUNT
                       PERFORM 2800-ACTIVITY-LINE
                   END-IF
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-TRAN-READ-CTR.
           PERFORM 2100-EDIT-TRAN
               THRU 2100-EXIT.
           PERFORM 9000-READ.

       2100-EDIT-TRAN.
           IF TR-UNIT NOT NUMERIC
               MOVE 'UNIT MUST BE NUMERIC.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE TR-BLD-CODE TO H-BLD-CODE.
           MOVE TR-UNIT TO H-UNIT.
           IF TR-DATE = SPACES
               MOVE C-TODAY-DATE TO H-EVENT-DATE
           ELSE
               MOVE TR-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'DATE IS NOT VALID OR IS IN THE FUTURE.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2100-EXIT
               END-IF
               MOVE TR-DATE TO H-EVENT-DATE
           END-IF.
           PERFORM 2700-ACTIVE-CASE-FIND.

           IF TR-CODE = 'O'
               PERFORM 2200-OPEN-BY-HAND
                   THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF TR-CODE NOT = 'S' AND TR-CODE NOT = 'F'
               MOVE 'TRANSACTION CODE MUST BE O, S OR F.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF C-CASE-FOUND-IDX = ZERO
               MOVE 'NO ACTIVE LEGAL CASE FOR THIS UNIT.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET CASE-IDX TO C-CASE-FOUND-IDX.
           IF TR-CODE = 'S'
               PERFORM 2300-STAGE-CHANGE
                   THRU 2300-EXIT
           ELSE
               PERFORM 2400-LEGAL-FEE
                   THRU 2400-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-OPEN-BY-HAND.
           IF C-CASE-FOUND-IDX > ZERO
               MOVE 'UNIT ALREADY HAS AN ACTIVE LEGAL CASE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2650-OPEN-BALANCE.
           IF C-OLDEST-DATE > ZERO
               COMPUTE H-DAYS-LATE = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (C-OLDEST-DATE)
           ELSE
               MOVE ZERO TO H-DAYS-LATE
           END-IF.
           MOVE TR-NOTE TO H-NOTE.
           PERFORM 2750-CASE-ADD.
           IF C-CASE-FOUND-IDX = ZERO
               MOVE 'CASE FILE IS FULL - CASE NOT OPENED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO C-HAND-OPEN-CTR.
           SET CASE-IDX TO C-CASE-FOUND-IDX.
           MOVE 'OPENED BY HAND' TO O-AC-TEXT.
           MOVE C-OPEN-BAL TO O-AC-AMOUNT.
           PERFORM 2800-ACTIVITY-LINE.

       2200-EXIT.
           EXIT.

      *    A CASE ONLY MOVES FORWARD, EXCEPT THAT A COURT DATE MAY
      *    BE CONTINUED TO A NEW ONE.  SETTLED AND CLOSED END IT.
       2300-STAGE-CHANGE.
           MOVE TR-STAGE TO H-STAGE.
           PERFORM 2600-STAGE-FIND.
           IF C-STG-FOUND-IDX = ZERO
              OR H-STAGE = 'O'
               MOVE 'STAGE MUST BE N, F, C, J, W, S OR X.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           MOVE C-STG-FOUND-IDX TO C-CUR-RANK.
           MOVE TL-STAGE (CASE-IDX) TO H-STAGE.
           PERFORM 2600-STAGE-FIND.
           MOVE C-STG-FOUND-IDX TO H-PRIOR-RANK.
           MOVE TR-STAGE TO H-STAGE.
           IF C-CUR-RANK < H-PRIOR-RANK
              OR (C-CUR-RANK = H-PRIOR-RANK AND H-STAGE NOT = 'C')
               MOVE 'A CASE CANNOT GO BACK TO AN EARLIER STAGE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           MOVE ZERO TO H-COURT-DATE.
           IF H-STAGE = 'C'
               MOVE TR-COURT-DATE TO DC-DATE
               MOVE SPACE TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'COURT DATE STAGE NEEDS A VALID COURT DATE.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2300-EXIT
               END-IF
               MOVE TR-COURT-DATE TO H-COURT-DATE
           END-IF.
           IF TR-NEXT-DATE NOT = SPACES
               MOVE TR-NEXT-DATE TO DC-DATE
               MOVE SPACE TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'NEXT ACTION DATE IS NOT VALID.' TO O-ERR-MSG
                   PERFORM 2900-REJECT
                   GO TO 2300-EXIT
               END-IF
           END-IF.

           SET STG-IDX TO C-CUR-RANK.
           MOVE H-STAGE TO TL-STAGE (CASE-IDX).
           MOVE H-EVENT-DATE TO TL-STAGE-DATE (CASE-IDX).
           IF H-STAGE = 'C'
               MOVE H-COURT-DATE TO TL-COURT-DATE (CASE-IDX)
           END-IF.
           IF TR-NEXT-DATE NOT = SPACES
               MOVE TR-NEXT-DATE TO TL-NEXT-DATE (CASE-IDX)
           ELSE
               PERFORM 2620-DEFAULT-NEXT-DATE
               MOVE H-NEXT-DATE TO TL-NEXT-DATE (CASE-IDX)
           END-IF.
           IF TR-NOTE NOT = SPACES
               MOVE TR-NOTE TO TL-NOTE (CASE-IDX)
           END-IF.
           ADD 1 TO C-STAGE-CHG-CTR.
           MOVE TS-NAME (STG-IDX) TO O-TX-STAGE.
           MOVE STAGE-TEXT TO O-AC-TEXT.
           MOVE ZERO TO O-AC-AMOUNT.
           PERFORM 2800-ACTIVITY-LINE.

       2300-EXIT.
           EXIT.

      *    THE FEE BECOMES ITS OWN OPEN ITEM ON THE UNIT'S
      *    RECEIVABLE, DATED THE DAY IT WAS INCURRED, SO THE NEXT
      *    PAYMENT OR JUDGMENT COLLECTION PAYS IT IN TURN.
       2400-LEGAL-FEE.
           IF TR-AMOUNT-X NOT NUMERIC
              OR TR-AMOUNT = ZERO
               MOVE 'FEE AMOUNT MUST BE NUMERIC AND NOT ZERO.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF C-RCV-TBL-CTR = 3000
               MOVE 'RECEIVABLE TABLE IS FULL - FEE NOT POSTED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO C-RCV-TBL-CTR.
           SET RCV-IDX TO C-RCV-TBL-CTR.
           MOVE H-BLD-CODE TO TV-BLD-CODE (RCV-IDX).
           MOVE H-UNIT TO TV-UNIT (RCV-IDX).
           MOVE H-EVENT-DATE TO TV-BILL-DATE (RCV-IDX).
           MOVE TR-AMOUNT TO TV-BILLED (RCV-IDX).
           MOVE ZERO TO TV-PAID (RCV-IDX).
           ADD TR-AMOUNT TO TL-FEES (CASE-IDX).
           ADD 1 TO C-FEE-CTR.
           ADD TR-AMOUNT TO GT-FEES.
           IF TR-NOTE = SPACES
               MOVE 'LEGAL FEE POSTED TO RECEIVABLE' TO O-AC-TEXT
           ELSE
               MOVE TR-NOTE TO O-AC-TEXT
           END-IF.
           MOVE TR-AMOUNT TO O-AC-AMOUNT.
           PERFORM 2800-ACTIVITY-LINE.

       2400-EXIT.
           EXIT.

       2600-STAGE-FIND.
           MOVE ZERO TO C-STG-FOUND-IDX.
           PERFORM 2610-STAGE-SEARCH
               VARYING STG-IDX FROM 1 BY 1
                   UNTIL STG-IDX > 8
                      OR C-STG-FOUND-IDX > ZERO.

       2610-STAGE-SEARCH.
           IF TS-CODE (STG-IDX) = H-STAGE
               SET C-STG-FOUND-IDX TO STG-IDX
           END-IF.

      *    THE STANDARD NEXT-ACTION DATE FOR THE STAGE AT STG-IDX.
      *    A HEARING IS DUE ON THE COURT DATE ITSELF; A FINISHED
      *    CASE HAS NO NEXT ACTION.
       2620-DEFAULT-NEXT-DATE.
           IF H-STAGE = 'C'
               MOVE H-COURT-DATE TO H-NEXT-DATE
           ELSE
               IF TS-NEXT-DAYS (STG-IDX) = ZERO
                   MOVE ZERO TO H-NEXT-DATE
               ELSE
                   COMPUTE H-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (H-EVENT-DATE)
                        + TS-NEXT-DAYS (STG-IDX))
               END-IF
           END-IF.

      *    REAL OPEN BALANCE AND OLDEST OPEN ITEM FOR THE UNIT, AS
      *    CBLRNT02 AGES IT.
       2650-OPEN-BALANCE.
           MOVE ZERO TO C-OPEN-BAL.
           MOVE ZERO TO C-OLDEST-DATE.
           PERFORM 2660-OPEN-BAL-SCAN
               VARYING RCV-IDX FROM 1 BY 1
                   UNTIL RCV-IDX > C-RCV-TBL-CTR.

       2660-OPEN-BAL-SCAN.
           IF TV-BLD-CODE (RCV-IDX) = H-BLD-CODE
              AND TV-UNIT (RCV-IDX) = H-UNIT
               COMPUTE C-OPEN-ITEM = TV-BILLED (RCV-IDX)
                   - TV-PAID (RCV-IDX)
               IF C-OPEN-ITEM > ZERO
                   ADD C-OPEN-ITEM TO C-OPEN-BAL
                   IF C-OLDEST-DATE = ZERO
                      OR TV-BILL-DATE (RCV-IDX) < C-OLDEST-DATE
                       MOVE TV-BILL-DATE (RCV-IDX) TO C-OLDEST-DATE
                   END-IF
               END-IF
           END-IF.

       2680-TENANT-FIND.
           MOVE ZERO TO C-TEN-FOUND-IDX.
           PERFORM 2690-TENANT-SEARCH
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR
                      OR C-TEN-FOUND-IDX > ZERO.

       2690-TENANT-SEARCH.
           IF TT-BLD-CODE (TEN-IDX) = H-BLD-CODE
              AND TT-UNIT (TEN-IDX) = H-UNIT
               SET C-TEN-FOUND-IDX TO TEN-IDX
           END-IF.

      *    A UNIT HAS AT MOST ONE ACTIVE CASE.
       2700-ACTIVE-CASE-FIND.
           MOVE ZERO TO C-CASE-FOUND-IDX.
           PERFORM 2710-ACTIVE-CASE-SEARCH
               VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > C-CASE-TBL-CTR
                      OR C-CASE-FOUND-IDX > ZERO.

       2710-ACTIVE-CASE-SEARCH.
           IF TL-BLD-CODE (CASE-IDX) = H-BLD-CODE
              AND TL-UNIT (CASE-IDX) = H-UNIT
              AND TL-STAGE (CASE-IDX) NOT = 'S'
              AND TL-STAGE (CASE-IDX) NOT = 'X'
               SET C-CASE-FOUND-IDX TO CASE-IDX
           END-IF.

      *    A NEW CASE STARTS AT REFERRED WITH THE NEXT CASE NUMBER.
       2750-CASE-ADD.
           MOVE ZERO TO C-CASE-FOUND-IDX.
           IF C-CASE-TBL-CTR < 500
               ADD 1 TO C-CASE-TBL-CTR
               SET CASE-IDX TO C-CASE-TBL-CTR
               MOVE C-CASE-TBL-CTR TO C-CASE-FOUND-IDX
               ADD 1 TO C-LAST-CASE-NO
               MOVE SPACES TO CASE-ENTRY (CASE-IDX)
               MOVE C-LAST-CASE-NO TO TL-CASE-NO (CASE-IDX)
               MOVE H-BLD-CODE TO TL-BLD-CODE (CASE-IDX)
               MOVE H-UNIT TO TL-UNIT (CASE-IDX)
               MOVE H-EVENT-DATE TO TL-OPEN-DATE (CASE-IDX)
               MOVE C-OPEN-BAL TO TL-OPEN-BAL (CASE-IDX)
               MOVE H-DAYS-LATE TO TL-DAYS-LATE (CASE-IDX)
               MOVE 'O' TO TL-STAGE (CASE-IDX)
               MOVE H-EVENT-DATE TO TL-STAGE-DATE (CASE-IDX)
               MOVE ZERO TO TL-COURT-DATE (CASE-IDX)
               MOVE 'O' TO H-STAGE
               SET STG-IDX TO 1
               PERFORM 2620-DEFAULT-NEXT-DATE
               MOVE H-NEXT-DATE TO TL-NEXT-DATE (CASE-IDX)
               MOVE ZERO TO TL-FEES (CASE-IDX)
               MOVE H-NOTE TO TL-NOTE (CASE-IDX)
           END-IF.

       2800-ACTIVITY-LINE.
           MOVE TL-CASE-NO (CASE-IDX) TO O-AC-CASE-NO.
           MOVE H-BLD-CODE TO O-AC-BLD-CODE.
           MOVE H-UNIT TO O-AC-UNIT.
           MOVE H-EVENT-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-AC-DATE.
           WRITE PRTLINE
               FROM ACTIVITY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE TRAN-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           IF C-LOST-CTR = ZERO
               CLOSE TRANS-IN
               PERFORM 3100-REWRITE-FILES
           END-IF.

           MOVE C-AUTO-OPEN-CTR TO O-AUTO-OPEN-CTR.
           MOVE C-HAND-OPEN-CTR TO O-HAND-OPEN-CTR.
           MOVE C-STAGE-CHG-CTR TO O-STAGE-CHG-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           IF DLQ-TRL-BAD-SW = "YES"
               WRITE PRTLINE
                   FROM DLQ-TRL-BAD-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           IF C-LOST-CTR > ZERO
               MOVE C-LOST-CTR TO O-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           PERFORM 3200-OPEN-CASE-REPORT.

           MOVE GT-FEES TO O-GT-FEES.
           MOVE C-FEE-CTR TO O-FEE-CTR.
           MOVE C-SORT-TBL-CTR TO O-OPEN-CTR.
           MOVE C-DROP-CTR TO O-DROP-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 3 LINES.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRAN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-LOST-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF DLQ-TRL-BAD-SW = "YES"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    RENTRECV IS REWRITTEN IN PLACE AS CBLRNT02 DOES, ONLY
      *    WHEN A FEE WAS ADDED; THE CASE FILE GOES TO ITS NEW
      *    GENERATION.  A SETTLED OR CLOSED CASE DROPS A YEAR AFTER
      *    IT ENDED.
       3100-REWRITE-FILES.
           IF C-FEE-CTR > ZERO
               OPEN OUTPUT RECV-MASTER
               PERFORM 3110-WRITE-RECV-REC
                   VARYING RCV-IDX FROM 1 BY 1
                       UNTIL RCV-IDX > C-RCV-TBL-CTR
               CLOSE RECV-MASTER
           END-IF.

           OPEN OUTPUT NEW-CASE-MASTER.
           PERFORM 3120-WRITE-CASE-REC
               VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > C-CASE-TBL-CTR.
           CLOSE NEW-CASE-MASTER.

       3110-WRITE-RECV-REC.
           MOVE TV-BLD-CODE (RCV-IDX) TO RV-BLD-CODE.
           MOVE TV-UNIT (RCV-IDX) TO RV-UNIT.
           MOVE TV-BILL-DATE (RCV-IDX) TO RV-BILL-DATE.
           MOVE TV-BILLED (RCV-IDX) TO RV-BILLED.
           MOVE TV-PAID (RCV-IDX) TO RV-PAID.
           WRITE RECV-REC.

       3120-WRITE-CASE-REC.
           IF (TL-STAGE (CASE-IDX) = 'S' OR TL-STAGE (CASE-IDX) = 'X')
              AND FUNCTION INTEGER-OF-DATE (TL-STAGE-DATE (CASE-IDX))
                  + 365 < C-TODAY-INT
               ADD 1 TO C-DROP-CTR
           ELSE
               WRITE NEW-CASE-REC FROM CASE-ENTRY (CASE-IDX)
           END-IF.

      *    ACTIVE CASES IN STAGE ORDER, SOONEST NEXT ACTION FIRST
      *    WITHIN EACH STAGE.
       3200-OPEN-CASE-REPORT.
           PERFORM 3210-OPEN-SELECT
               VARYING CASE-IDX FROM 1 BY 1
                   UNTIL CASE-IDX > C-CASE-TBL-CTR.
           IF C-SORT-TBL-CTR > 1
               PERFORM 3220-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-SORT-TBL-CTR - 1
           END-IF.
           PERFORM 9110-OPEN-HEADING.
           IF C-SORT-TBL-CTR = ZERO
               WRITE PRTLINE
                   FROM NO-OPEN-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               MOVE ZERO TO C-CUR-RANK
               PERFORM 3240-OPEN-LINE
                   VARYING SRT-IDX FROM 1 BY 1
                       UNTIL SRT-IDX > C-SORT-TBL-CTR
               PERFORM 3250-STAGE-TOTAL
           END-IF.

       3210-OPEN-SELECT.
           IF TL-STAGE (CASE-IDX) NOT = 'S'
              AND TL-STAGE (CASE-IDX) NOT = 'X'
               MOVE TL-STAGE (CASE-IDX) TO H-STAGE
               PERFORM 2600-STAGE-FIND
               ADD 1 TO C-SORT-TBL-CTR
               SET SRT-IDX TO C-SORT-TBL-CTR
               MOVE C-STG-FOUND-IDX TO TO-RANK (SRT-IDX)
               MOVE TL-NEXT-DATE (CASE-IDX) TO TO-NEXT-DATE (SRT-IDX)
               MOVE TL-CASE-NO (CASE-IDX) TO TO-CASE-NO (SRT-IDX)
               SET TO-CASE-SUB (SRT-IDX) TO CASE-IDX
           END-IF.

       3220-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-SORT-TBL-CTR - C-RANK-PASS.
           PERFORM 3230-RANK-COMPARE
               VARYING SRT-IDX FROM 1 BY 1
                   UNTIL SRT-IDX > C-RANK-LIMIT.

       3230-RANK-COMPARE.
           IF TO-KEY (SRT-IDX) > TO-KEY (SRT-IDX + 1)
               MOVE SORT-ENTRY (SRT-IDX) TO SORT-ENTRY-TEMP
               MOVE SORT-ENTRY (SRT-IDX + 1) TO SORT-ENTRY (SRT-IDX)
               MOVE SORT-ENTRY-TEMP TO SORT-ENTRY (SRT-IDX + 1)
           END-IF.

       3240-OPEN-LINE.
           IF TO-RANK (SRT-IDX) NOT = C-CUR-RANK
               IF C-CUR-RANK > ZERO
                   PERFORM 3250-STAGE-TOTAL
               END-IF
               MOVE TO-RANK (SRT-IDX) TO C-CUR-RANK
               SET STG-IDX TO C-CUR-RANK
               MOVE TS-NAME (STG-IDX) TO O-SB-NAME
               WRITE PRTLINE
                   FROM STAGE-BREAK-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9110-OPEN-HEADING
               END-WRITE
           END-IF.
           ADD 1 TO C-STAGE-CTR.
           SET STG-IDX TO C-CUR-RANK.
           SET CASE-IDX TO TO-CASE-SUB (SRT-IDX).
           MOVE TL-BLD-CODE (CASE-IDX) TO H-BLD-CODE.
           MOVE TL-UNIT (CASE-IDX) TO H-UNIT.
           MOVE TL-CASE-NO (CASE-IDX) TO O-OC-CASE-NO.
           MOVE H-BLD-CODE TO O-OC-BLD-CODE.
           MOVE H-UNIT TO O-OC-UNIT.
           MOVE SPACES TO O-OC-NAME.
           PERFORM 2680-TENANT-FIND.
           IF C-TEN-FOUND-IDX > ZERO
               SET TEN-IDX TO C-TEN-FOUND-IDX
               MOVE TT-NAME (TEN-IDX) TO O-OC-NAME
           END-IF.
           MOVE TL-STAGE-DATE (CASE-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-OC-STAGE-DATE.
           MOVE SPACES TO O-OC-COURT-DATE.
           IF TL-COURT-DATE (CASE-IDX) > ZERO
               MOVE TL-COURT-DATE (CASE-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-OC-COURT-DATE
           END-IF.
           MOVE TS-NEXT-ACTION (STG-IDX) TO O-OC-NEXT-ACTION.
           MOVE SPACES TO O-OC-NEXT-DATE.
           IF TL-NEXT-DATE (CASE-IDX) > ZERO
               MOVE TL-NEXT-DATE (CASE-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-OC-NEXT-DATE
           END-IF.
           PERFORM 2650-OPEN-BALANCE.
           MOVE C-OPEN-BAL TO O-OC-BALANCE.
           MOVE TL-FEES (CASE-IDX) TO O-OC-FEES.
           MOVE SPACES TO O-OC-NOTE.
           IF TL-NEXT-DATE (CASE-IDX) > ZERO
              AND TL-NEXT-DATE (CASE-IDX) < C-TODAY-DATE
               MOVE 'OVERDUE' TO O-OC-NOTE
           END-IF.
           WRITE PRTLINE
               FROM OPEN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-OPEN-HEADING.

       3250-STAGE-TOTAL.
           MOVE C-STAGE-CTR TO O-ST-CTR.
           WRITE PRTLINE
               FROM STAGE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-OPEN-HEADING.
           MOVE ZERO TO C-STAGE-CTR.


       9000-READ.
           READ TRANS-IN
               AT END
                   MOVE "NO" TO MORE-TRANS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM ACTIVITY-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM ACTIVITY-HEADING
                   AFTER ADVANCING 2 LINES.

       9110-OPEN-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM OPEN-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM OPEN-HEADING
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

       9300-EDIT-DATE.
           MOVE WK-MM TO ED-MM.
           MOVE WK-DD TO ED-DD.
           MOVE WK-YYYY TO ED-YYYY.
