       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLGLP00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * GENERAL LEDGER POSTING, TRIAL BALANCE AND INCOME STATEMENT. *
      * RUNS RIGHT BEHIND CBLGLC00.  THE CONSOLIDATED JOURNAL       *
      * (GLJOURNL) IS PROVED FIRST - COUNT AND HASH AGAINST ITS     *
      * TRAILER, DEBITS EQUAL TO CREDITS - THEN POSTED TO THE       *
      * CARRIED-FORWARD ACCOUNT BALANCE FILE (GLBAL, LAYOUT IN      *
      * GLBAL.CPY): PERIOD-TO-DATE, YEAR-TO-DATE AND THE MONTH      *
      * BUCKETS FOR EVERY CHARTACC ACCOUNT THE JOURNAL TOUCHES.     *
      *                                                             *
      * EVERY JOURNAL POSTED IS LOGGED BY ITS BUSINESS DATE (FROM   *
      * THE JOURNAL TRAILER) ON GLPOSTLG.  A JOURNAL WHOSE DATE IS  *
      * ALREADY ON THE LOG IS NOT POSTED AGAIN, AND NEITHER IS ONE  *
      * FROM A YEAR OTHER THAN THE LEDGER'S OPEN YEAR - THE         *
      * CBLCLS00 YEAR-END CLOSE OPENS THE NEXT ONE.                 *
      *                                                             *
      * ON A MONTH-END BUSINESS DATE THE LEDGER REPORT (GLLEDRPT)   *
      * ALSO CARRIES THE TRIAL BALANCE AND THE INCOME STATEMENT BY  *
      * BUSINESS LINE - CURRENT MONTH, YEAR TO DATE AND THE SAME    *
      * MONTH LAST YEAR.  EACH ACCOUNT'S TYPE (A ASSET, L           *
      * LIABILITY, Q EQUITY, R REVENUE, E EXPENSE) AND BUSINESS     *
      * LINE (RENT, BOATS, PIZZA, POP, FARM ...) COME FROM THE      *
      * ACCOUNT CLASS FILE (GLACCLS); AN ACCOUNT NOT ON IT IS       *
      * LISTED AS UNCLASSIFIED ON THE TRIAL BALANCE.                *
      *                                                             *
      * RETURN CODE 4 WHEN THE JOURNAL WAS ALREADY POSTED OR AN     *
      * ACCOUNT IS UNCLASSIFIED, 8 WHEN THE TRIAL BALANCE DOES NOT  *
      * BALANCE, 16 WHEN THE JOURNAL DOES NOT PROVE OR BELONGS TO   *
      * ANOTHER YEAR (NOTHING IS POSTED).                           *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL JOURNAL-IN
               ASSIGN TO GLJOURNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-JRN-STATUS.

           SELECT OPTIONAL GL-BALANCE
               ASSIGN TO GLBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BAL-STATUS.

           SELECT OPTIONAL ACCT-CLASS
               ASSIGN TO GLACCLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CLS-STATUS.

           SELECT OPTIONAL POST-LOG
               ASSIGN TO GLPOSTLG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LOG-STATUS.

           SELECT PRTOUT
               ASSIGN TO GLLEDRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD JOURNAL-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS JRN-REC.

       01  JRN-REC.
           05  JR-ACCOUNT           PIC 9(8).
           05  JR-DESC              PIC X(20).
           05  JR-AMOUNT            PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER               PIC X.

       01  JRN-TRAILER REDEFINES JRN-REC.
           05  JT-ID                PIC X(8).
           05  JT-REC-CTR           PIC 9(6).
           05  JT-HASH-TOTAL        PIC 9(11)V99.
           05  JT-BUS-DATE          PIC 9(8).
           05  FILLER               PIC X(6).

       FD GL-BALANCE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 398 CHARACTERS
           DATA RECORD IS GBF-REC.

       01  GBF-REC.
           05  GBF-ACCOUNT          PIC 9(8).
           05  FILLER               PIC X(390).

       FD ACCT-CLASS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS CL-REC.

       01  CL-REC.
           05  CL-ACCOUNT           PIC 9(8).
           05  CL-TYPE              PIC X.
           05  CL-LINE              PIC X(10).

       FD POST-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PL-REC.

       01  PL-REC.
           05  PL-BUS-DATE          PIC 9(8).
           05  PL-RUN-DATE          PIC 9(8).
           05  PL-REC-CTR           PIC 9(6).
           05  PL-HASH-TOTAL        PIC 9(11)V99.

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
           05  C-JRN-STATUS     PIC XX         VALUE "00".
           05  C-BAL-STATUS     PIC XX         VALUE "00".
           05  C-CLS-STATUS     PIC XX         VALUE "00".
           05  C-LOG-STATUS     PIC XX         VALUE "00".
           05  MORE-IN          PIC XXX        VALUE "YES".
           05  TRAILER-SEEN-SW  PIC XXX        VALUE "NO".
           05  JOURNAL-OK-SW    PIC XXX        VALUE "YES".
           05  POSTED-BEFORE-SW PIC XXX        VALUE "NO".
           05  POST-SW          PIC XXX        VALUE "NO".
           05  FAIL-SW          PIC XXX        VALUE "NO".
           05  MONTH-END-SW     PIC XXX        VALUE "NO".
           05  TB-BALANCED-SW   PIC XXX        VALUE "YES".
           05  C-BUS-DATE       PIC 9(8)       VALUE ZERO.
           05  C-BUS-INT        PIC 9(7)       VALUE ZERO.
           05  C-NEXT-DATE      PIC 9(8)       VALUE ZERO.
           05  C-NEXT-DATE-X REDEFINES C-NEXT-DATE.
               10  FILLER           PIC 9(6).
               10  C-NEXT-DAY       PIC 99.
           05  C-JRN-DATE       PIC 9(8)       VALUE ZERO.
           05  C-JRN-DATE-X REDEFINES C-JRN-DATE.
               10  C-JRN-YEAR       PIC 9(4).
               10  C-JRN-MONTH      PIC 99.
               10  C-JRN-DAY        PIC 99.
           05  C-JRN-PERIOD     PIC 9(6)       VALUE ZERO.
           05  C-LEDGER-YEAR    PIC 9(4)       VALUE ZERO.
           05  C-PERIOD-YEAR    PIC 9(4)       VALUE ZERO.
           05  C-JRN-CTR        PIC 9(6)       VALUE ZERO.
           05  C-JRN-HASH       PIC 9(11)V99   VALUE ZERO.
           05  C-JRN-NET        PIC S9(11)V99  VALUE ZERO.
           05  C-POST-CTR       PIC 9(6)       VALUE ZERO.
           05  C-NEW-ACCT-CTR   PIC 9(5)       VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-UNCLASS-CTR    PIC 9(5)       VALUE ZERO.
           05  C-FAIL-REASON    PIC X(40)      VALUE SPACES.
           05  C-ACCT-CTR       PIC 999        VALUE ZERO.
           05  C-ACCT-IDX       PIC 999        VALUE ZERO.
           05  C-INS-IDX        PIC 999        VALUE ZERO.
           05  C-SUB            PIC 999        VALUE ZERO.
           05  C-LOOKUP-ACCT    PIC 9(8)       VALUE ZERO.
           05  C-CLS-CTR        PIC 999        VALUE ZERO.
           05  C-LINE-CTR       PIC 99         VALUE ZERO.
           05  C-LINE-SUB       PIC 99         VALUE ZERO.
           05  C-LINE-FOUND     PIC 99         VALUE ZERO.
           05  C-MM             PIC 99         VALUE ZERO.
           05  C-WANT-TYPE      PIC X          VALUE SPACE.
           05  C-WANT-LINE      PIC X(10)      VALUE SPACES.
           05  C-SIGN           PIC S9         VALUE +1.
           05  C-TB-DEBIT       PIC S9(11)V99  VALUE ZERO.
           05  C-TB-CREDIT      PIC S9(11)V99  VALUE ZERO.
           05  C-AMT-CUR        PIC S9(11)V99  VALUE ZERO.
           05  C-AMT-YTD        PIC S9(11)V99  VALUE ZERO.
           05  C-AMT-LY         PIC S9(11)V99  VALUE ZERO.
           05  C-SUB-CUR        PIC S9(11)V99  VALUE ZERO.
           05  C-SUB-YTD        PIC S9(11)V99  VALUE ZERO.
           05  C-SUB-LY         PIC S9(11)V99  VALUE ZERO.
           05  C-NET-CUR        PIC S9(11)V99  VALUE ZERO.
           05  C-NET-YTD        PIC S9(11)V99  VALUE ZERO.
           05  C-NET-LY         PIC S9(11)V99  VALUE ZERO.
           05  C-ALL-CUR        PIC S9(11)V99  VALUE ZERO.
           05  C-ALL-YTD        PIC S9(11)V99  VALUE ZERO.
           05  C-ALL-LY         PIC S9(11)V99  VALUE ZERO.

      *    THE ACCOUNT BEING WORKED ON.
       01  BAL-ITEM.
           COPY GLBAL.

      *    THE LEDGER, KEPT IN ACCOUNT ORDER, WITH EACH ACCOUNT'S
      *    TYPE AND LINE FILLED IN FOR THE STATEMENTS.
       01  LEDGER-TABLE.
           05  LEDGER-ENTRY         PIC X(398)
                                    OCCURS 200 TIMES.

       01  LEDGER-CLASS-TABLE.
           05  LEDGER-CLASS OCCURS 200 TIMES.
               10  LC-TYPE          PIC X.
               10  LC-LINE          PIC X(10).

       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 200 TIMES INDEXED BY CLS-IDX.
               10  TC-ACCOUNT       PIC 9(8).
               10  TC-TYPE          PIC X.
               10  TC-LINE          PIC X(10).

       01  LINE-TABLE.
           05  LINE-NAME            PIC X(10) OCCURS 20 TIMES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLGLP00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01  COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(33)   VALUE SPACES.
           05  O-TITLE          PIC X(41)   VALUE
               'GENERAL LEDGER POSTING'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  POST-LINE.
           05  O-PL-TEXT        PIC X(30).
           05  O-PL-VALUE       PIC X(20).
           05  FILLER           PIC X(82)   VALUE SPACES.

       01  POST-CTR-LINE.
           05  O-PC-TEXT        PIC X(30).
           05  O-PC-CTR         PIC ZZZ,ZZ9.
           05  FILLER           PIC X(95)   VALUE SPACES.

       01  POST-AMT-LINE.
           05  O-PA-TEXT        PIC X(30).
           05  O-PA-AMT         PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(83)   VALUE SPACES.

       01  MSG-LINE.
           05  O-MSG            PIC X(60).
           05  FILLER           PIC X(72)   VALUE SPACES.

       01  STMT-SUBTITLE.
           05  FILLER           PIC X(33)   VALUE SPACES.
           05  O-SUB-TEXT       PIC X(17).
           05  O-SUB-MM         PIC 99.
           05  FILLER           PIC X       VALUE '/'.
           05  O-SUB-YYYY       PIC 9(4).
           05  FILLER           PIC X(75)   VALUE SPACES.

       01  TB-HEADING.
           05  FILLER           PIC X(10)   VALUE 'ACCOUNT'.
           05  FILLER           PIC X(22)   VALUE 'DESCRIPTION'.
           05  FILLER           PIC X(6)    VALUE 'TYPE'.
           05  FILLER           PIC X(12)   VALUE 'LINE'.
           05  FILLER           PIC X(20)   VALUE
               '               DEBIT'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               '              CREDIT'.
           05  FILLER           PIC X(38)   VALUE SPACES.

       01  TB-LINE.
           05  O-TB-ACCOUNT     PIC 9(8).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-TB-DESC        PIC X(20).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-TB-TYPE        PIC X(4).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-TB-LINE        PIC X(10).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-TB-DEBIT       PIC $$$,$$$,$$$,$$$.99B
                                BLANK WHEN ZERO.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-TB-CREDIT      PIC $$$,$$$,$$$,$$$.99B
                                BLANK WHEN ZERO.
           05  FILLER           PIC X(38)   VALUE SPACES.

       01  TB-TOTAL-LINE.
           05  FILLER           PIC X(50)   VALUE
               '          TOTALS'.
           05  O-TBT-DEBIT      PIC $$$,$$$,$$$,$$$.99B.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-TBT-CREDIT     PIC $$$,$$$,$$$,$$$.99B.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TBT-FLAG       PIC X(20).
           05  FILLER           PIC X(15)   VALUE SPACES.

       01  IS-HEADING.
           05  FILLER           PIC X(34)   VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               '       CURRENT MONTH'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               '        YEAR TO DATE'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               ' SAME MONTH LAST YR'.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  IS-LINE-HEAD.
           05  FILLER           PIC X(15)   VALUE 'BUSINESS LINE: '.
           05  O-IS-LINE        PIC X(10).
           05  FILLER           PIC X(107)  VALUE SPACES.

       01  IS-DETAIL.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-IS-ACCOUNT     PIC 9(8).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-IS-DESC        PIC X(20).
           05  O-IS-CUR         PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-IS-YTD         PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-IS-LY          PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  IS-TOTAL.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-IST-TEXT       PIC X(32).
           05  O-IST-CUR        PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-IST-YTD        PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-IST-LY         PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLGLP00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-PROVE-JOURNAL.
           PERFORM 2100-CHECK-POSTING THRU 2100-EXIT.
           IF POST-SW = "YES"
               PERFORM 2200-POST-JOURNAL
           END-IF.
           PERFORM 2900-POSTING-SUMMARY.
           IF MONTH-END-SW = "YES" AND FAIL-SW = "NO"
               PERFORM 3000-TRIAL-BALANCE
               PERFORM 3500-INCOME-STATEMENT
           END-IF.
           PERFORM 4000-CLOSING.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DATE TO C-BUS-DATE.

      *    THE BUSINESS DATE IS A MONTH END WHEN TOMORROW IS THE 1ST.
           COMPUTE C-BUS-INT = FUNCTION INTEGER-OF-DATE (C-BUS-DATE).
           COMPUTE C-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (C-BUS-INT + 1).
           IF C-NEXT-DAY = 1
               MOVE "YES" TO MONTH-END-SW
           END-IF.

           PERFORM 1100-LOAD-CLASSES.
           PERFORM 1200-LOAD-LEDGER.

           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.


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

       1100-LOAD-CLASSES.
           OPEN INPUT ACCT-CLASS.
           IF C-CLS-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 1110-READ-CLASS
                   UNTIL MORE-IN = "NO"
               CLOSE ACCT-CLASS
           END-IF.

       1110-READ-CLASS.
           READ ACCT-CLASS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND CL-ACCOUNT IS NUMERIC
              AND C-CLS-CTR < 200
               ADD 1 TO C-CLS-CTR
               MOVE CL-ACCOUNT TO TC-ACCOUNT (C-CLS-CTR)
               MOVE CL-TYPE TO TC-TYPE (C-CLS-CTR)
               MOVE CL-LINE TO TC-LINE (C-CLS-CTR)
           END-IF.

      *    THE LEDGER'S OPEN YEAR IS THE LATEST YEAR ANY ACCOUNT
      *    HAS A PERIOD IN; AN EMPTY LEDGER TAKES WHATEVER YEAR
      *    ITS FIRST JOURNAL BRINGS.
       1200-LOAD-LEDGER.
           OPEN INPUT GL-BALANCE.
           IF C-BAL-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 1210-READ-BALANCE
                   UNTIL MORE-IN = "NO"
               CLOSE GL-BALANCE
           END-IF.
           MOVE ZERO TO C-NEW-ACCT-CTR.

       1210-READ-BALANCE.
           READ GL-BALANCE
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE GBF-ACCOUNT TO C-LOOKUP-ACCT
               PERFORM 5000-FIND-ACCOUNT
               IF C-ACCT-IDX > ZERO
                   MOVE GBF-REC TO LEDGER-ENTRY (C-ACCT-IDX)
                   MOVE GBF-REC TO BAL-ITEM
                   DIVIDE GB-PERIOD BY 100 GIVING C-PERIOD-YEAR
                   IF C-PERIOD-YEAR > C-LEDGER-YEAR
                       MOVE C-PERIOD-YEAR TO C-LEDGER-YEAR
                   END-IF
               END-IF
           END-IF.


      *    PROVE THE JOURNAL BEFORE ANY OF IT TOUCHES THE LEDGER.
       2000-PROVE-JOURNAL.
           MOVE "NO" TO TRAILER-SEEN-SW.
           OPEN INPUT JOURNAL-IN.
           IF C-JRN-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2010-PROVE-ONE
                   UNTIL MORE-IN = "NO"
               CLOSE JOURNAL-IN
           END-IF.
           IF TRAILER-SEEN-SW = "NO"
               MOVE "NO" TO JOURNAL-OK-SW
               MOVE 'JOURNAL MISSING OR SHORT - NO TRAILER'
                   TO C-FAIL-REASON
           END-IF.
           IF JOURNAL-OK-SW = "YES" AND C-JRN-NET NOT = ZERO
               MOVE "NO" TO JOURNAL-OK-SW
               MOVE 'JOURNAL DEBITS AND CREDITS NOT EQUAL'
                   TO C-FAIL-REASON
           END-IF.
           IF C-JRN-DATE = ZERO
               MOVE C-BUS-DATE TO C-JRN-DATE
           END-IF.
           COMPUTE C-JRN-PERIOD = C-JRN-YEAR * 100 + C-JRN-MONTH.

       2010-PROVE-ONE.
           READ JOURNAL-IN
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF JT-ID = 'TRAILER '
                   MOVE "YES" TO TRAILER-SEEN-SW
                   IF JT-REC-CTR NOT = C-JRN-CTR
                      OR JT-HASH-TOTAL NOT = C-JRN-HASH
                       MOVE "NO" TO JOURNAL-OK-SW
                       MOVE 'JOURNAL COUNT OR HASH DOES NOT PROVE'
                           TO C-FAIL-REASON
                   END-IF
                   IF JT-BUS-DATE IS NUMERIC
                       MOVE JT-BUS-DATE TO C-JRN-DATE
                   END-IF
               ELSE
                   ADD 1 TO C-JRN-CTR
                   IF JR-AMOUNT < ZERO
                       SUBTRACT JR-AMOUNT FROM C-JRN-HASH
                   ELSE
                       ADD JR-AMOUNT TO C-JRN-HASH
                   END-IF
                   ADD JR-AMOUNT TO C-JRN-NET
               END-IF
           END-IF.

      *    A PROVED JOURNAL POSTS UNLESS ITS DATE IS ALREADY ON THE
      *    POSTING LOG OR IT FALLS OUTSIDE THE LEDGER'S OPEN YEAR.
       2100-CHECK-POSTING.
           IF JOURNAL-OK-SW = "NO"
               MOVE "YES" TO FAIL-SW
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT POST-LOG.
           IF C-LOG-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 2110-READ-LOG
                   UNTIL MORE-IN = "NO"
               CLOSE POST-LOG
           END-IF.
           IF POSTED-BEFORE-SW = "YES"
               GO TO 2100-EXIT
           END-IF.
           IF C-LEDGER-YEAR > ZERO
              AND C-JRN-YEAR > C-LEDGER-YEAR
               MOVE "YES" TO FAIL-SW
               MOVE 'JOURNAL YEAR NOT YET OPEN - CLOSE FIRST'
                   TO C-FAIL-REASON
               GO TO 2100-EXIT
           END-IF.
           IF C-JRN-YEAR < C-LEDGER-YEAR
               MOVE "YES" TO FAIL-SW
               MOVE 'JOURNAL IS IN A YEAR ALREADY CLOSED'
                   TO C-FAIL-REASON
               GO TO 2100-EXIT
           END-IF.
           MOVE "YES" TO POST-SW.

       2100-EXIT.
           EXIT.

       2110-READ-LOG.
           READ POST-LOG
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND PL-BUS-DATE = C-JRN-DATE
               MOVE "YES" TO POSTED-BEFORE-SW
           END-IF.

       2200-POST-JOURNAL.
           OPEN INPUT JOURNAL-IN.
           MOVE "YES" TO MORE-IN.
           PERFORM 2210-POST-ONE
               UNTIL MORE-IN = "NO".
           CLOSE JOURNAL-IN.
           IF C-LOST-CTR > ZERO
               MOVE "YES" TO FAIL-SW
               MOVE "NO" TO POST-SW
               MOVE 'LEDGER TABLE FULL - NOTHING POSTED'
                   TO C-FAIL-REASON
           END-IF.

      *    A LATER PERIOD STARTS THE ACCOUNT'S PERIOD-TO-DATE OVER;
      *    A LATE JOURNAL FOR AN EARLIER MONTH STILL REACHES ITS
      *    MONTH BUCKET AND THE YEAR TO DATE.
       2210-POST-ONE.
           READ JOURNAL-IN
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND JT-ID NOT = 'TRAILER '
               MOVE JR-ACCOUNT TO C-LOOKUP-ACCT
               PERFORM 5000-FIND-ACCOUNT
               IF C-ACCT-IDX > ZERO
                   MOVE LEDGER-ENTRY (C-ACCT-IDX) TO BAL-ITEM
                   IF GB-DESC = SPACES
                       MOVE JR-DESC TO GB-DESC
                   END-IF
                   IF C-JRN-PERIOD > GB-PERIOD
                       MOVE C-JRN-PERIOD TO GB-PERIOD
                       MOVE ZERO TO GB-PTD
                   END-IF
                   IF C-JRN-PERIOD = GB-PERIOD
                       ADD JR-AMOUNT TO GB-PTD
                   END-IF
                   ADD JR-AMOUNT TO GB-YTD
                   ADD JR-AMOUNT TO GB-MONTH-AMT (C-JRN-MONTH)
                   MOVE BAL-ITEM TO LEDGER-ENTRY (C-ACCT-IDX)
                   ADD 1 TO C-POST-CTR
               END-IF
           END-IF.

       2900-POSTING-SUMMARY.
           MOVE 'JOURNAL BUSINESS DATE:' TO O-PL-TEXT.
           MOVE C-JRN-DATE TO O-PL-VALUE.
           WRITE PRTLINE
               FROM POST-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'JOURNAL RECORDS:' TO O-PC-TEXT.
           MOVE C-JRN-CTR TO O-PC-CTR.
           WRITE PRTLINE
               FROM POST-CTR-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'JOURNAL HASH:' TO O-PA-TEXT.
           MOVE C-JRN-HASH TO O-PA-AMT.
           WRITE PRTLINE
               FROM POST-AMT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS POSTED:' TO O-PC-TEXT.
           MOVE C-POST-CTR TO O-PC-CTR.
           WRITE PRTLINE
               FROM POST-CTR-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'NEW ACCOUNTS OPENED:' TO O-PC-TEXT.
           MOVE C-NEW-ACCT-CTR TO O-PC-CTR.
           WRITE PRTLINE
               FROM POST-CTR-LINE
                   AFTER ADVANCING 1 LINE.
           EVALUATE TRUE
               WHEN FAIL-SW = "YES"
                   MOVE SPACES TO O-MSG
                   STRING '** NOT POSTED - ' DELIMITED BY SIZE
                          C-FAIL-REASON DELIMITED BY '  '
                          ' **' DELIMITED BY SIZE
                       INTO O-MSG
                   END-STRING
               WHEN POSTED-BEFORE-SW = "YES"
                   MOVE '** DATE ALREADY POSTED - NOT POSTED AGAIN **'
                       TO O-MSG
               WHEN OTHER
                   MOVE 'POSTED TO THE LEDGER.' TO O-MSG
           END-EVALUATE.
           WRITE PRTLINE
               FROM MSG-LINE
                   AFTER ADVANCING 2 LINES.


      *    EACH ACCOUNT'S TYPE AND LINE FROM THE CLASS FILE; THE
      *    INCOME STATEMENT'S LINES IN THE ORDER THEY FIRST APPEAR.
       3000-TRIAL-BALANCE.
           PERFORM 3005-CLASSIFY
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-ACCT-CTR.
           MOVE 'TRIAL BALANCE' TO O-TITLE.
           PERFORM 9100-HEADING.
           MOVE 'AS OF MONTH END' TO O-SUB-TEXT.
           MOVE I-MONTH TO O-SUB-MM.
           MOVE I-YEAR TO O-SUB-YYYY.
           WRITE PRTLINE
               FROM STMT-SUBTITLE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM TB-HEADING
                   AFTER ADVANCING 2 LINES.
           MOVE ZERO TO C-TB-DEBIT.
           MOVE ZERO TO C-TB-CREDIT.
           PERFORM 3010-TB-ACCOUNT
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-ACCT-CTR.
           MOVE C-TB-DEBIT TO O-TBT-DEBIT.
           MOVE C-TB-CREDIT TO O-TBT-CREDIT.
           IF C-TB-DEBIT = C-TB-CREDIT
               MOVE 'IN BALANCE' TO O-TBT-FLAG
           ELSE
               MOVE "NO" TO TB-BALANCED-SW
               MOVE '** OUT OF BALANCE **' TO O-TBT-FLAG
           END-IF.
           WRITE PRTLINE
               FROM TB-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           IF C-UNCLASS-CTR > ZERO
               MOVE 'ACCOUNTS NOT ON GLACCLS:' TO O-PC-TEXT
               MOVE C-UNCLASS-CTR TO O-PC-CTR
               WRITE PRTLINE
                   FROM POST-CTR-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

       3005-CLASSIFY.
           MOVE LEDGER-ENTRY (C-SUB) (1:8) TO C-LOOKUP-ACCT.
           MOVE '?' TO LC-TYPE (C-SUB).
           MOVE SPACES TO LC-LINE (C-SUB).
           SET CLS-IDX TO 1.
           SEARCH CLASS-ENTRY
               AT END
                   ADD 1 TO C-UNCLASS-CTR
               WHEN CLS-IDX > C-CLS-CTR
                   ADD 1 TO C-UNCLASS-CTR
               WHEN TC-ACCOUNT (CLS-IDX) = C-LOOKUP-ACCT
                   MOVE TC-TYPE (CLS-IDX) TO LC-TYPE (C-SUB)
                   MOVE TC-LINE (CLS-IDX) TO LC-LINE (C-SUB)
           END-SEARCH.
           IF (LC-TYPE (C-SUB) = 'R' OR LC-TYPE (C-SUB) = 'E')
              AND LC-LINE (C-SUB) = SPACES
               MOVE 'OTHER' TO LC-LINE (C-SUB)
           END-IF.
           IF LC-TYPE (C-SUB) = 'R' OR LC-TYPE (C-SUB) = 'E'
               MOVE LC-LINE (C-SUB) TO C-WANT-LINE
               MOVE ZERO TO C-LINE-FOUND
               PERFORM 3007-LINE-SEARCH
                   VARYING C-LINE-SUB FROM 1 BY 1
                       UNTIL C-LINE-SUB > C-LINE-CTR
               IF C-LINE-FOUND = ZERO AND C-LINE-CTR < 20
                   ADD 1 TO C-LINE-CTR
                   MOVE C-WANT-LINE TO LINE-NAME (C-LINE-CTR)
               END-IF
           END-IF.

       3007-LINE-SEARCH.
           IF LINE-NAME (C-LINE-SUB) = C-WANT-LINE
               MOVE C-LINE-SUB TO C-LINE-FOUND
           END-IF.

      *    DEBITS ARE CARRIED NEGATIVE, CREDITS POSITIVE.
       3010-TB-ACCOUNT.
           MOVE LEDGER-ENTRY (C-SUB) TO BAL-ITEM.
           IF GB-YTD NOT = ZERO
               MOVE GB-ACCOUNT TO O-TB-ACCOUNT
               MOVE GB-DESC TO O-TB-DESC
               EVALUATE LC-TYPE (C-SUB)
                   WHEN 'A'
                       MOVE 'ASST' TO O-TB-TYPE
                   WHEN 'L'
                       MOVE 'LIAB' TO O-TB-TYPE
                   WHEN 'Q'
                       MOVE 'EQTY' TO O-TB-TYPE
                   WHEN 'R'
                       MOVE 'REV' TO O-TB-TYPE
                   WHEN 'E'
                       MOVE 'EXP' TO O-TB-TYPE
                   WHEN OTHER
                       MOVE '????' TO O-TB-TYPE
               END-EVALUATE
               MOVE LC-LINE (C-SUB) TO O-TB-LINE
               IF GB-YTD < ZERO
                   COMPUTE O-TB-DEBIT = ZERO - GB-YTD
                   MOVE ZERO TO O-TB-CREDIT
                   SUBTRACT GB-YTD FROM C-TB-DEBIT
               ELSE
                   MOVE ZERO TO O-TB-DEBIT
                   MOVE GB-YTD TO O-TB-CREDIT
                   ADD GB-YTD TO C-TB-CREDIT
               END-IF
               WRITE PRTLINE
                   FROM TB-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 3090-TB-PAGE
               END-WRITE
           END-IF.

       3090-TB-PAGE.
           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM TB-HEADING
                   AFTER ADVANCING 2 LINES.


      *    ONE SECTION PER BUSINESS LINE - REVENUE, THEN EXPENSE
      *    SHOWN AS A POSITIVE COST, THEN THE LINE'S NET INCOME.
       3500-INCOME-STATEMENT.
           MOVE 'INCOME STATEMENT BY BUSINESS LINE' TO O-TITLE.
           PERFORM 3590-IS-PAGE.
           MOVE ZERO TO C-ALL-CUR.
           MOVE ZERO TO C-ALL-YTD.
           MOVE ZERO TO C-ALL-LY.
           PERFORM 3510-IS-LINE
               VARYING C-LINE-SUB FROM 1 BY 1
                   UNTIL C-LINE-SUB > C-LINE-CTR.
           IF C-LINE-CTR = ZERO
               MOVE 'NO REVENUE OR EXPENSE ACCOUNTS ON GLACCLS.'
                   TO O-MSG
               WRITE PRTLINE
                   FROM MSG-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           MOVE 'NET INCOME - ALL LINES' TO O-IST-TEXT.
           MOVE C-ALL-CUR TO O-IST-CUR.
           MOVE C-ALL-YTD TO O-IST-YTD.
           MOVE C-ALL-LY TO O-IST-LY.
           WRITE PRTLINE
               FROM IS-TOTAL
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 3590-IS-PAGE
           END-WRITE.

       3510-IS-LINE.
           MOVE LINE-NAME (C-LINE-SUB) TO C-WANT-LINE.
           MOVE C-WANT-LINE TO O-IS-LINE.
           WRITE PRTLINE
               FROM IS-LINE-HEAD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 3590-IS-PAGE
           END-WRITE.
           MOVE ZERO TO C-NET-CUR.
           MOVE ZERO TO C-NET-YTD.
           MOVE ZERO TO C-NET-LY.

           MOVE 'R' TO C-WANT-TYPE.
           MOVE +1 TO C-SIGN.
           PERFORM 3520-IS-SECTION.
           MOVE 'TOTAL REVENUE' TO O-IST-TEXT.
           PERFORM 3540-IS-SUBTOTAL.
           ADD C-SUB-CUR TO C-NET-CUR.
           ADD C-SUB-YTD TO C-NET-YTD.
           ADD C-SUB-LY TO C-NET-LY.

           MOVE 'E' TO C-WANT-TYPE.
           MOVE -1 TO C-SIGN.
           PERFORM 3520-IS-SECTION.
           MOVE 'TOTAL EXPENSE' TO O-IST-TEXT.
           PERFORM 3540-IS-SUBTOTAL.
           SUBTRACT C-SUB-CUR FROM C-NET-CUR.
           SUBTRACT C-SUB-YTD FROM C-NET-YTD.
           SUBTRACT C-SUB-LY FROM C-NET-LY.

           MOVE SPACES TO O-IST-TEXT.
           STRING 'NET INCOME - ' DELIMITED BY SIZE
                  C-WANT-LINE DELIMITED BY SPACE
               INTO O-IST-TEXT
           END-STRING.
           MOVE C-NET-CUR TO O-IST-CUR.
           MOVE C-NET-YTD TO O-IST-YTD.
           MOVE C-NET-LY TO O-IST-LY.
           WRITE PRTLINE
               FROM IS-TOTAL
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 3590-IS-PAGE
           END-WRITE.
           ADD C-NET-CUR TO C-ALL-CUR.
           ADD C-NET-YTD TO C-ALL-YTD.
           ADD C-NET-LY TO C-ALL-LY.

       3520-IS-SECTION.
           MOVE ZERO TO C-SUB-CUR.
           MOVE ZERO TO C-SUB-YTD.
           MOVE ZERO TO C-SUB-LY.
           PERFORM 3530-IS-ACCOUNT
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-ACCT-CTR.

       3530-IS-ACCOUNT.
           IF LC-TYPE (C-SUB) = C-WANT-TYPE
              AND LC-LINE (C-SUB) = C-WANT-LINE
               MOVE LEDGER-ENTRY (C-SUB) TO BAL-ITEM
               COMPUTE C-AMT-CUR = GB-MONTH-AMT (I-MONTH) * C-SIGN
               COMPUTE C-AMT-YTD = GB-YTD * C-SIGN
               COMPUTE C-AMT-LY = GB-LY-MONTH-AMT (I-MONTH) * C-SIGN
               IF C-AMT-CUR NOT = ZERO
                  OR C-AMT-YTD NOT = ZERO
                  OR C-AMT-LY NOT = ZERO
                   MOVE GB-ACCOUNT TO O-IS-ACCOUNT
                   MOVE GB-DESC TO O-IS-DESC
                   MOVE C-AMT-CUR TO O-IS-CUR
                   MOVE C-AMT-YTD TO O-IS-YTD
                   MOVE C-AMT-LY TO O-IS-LY
                   WRITE PRTLINE
                       FROM IS-DETAIL
                           AFTER ADVANCING 1 LINE
                               AT EOP
                                   PERFORM 3590-IS-PAGE
                   END-WRITE
                   ADD C-AMT-CUR TO C-SUB-CUR
                   ADD C-AMT-YTD TO C-SUB-YTD
                   ADD C-AMT-LY TO C-SUB-LY
               END-IF
           END-IF.

       3540-IS-SUBTOTAL.
           MOVE C-SUB-CUR TO O-IST-CUR.
           MOVE C-SUB-YTD TO O-IST-YTD.
           MOVE C-SUB-LY TO O-IST-LY.
           WRITE PRTLINE
               FROM IS-TOTAL
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 3590-IS-PAGE
           END-WRITE.

       3590-IS-PAGE.
           PERFORM 9100-HEADING.
           MOVE 'FOR THE MONTH OF' TO O-SUB-TEXT.
           MOVE I-MONTH TO O-SUB-MM.
           MOVE I-YEAR TO O-SUB-YYYY.
           WRITE PRTLINE
               FROM STMT-SUBTITLE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM IS-HEADING
                   AFTER ADVANCING 2 LINES.


      *    THE LEDGER AND THE POSTING LOG ARE ONLY WRITTEN WHEN THE
      *    WHOLE JOURNAL POSTED.
       4000-CLOSING.
           IF POST-SW = "YES"
               OPEN OUTPUT GL-BALANCE
               PERFORM 4010-WRITE-BALANCE
                   VARYING C-SUB FROM 1 BY 1
                       UNTIL C-SUB > C-ACCT-CTR
               CLOSE GL-BALANCE
               OPEN EXTEND POST-LOG
               IF C-LOG-STATUS NOT = "00" AND C-LOG-STATUS NOT = "05"
                   OPEN OUTPUT POST-LOG
               END-IF
               MOVE C-JRN-DATE TO PL-BUS-DATE
               MOVE C-BUS-DATE TO PL-RUN-DATE
               MOVE C-JRN-CTR TO PL-REC-CTR
               MOVE C-JRN-HASH TO PL-HASH-TOTAL
               WRITE PL-REC
               CLOSE POST-LOG
           END-IF.
           CLOSE PRTOUT.

           MOVE C-POST-CTR TO AUD-REC-CTR.
           IF FAIL-SW = "YES"
               MOVE 'FAILED' TO AUD-STATUS
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               IF TB-BALANCED-SW = "NO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF POSTED-BEFORE-SW = "YES"
                      OR C-UNCLASS-CTR > ZERO
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       4010-WRITE-BALANCE.
           MOVE LEDGER-ENTRY (C-SUB) TO GBF-REC.
           WRITE GBF-REC.


      *    FIND THE ACCOUNT IN THE LEDGER TABLE, OPENING IT IN
      *    ACCOUNT ORDER WHEN IT IS NEW.  A FULL TABLE RETURNS ZERO.
       5000-FIND-ACCOUNT.
           MOVE ZERO TO C-ACCT-IDX.
           MOVE ZERO TO C-INS-IDX.
           PERFORM 5010-ACCOUNT-SEARCH
               VARYING C-SUB FROM 1 BY 1
                   UNTIL C-SUB > C-ACCT-CTR
                      OR C-ACCT-IDX > ZERO
                      OR C-INS-IDX > ZERO.
           IF C-ACCT-IDX = ZERO
               IF C-ACCT-CTR < 200
                   IF C-INS-IDX = ZERO
                       COMPUTE C-INS-IDX = C-ACCT-CTR + 1
                   END-IF
                   PERFORM 5020-SHIFT-DOWN
                       VARYING C-SUB FROM C-ACCT-CTR BY -1
                           UNTIL C-SUB < C-INS-IDX
                   ADD 1 TO C-ACCT-CTR
                   ADD 1 TO C-NEW-ACCT-CTR
                   INITIALIZE BAL-ITEM
                   MOVE C-LOOKUP-ACCT TO GB-ACCOUNT
                   MOVE BAL-ITEM TO LEDGER-ENTRY (C-INS-IDX)
                   MOVE C-INS-IDX TO C-ACCT-IDX
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

       5010-ACCOUNT-SEARCH.
           IF LEDGER-ENTRY (C-SUB) (1:8) = C-LOOKUP-ACCT
               MOVE C-SUB TO C-ACCT-IDX
           ELSE
               IF LEDGER-ENTRY (C-SUB) (1:8) > C-LOOKUP-ACCT
                   MOVE C-SUB TO C-INS-IDX
               END-IF
           END-IF.

       5020-SHIFT-DOWN.
           MOVE LEDGER-ENTRY (C-SUB) TO LEDGER-ENTRY (C-SUB + 1).


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
