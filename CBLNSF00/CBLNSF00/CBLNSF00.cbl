       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLNSF00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * RETURNED ACH / NSF RENT PAYMENTS.                           *
      * RUNS AFTER EVERY RENT RUN.  THE ACH DEBITS ON RENTACH ARE   *
      * ADDED TO THE ACH DEBIT HISTORY (ACHHIST IN, ACHHISTN OUT),  *
      * KEPT 120 DAYS, SO A RETURN CAN BE MATCHED TO THE DEBIT IT   *
      * CAME FROM.  EACH RETURN ON THE BANK RETURN FILE (NSFRTN) -  *
      * ROUTING, ACCOUNT, AMOUNT, DEBIT DATE, REASON CODE - MUST    *
      * MATCH ONE DEBIT NOT ALREADY RETURNED.  A MATCHED RETURN:    *
      *   1. REVERSES THE PAYMENT ON RENTRECV, NEWEST PAID ITEM     *
      *      FIRST, SO THE ITEMS RE-AGE.  ANY PART NOT FOUND ON THE *
      *      RECEIVABLE BECOMES AN OPEN ITEM OF ITS OWN,            *
      *   2. ASSESSES THE NSF FEE (NSFPARM, 35.00 WHEN NO CARD) AS  *
      *      A NEW OPEN ITEM, EXCEPT FOR AN UNAUTHORIZED OR REVOKED *
      *      DEBIT,                                                 *
      *   3. GOES ON THE RETURN HISTORY (NSFHIST IN, NSFHISTN OUT). *
      *      A SECOND RETURN FOR THE UNIT INSIDE TWELVE MONTHS      *
      *      TURNS AUTOPAY OFF ON TENMAST AND MARKS THE TENANT      *
      *      CERTIFIED FUNDS ONLY (AUTOPAY FLAG C); THE NEW TENANT  *
      *      MASTER IS WRITTEN TO TENMASTN FOR THE JCL TO PUT BACK  *
      *      IN PLACE, AS CBLMNT00 DOES.                            *
      * THE RETURNED-PAYMENTS REGISTER PRINTS ON NSFRPT AND THE     *
      * RETURNS THAT CANNOT BE MATCHED ON NSFERR.                   *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RETURN-IN
               ASSIGN TO NSFRTN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RTN-STATUS.

           SELECT OPTIONAL ACH-IN
               ASSIGN TO RENTACH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ACH-STATUS.

           SELECT OPTIONAL ACH-HISTORY
               ASSIGN TO ACHHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-AHIST-STATUS.

           SELECT NEW-ACH-HISTORY
               ASSIGN TO ACHHISTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RETURN-HISTORY
               ASSIGN TO NSFHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RHIST-STATUS.

           SELECT NEW-RETURN-HISTORY
               ASSIGN TO NSFHISTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO RENTRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENANT-STATUS.

           SELECT NEW-TENANT-MASTER
               ASSIGN TO TENMASTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO NSFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO NSFRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO NSFERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RETURN-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS RTN-REC.

       01  RTN-REC.
           05  RT-ROUTING           PIC 9(9).
           05  RT-ROUTING-X REDEFINES RT-ROUTING
                                    PIC X(9).
           05  RT-ACCOUNT           PIC X(12).
           05  RT-AMOUNT            PIC 9(7)V99.
           05  RT-AMOUNT-X REDEFINES RT-AMOUNT
                                    PIC X(9).
           05  RT-DEBIT-DATE        PIC X(8).
           05  RT-REASON            PIC X(3).

       FD ACH-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS ACH-REC.

       01  ACH-REC                  PIC X(42).

      *    THE RENTACH DEBIT IMAGE PLUS R ONCE IT HAS COME BACK.
       FD ACH-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS AHIST-REC.

       01  AHIST-REC                PIC X(43).

       FD NEW-ACH-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS NEW-AHIST-REC.

       01  NEW-AHIST-REC            PIC X(43).

       FD RETURN-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RHIST-REC.

       01  RHIST-REC                PIC X(40).

       FD NEW-RETURN-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS NEW-RHIST-REC.

       01  NEW-RHIST-REC            PIC X(40).

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

       01  TENANT-REC               PIC X(72).

       FD NEW-TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS NEW-TENANT-REC.

       01  NEW-TENANT-REC           PIC X(72).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-NSF-FEE         PIC 999V99.

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
           05  C-RTN-STATUS     PIC XX         VALUE "00".
           05  C-ACH-STATUS     PIC XX         VALUE "00".
           05  C-AHIST-STATUS   PIC XX         VALUE "00".
           05  C-RHIST-STATUS   PIC XX         VALUE "00".
           05  C-RECV-STATUS    PIC XX         VALUE "00".
           05  C-TENANT-STATUS  PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-RETURNS     PIC XXX        VALUE "YES".
           05  MORE-ACHS        PIC XXX        VALUE "YES".
           05  MORE-AHIST       PIC XXX        VALUE "YES".
           05  MORE-RHIST       PIC XXX        VALUE "YES".
           05  MORE-RECV        PIC XXX        VALUE "YES".
           05  MORE-TENANTS     PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-NSF-FEE        PIC 999V99     VALUE 35.00.
           05  C-AH-TBL-CTR     PIC 9(4)       VALUE ZERO.
           05  C-AH-FOUND-IDX   PIC 9(4)       VALUE ZERO.
           05  C-RH-TBL-CTR     PIC 9(4)       VALUE ZERO.
           05  C-RCV-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-RCV-SUB        PIC 9(4)       VALUE ZERO.
           05  C-TEN-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-TEN-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-RSN-FOUND-IDX  PIC 99         VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-RTN-12MO-CTR   PIC 99         VALUE ZERO.
           05  C-AGE-DAYS       PIC S9(7)      VALUE ZERO.
           05  TENMAST-CHG-SW   PIC XXX        VALUE "NO".
           05  H-BLD-CODE       PIC XX         VALUE SPACES.
           05  H-UNIT           PIC 99         VALUE ZERO.
           05  H-DEBIT-DATE     PIC 9(8)       VALUE ZERO.
           05  H-REASON         PIC X(3)       VALUE SPACES.
           05  C-REV-LEFT       PIC 9(7)V99    VALUE ZERO.
           05  C-REVERSED       PIC 9(7)V99    VALUE ZERO.
           05  C-NEW-ITEM       PIC 9(7)V99    VALUE ZERO.
           05  C-FEE-CHARGED    PIC 999V99     VALUE ZERO.
           05  C-RTN-READ-CTR   PIC 9(5)       VALUE ZERO.
           05  C-MATCH-CTR      PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-ACH-ADD-CTR    PIC 9(5)       VALUE ZERO.
           05  C-CERT-CTR       PIC 9(5)       VALUE ZERO.
           05  GT-RETURNED      PIC 9(9)V99    VALUE ZERO.
           05  GT-REVERSED      PIC 9(9)V99    VALUE ZERO.
           05  GT-NEW-ITEM      PIC 9(9)V99    VALUE ZERO.
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

       01  ACH-HIST-TABLE.
           05  ACH-HIST-ENTRY OCCURS 3000 TIMES INDEXED BY AH-IDX.
               10  TA-KEY.
                   15  TA-ROUTING       PIC 9(9).
                   15  TA-ACCOUNT       PIC X(12).
                   15  TA-AMOUNT        PIC 9(7)V99.
               10  TA-BLD-CODE          PIC XX.
               10  TA-UNIT              PIC 99.
               10  TA-DEBIT-DATE        PIC 9(8).
               10  TA-RETURNED          PIC X.

       01  ACH-KEY-HOLD.
           05  AK-ROUTING           PIC 9(9).
           05  AK-ACCOUNT           PIC X(12).
           05  AK-AMOUNT            PIC 9(7)V99.

       01  RETURN-HIST-TABLE.
           05  RETURN-HIST-ENTRY OCCURS 2000 TIMES INDEXED BY RH-IDX.
               10  TH-BLD-CODE          PIC XX.
               10  TH-UNIT              PIC 99.
               10  TH-RETURN-DATE       PIC 9(8).
               10  TH-DEBIT-DATE        PIC 9(8).
               10  TH-AMOUNT            PIC 9(7)V99.
               10  TH-REASON            PIC X(3).
               10  FILLER               PIC X(8).

       01  RECV-TABLE.
           05  RECV-ENTRY OCCURS 3000 TIMES.
               10  TV-BLD-CODE      PIC XX.
               10  TV-UNIT          PIC 99.
               10  TV-BILL-DATE     PIC 9(8).
               10  TV-BILLED        PIC 9(7)V99.
               10  TV-PAID          PIC 9(7)V99.

      *    THE WHOLE TENANT RECORD IS CARRIED SO TENMASTN IS A
      *    FAITHFUL COPY WITH ONLY THE AUTOPAY FLAG CHANGED.
       01  TENANT-TABLE.
           05  TENANT-ENTRY OCCURS 500 TIMES INDEXED BY TEN-IDX.
               10  TT-BLD-CODE      PIC XX.
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).
               10  FILLER           PIC X(47).
               10  TT-AUTOPAY       PIC X.

      *    BANK RETURN REASONS.  THE LAST BYTE SAYS WHETHER THE
      *    NSF FEE IS CHARGED - NOT WHEN THE TENANT SAYS THE DEBIT
      *    WAS NEVER AUTHORIZED.
       01  REASON-NAMES.
           05  FILLER           PIC X(25)   VALUE
               'R01INSUFFICIENT FUNDS   Y'.
           05  FILLER           PIC X(25)   VALUE
               'R02ACCOUNT CLOSED       Y'.
           05  FILLER           PIC X(25)   VALUE
               'R03NO ACCOUNT           Y'.
           05  FILLER           PIC X(25)   VALUE
               'R04INVALID ACCOUNT      Y'.
           05  FILLER           PIC X(25)   VALUE
               'R07AUTHORIZ. REVOKED    N'.
           05  FILLER           PIC X(25)   VALUE
               'R08PAYMENT STOPPED      Y'.
           05  FILLER           PIC X(25)   VALUE
               'R09UNCOLLECTED FUNDS    Y'.
           05  FILLER           PIC X(25)   VALUE
               'R10NOT AUTHORIZED       N'.
           05  FILLER           PIC X(25)   VALUE
               'R16ACCOUNT FROZEN       Y'.
           05  FILLER           PIC X(25)   VALUE
               'R20NON-TRANSACTION ACCT Y'.

       01  REASON-TABLE REDEFINES REASON-NAMES.
           05  REASON-ENTRY OCCURS 10 TIMES INDEXED BY RSN-IDX.
               10  TR-CODE          PIC X(3).
               10  TR-NAME          PIC X(20).
               10  FILLER           PIC X.
               10  TR-FEE-SW        PIC X.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLNSF00'.
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
               'RETURNED RENT PAYMENTS REGISTER'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(22)   VALUE 'TENANT'.
           05  FILLER           PIC X(12)   VALUE 'DEBIT DATE'.
           05  FILLER           PIC X(14)   VALUE '      RETURNED'.
           05  FILLER           PIC X(25)   VALUE '  REASON'.
           05  FILLER           PIC X(13)   VALUE '   REVERSED  '.
           05  FILLER           PIC X(10)   VALUE ' NSF FEE  '.
           05  FILLER           PIC X(24)   VALUE '12M NOTE'.

       01  REGISTER-LINE.
           05  O-BLD-CODE       PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-UNIT           PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-NAME           PIC X(20).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-DEBIT-DATE     PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-AMOUNT         PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-REASON         PIC X(3).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-REASON-NAME    PIC X(19).
           05  O-REVERSED       PIC $$$$,$$9.99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-FEE            PIC $$$$9.99.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-RTN-CTR        PIC Z9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-NOTE           PIC X(20).

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(17)   VALUE 'RETURNS MATCHED: '.
           05  O-MATCH-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(18)   VALUE 'RETURNS REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(26)   VALUE
               'MOVED TO CERTIFIED FUNDS: '.
           05  O-CERT-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               'ACH DEBITS ADDED: '.
           05  O-ACH-ADD-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(15)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(18)   VALUE 'AMOUNT RETURNED: '.
           05  O-GT-RETURNED    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REVERSED: '.
           05  O-GT-REVERSED    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(18)   VALUE 'NEW OPEN ITEMS: '.
           05  O-GT-NEW-ITEM    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'NSF FEES: '.
           05  O-GT-FEES        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(10)   VALUE SPACES.

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
           05  O-RECORD         PIC X(41).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(45).
           05  FILLER           PIC X(43)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLNSF00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RETURNS = "NO".
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
           PERFORM 1200-LOAD-RECEIVABLES.
           PERFORM 1300-LOAD-ACH-HISTORY.
           PERFORM 1400-ADD-NEW-DEBITS.
           PERFORM 1500-LOAD-RETURN-HISTORY.

      *    NOTHING IS POSTED UNLESS EVERY FILE FIT - A SHORT TABLE
      *    WOULD REWRITE THE FILE WITHOUT THE RECORDS LEFT OUT.
           IF C-LOST-CTR > ZERO
               MOVE "NO" TO MORE-RETURNS
           ELSE
               OPEN INPUT RETURN-IN
               IF C-RTN-STATUS = "00" OR "05"
                   PERFORM 9000-READ
               ELSE
                   MOVE "NO" TO MORE-RETURNS
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

      *    THE NSF FEE.  A ZERO OR MISSING CARD KEEPS THE DEFAULT.
       1020-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-NSF-FEE
               END-READ
               IF PARM-NSF-FEE IS NUMERIC
                  AND PARM-NSF-FEE > ZERO
                   MOVE PARM-NSF-FEE TO C-NSF-FEE
               END-IF
               CLOSE PARM-CARD
           END-IF.

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
               IF C-TEN-TBL-CTR < 500
                   ADD 1 TO C-TEN-TBL-CTR
                   MOVE TENANT-REC TO TENANT-ENTRY (C-TEN-TBL-CTR)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

       1200-LOAD-RECEIVABLES.
           OPEN INPUT RECV-MASTER.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1210-READ-RECV-REC
                   UNTIL MORE-RECV = "NO"
               CLOSE RECV-MASTER
           END-IF.

       1210-READ-RECV-REC.
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

       1300-LOAD-ACH-HISTORY.
           OPEN INPUT ACH-HISTORY.
           IF C-AHIST-STATUS = "00" OR "05"
               PERFORM 1310-READ-AHIST-REC
                   UNTIL MORE-AHIST = "NO"
               CLOSE ACH-HISTORY
           END-IF.

       1310-READ-AHIST-REC.
           READ ACH-HISTORY
               AT END
                   MOVE "NO" TO MORE-AHIST
           END-READ.
           IF MORE-AHIST = "YES"
               IF C-AH-TBL-CTR < 3000
                   ADD 1 TO C-AH-TBL-CTR
                   MOVE AHIST-REC TO ACH-HIST-ENTRY (C-AH-TBL-CTR)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

      *    THIS RUN'S DEBITS JOIN THE HISTORY.  A DEBIT ALREADY ON
      *    IT (A RERUN OF THE SAME RENT RUN) IS NOT ADDED TWICE.
       1400-ADD-NEW-DEBITS.
           OPEN INPUT ACH-IN.
           IF C-ACH-STATUS = "00" OR "05"
               PERFORM 1410-READ-ACH-REC
                   UNTIL MORE-ACHS = "NO"
               CLOSE ACH-IN
           END-IF.

       1410-READ-ACH-REC.
           READ ACH-IN
               AT END
                   MOVE "NO" TO MORE-ACHS
           END-READ.
           IF MORE-ACHS = "YES"
               MOVE ACH-REC (1:30) TO ACH-KEY-HOLD
               MOVE ACH-REC (35:8) TO H-DEBIT-DATE
               PERFORM 2600-DEBIT-FIND
               IF C-AH-FOUND-IDX = ZERO
                   IF C-AH-TBL-CTR < 3000
                       ADD 1 TO C-AH-TBL-CTR
                       ADD 1 TO C-ACH-ADD-CTR
                       MOVE ACH-REC TO ACH-HIST-ENTRY (C-AH-TBL-CTR)
                       MOVE 'N' TO TA-RETURNED (C-AH-TBL-CTR)
                   ELSE
                       ADD 1 TO C-LOST-CTR
                   END-IF
               END-IF
           END-IF.

       1500-LOAD-RETURN-HISTORY.
           OPEN INPUT RETURN-HISTORY.
           IF C-RHIST-STATUS = "00" OR "05"
               PERFORM 1510-READ-RHIST-REC
                   UNTIL MORE-RHIST = "NO"
               CLOSE RETURN-HISTORY
           END-IF.

       1510-READ-RHIST-REC.
           READ RETURN-HISTORY
               AT END
                   MOVE "NO" TO MORE-RHIST
           END-READ.
           IF MORE-RHIST = "YES"
               IF C-RH-TBL-CTR < 2000
                   ADD 1 TO C-RH-TBL-CTR
                   MOVE RHIST-REC TO RETURN-HIST-ENTRY (C-RH-TBL-CTR)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-RTN-READ-CTR.
           PERFORM 2100-EDIT-RETURN
               THRU 2100-EXIT.
           PERFORM 9000-READ.

       2100-EDIT-RETURN.
           IF RT-ROUTING-X NOT NUMERIC
               MOVE 'ROUTING NUMBER MUST BE NUMERIC.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF RT-AMOUNT-X NOT NUMERIC
              OR RT-AMOUNT = ZERO
               MOVE 'AMOUNT MUST BE NUMERIC AND NOT ZERO.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE RT-DEBIT-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'DEBIT DATE IS NOT VALID OR IS IN THE FUTURE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE RT-REASON TO H-REASON.
           PERFORM 2650-REASON-FIND.
           IF C-RSN-FOUND-IDX = ZERO
               MOVE 'RETURN REASON CODE IS NOT ON THE TABLE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE RT-ROUTING TO AK-ROUTING.
           MOVE RT-ACCOUNT TO AK-ACCOUNT.
           MOVE RT-AMOUNT TO AK-AMOUNT.
           MOVE RT-DEBIT-DATE TO H-DEBIT-DATE.
           PERFORM 2600-DEBIT-FIND.
           IF C-AH-FOUND-IDX = ZERO
               MOVE 'NO MATCHING ACH DEBIT ON THE DEBIT HISTORY.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET AH-IDX TO C-AH-FOUND-IDX.
           IF TA-RETURNED (AH-IDX) = 'R'
               MOVE 'THIS DEBIT HAS ALREADY BEEN RETURNED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-POST-RETURN.

       2100-EXIT.
           EXIT.

       2200-POST-RETURN.
           MOVE 'R' TO TA-RETURNED (AH-IDX).
           MOVE TA-BLD-CODE (AH-IDX) TO H-BLD-CODE.
           MOVE TA-UNIT (AH-IDX) TO H-UNIT.
           ADD 1 TO C-MATCH-CTR.
           ADD RT-AMOUNT TO GT-RETURNED.

      *    THE RETURNED MONEY COMES BACK OFF THE NEWEST ITEMS IT
      *    COULD HAVE PAID - NOTHING BILLED AFTER THE DEBIT.
           MOVE RT-AMOUNT TO C-REV-LEFT.
           PERFORM 2210-REVERSE-PAYMENT
               VARYING C-RCV-SUB FROM C-RCV-TBL-CTR BY -1
                   UNTIL C-RCV-SUB = ZERO
                      OR C-REV-LEFT = ZERO.
           COMPUTE C-REVERSED = RT-AMOUNT - C-REV-LEFT.
           ADD C-REVERSED TO GT-REVERSED.
           MOVE ZERO TO C-NEW-ITEM.
           IF C-REV-LEFT > ZERO
               MOVE C-REV-LEFT TO C-NEW-ITEM
               MOVE H-DEBIT-DATE TO WORK-DATE-N
               PERFORM 2250-ADD-OPEN-ITEM
               ADD C-NEW-ITEM TO GT-NEW-ITEM
           END-IF.

           SET RSN-IDX TO C-RSN-FOUND-IDX.
           MOVE ZERO TO C-FEE-CHARGED.
           IF TR-FEE-SW (RSN-IDX) = 'Y'
               MOVE C-NSF-FEE TO C-FEE-CHARGED
               MOVE C-NSF-FEE TO C-NEW-ITEM
               MOVE C-TODAY-DATE TO WORK-DATE-N
               PERFORM 2250-ADD-OPEN-ITEM
               ADD C-NSF-FEE TO GT-FEES
           END-IF.

           PERFORM 2300-RETURN-HISTORY.
           PERFORM 2400-REGISTER-LINE.

       2210-REVERSE-PAYMENT.
           IF TV-BLD-CODE (C-RCV-SUB) = H-BLD-CODE
              AND TV-UNIT (C-RCV-SUB) = H-UNIT
              AND TV-BILL-DATE (C-RCV-SUB) NOT > H-DEBIT-DATE
              AND TV-PAID (C-RCV-SUB) > ZERO
               IF C-REV-LEFT NOT > TV-PAID (C-RCV-SUB)
                   SUBTRACT C-REV-LEFT FROM TV-PAID (C-RCV-SUB)
                   MOVE ZERO TO C-REV-LEFT
               ELSE
                   SUBTRACT TV-PAID (C-RCV-SUB) FROM C-REV-LEFT
                   MOVE ZERO TO TV-PAID (C-RCV-SUB)
               END-IF
           END-IF.

      *    A NEW OPEN ITEM FOR THE UNIT, DATED FROM WORK-DATE.  THE
      *    TABLE WAS CHECKED AT LOAD; A FULL TABLE LOSES THE RUN.
       2250-ADD-OPEN-ITEM.
           IF C-RCV-TBL-CTR < 3000
               ADD 1 TO C-RCV-TBL-CTR
               MOVE H-BLD-CODE TO TV-BLD-CODE (C-RCV-TBL-CTR)
               MOVE H-UNIT TO TV-UNIT (C-RCV-TBL-CTR)
               MOVE WORK-DATE-N TO TV-BILL-DATE (C-RCV-TBL-CTR)
               MOVE C-NEW-ITEM TO TV-BILLED (C-RCV-TBL-CTR)
               MOVE ZERO TO TV-PAID (C-RCV-TBL-CTR)
           ELSE
               ADD 1 TO C-LOST-CTR
           END-IF.

      *    THE SECOND RETURN INSIDE TWELVE MONTHS ENDS AUTOPAY.
       2300-RETURN-HISTORY.
           IF C-RH-TBL-CTR < 2000
               ADD 1 TO C-RH-TBL-CTR
               SET RH-IDX TO C-RH-TBL-CTR
               MOVE SPACES TO RETURN-HIST-ENTRY (RH-IDX)
               MOVE H-BLD-CODE TO TH-BLD-CODE (RH-IDX)
               MOVE H-UNIT TO TH-UNIT (RH-IDX)
               MOVE C-TODAY-DATE TO TH-RETURN-DATE (RH-IDX)
               MOVE H-DEBIT-DATE TO TH-DEBIT-DATE (RH-IDX)
               MOVE RT-AMOUNT TO TH-AMOUNT (RH-IDX)
               MOVE H-REASON TO TH-REASON (RH-IDX)
           ELSE
               ADD 1 TO C-LOST-CTR
           END-IF.
           MOVE ZERO TO C-RTN-12MO-CTR.
           PERFORM 2310-COUNT-RETURNS
               VARYING RH-IDX FROM 1 BY 1
                   UNTIL RH-IDX > C-RH-TBL-CTR.
           MOVE SPACES TO O-NOTE.
           PERFORM 2700-TENANT-FIND.
           IF C-RTN-12MO-CTR > 1
              AND C-TEN-FOUND-IDX > ZERO
               SET TEN-IDX TO C-TEN-FOUND-IDX
               IF TT-AUTOPAY (TEN-IDX) = 'C'
                   MOVE 'CERTIFIED FUNDS ONLY' TO O-NOTE
               ELSE
                   MOVE 'C' TO TT-AUTOPAY (TEN-IDX)
                   MOVE "YES" TO TENMAST-CHG-SW
                   ADD 1 TO C-CERT-CTR
                   MOVE 'AUTOPAY OFF-CERT FND' TO O-NOTE
               END-IF
           END-IF.

       2310-COUNT-RETURNS.
           IF TH-BLD-CODE (RH-IDX) = H-BLD-CODE
              AND TH-UNIT (RH-IDX) = H-UNIT
               COMPUTE C-AGE-DAYS = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (TH-RETURN-DATE (RH-IDX))
               IF C-AGE-DAYS < 366
                   ADD 1 TO C-RTN-12MO-CTR
               END-IF
           END-IF.

       2400-REGISTER-LINE.
           MOVE H-BLD-CODE TO O-BLD-CODE.
           MOVE H-UNIT TO O-UNIT.
           MOVE SPACES TO O-NAME.
           IF C-TEN-FOUND-IDX > ZERO
               SET TEN-IDX TO C-TEN-FOUND-IDX
               MOVE TT-NAME (TEN-IDX) TO O-NAME
           END-IF.
           MOVE H-DEBIT-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-DEBIT-DATE.
           MOVE RT-AMOUNT TO O-AMOUNT.
           SET RSN-IDX TO C-RSN-FOUND-IDX.
           MOVE TR-CODE (RSN-IDX) TO O-REASON.
           MOVE TR-NAME (RSN-IDX) TO O-REASON-NAME.
           MOVE C-REVERSED TO O-REVERSED.
           MOVE C-FEE-CHARGED TO O-FEE.
           MOVE C-RTN-12MO-CTR TO O-RTN-CTR.
           IF O-NOTE = SPACES
              AND C-NEW-ITEM > ZERO
              AND C-REVERSED < RT-AMOUNT
               MOVE 'PART BILLED AS NEW' TO O-NOTE
           END-IF.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

      *    THE DEBIT WITH THIS ROUTING, ACCOUNT, AMOUNT AND DATE.
       2600-DEBIT-FIND.
           MOVE ZERO TO C-AH-FOUND-IDX.
           PERFORM 2610-DEBIT-SEARCH
               VARYING AH-IDX FROM 1 BY 1
                   UNTIL AH-IDX > C-AH-TBL-CTR
                      OR C-AH-FOUND-IDX > ZERO.

       2610-DEBIT-SEARCH.
           IF TA-KEY (AH-IDX) = ACH-KEY-HOLD
              AND TA-DEBIT-DATE (AH-IDX) = H-DEBIT-DATE
               SET C-AH-FOUND-IDX TO AH-IDX
           END-IF.

       2650-REASON-FIND.
           MOVE ZERO TO C-RSN-FOUND-IDX.
           PERFORM 2660-REASON-SEARCH
               VARYING RSN-IDX FROM 1 BY 1
                   UNTIL RSN-IDX > 10
                      OR C-RSN-FOUND-IDX > ZERO.

       2660-REASON-SEARCH.
           IF TR-CODE (RSN-IDX) = H-REASON
               SET C-RSN-FOUND-IDX TO RSN-IDX
           END-IF.

       2700-TENANT-FIND.
           MOVE ZERO TO C-TEN-FOUND-IDX.
           PERFORM 2710-TENANT-SEARCH
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR
                      OR C-TEN-FOUND-IDX > ZERO.

       2710-TENANT-SEARCH.
           IF TT-BLD-CODE (TEN-IDX) = H-BLD-CODE
              AND TT-UNIT (TEN-IDX) = H-UNIT
               SET C-TEN-FOUND-IDX TO TEN-IDX
           END-IF.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE RTN-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           IF C-LOST-CTR = ZERO
               CLOSE RETURN-IN
               PERFORM 3100-REWRITE-FILES
           END-IF.

           MOVE C-MATCH-CTR TO O-MATCH-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE C-CERT-CTR TO O-CERT-CTR.
           MOVE C-ACH-ADD-CTR TO O-ACH-ADD-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE GT-RETURNED TO O-GT-RETURNED.
           MOVE GT-REVERSED TO O-GT-REVERSED.
           MOVE GT-NEW-ITEM TO O-GT-NEW-ITEM.
           MOVE GT-FEES TO O-GT-FEES.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           IF C-LOST-CTR > ZERO
               MOVE C-LOST-CTR TO O-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-RTN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-LOST-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    RENTRECV IS REWRITTEN IN PLACE AS CBLRNT02 DOES.  THE
      *    HISTORIES AND THE TENANT MASTER GO TO NEW GENERATIONS;
      *    A DEBIT DROPS AFTER 120 DAYS, A RETURN AFTER A YEAR.
       3100-REWRITE-FILES.
           IF C-MATCH-CTR > ZERO
               OPEN OUTPUT RECV-MASTER
               PERFORM 3110-WRITE-RECV-REC
                   VARYING C-RCV-SUB FROM 1 BY 1
                       UNTIL C-RCV-SUB > C-RCV-TBL-CTR
               CLOSE RECV-MASTER
           END-IF.

           OPEN OUTPUT NEW-ACH-HISTORY.
           PERFORM 3120-WRITE-AHIST-REC
               VARYING AH-IDX FROM 1 BY 1
                   UNTIL AH-IDX > C-AH-TBL-CTR.
           CLOSE NEW-ACH-HISTORY.

           OPEN OUTPUT NEW-RETURN-HISTORY.
           PERFORM 3130-WRITE-RHIST-REC
               VARYING RH-IDX FROM 1 BY 1
                   UNTIL RH-IDX > C-RH-TBL-CTR.
           CLOSE NEW-RETURN-HISTORY.

           OPEN OUTPUT NEW-TENANT-MASTER.
           PERFORM 3140-WRITE-TENANT-REC
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR.
           CLOSE NEW-TENANT-MASTER.

       3110-WRITE-RECV-REC.
           MOVE TV-BLD-CODE (C-RCV-SUB) TO RV-BLD-CODE.
           MOVE TV-UNIT (C-RCV-SUB) TO RV-UNIT.
           MOVE TV-BILL-DATE (C-RCV-SUB) TO RV-BILL-DATE.
           MOVE TV-BILLED (C-RCV-SUB) TO RV-BILLED.
           MOVE TV-PAID (C-RCV-SUB) TO RV-PAID.
           WRITE RECV-REC.

       3120-WRITE-AHIST-REC.
           COMPUTE C-AGE-DAYS = C-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (TA-DEBIT-DATE (AH-IDX)).
           IF C-AGE-DAYS < 121
               WRITE NEW-AHIST-REC FROM ACH-HIST-ENTRY (AH-IDX)
           END-IF.

       3130-WRITE-RHIST-REC.
           COMPUTE C-AGE-DAYS = C-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (TH-RETURN-DATE (RH-IDX)).
           IF C-AGE-DAYS < 366
               WRITE NEW-RHIST-REC FROM RETURN-HIST-ENTRY (RH-IDX)
           END-IF.

       3140-WRITE-TENANT-REC.
           WRITE NEW-TENANT-REC FROM TENANT-ENTRY (TEN-IDX).


       9000-READ.
           READ RETURN-IN
               AT END
                   MOVE "NO" TO MORE-RETURNS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
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

       9300-EDIT-DATE.
           MOVE WK-MM TO ED-MM.
           MOVE WK-DD TO ED-DD.
           MOVE WK-YYYY TO ED-YYYY.
