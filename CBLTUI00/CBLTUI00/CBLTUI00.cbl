       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLTUI00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * TUITION BILLING AND STUDENT RECEIVABLES.                    *
      * BILLS EVERY ACTIVE STUDENT ON THE STUDENT MASTER FOR THE    *
      * TERM: CREDIT HOURS FROM THE REGISTRATION MASTER (REGMST)    *
      * - OR, FOR A STUDENT WITH NO REGISTRATIONS, FROM THE TERM    *
      * GRADE HISTORY (TERMGPA) - TIMES THE DEPARTMENT'S RATE PER   *
      * CREDIT HOUR (TUIRATE, OR THE BUILT-IN RATES), PLUS THE      *
      * FLAT TERM FEE.  EACH CHARGE BECOMES AN OPEN ITEM ON THE     *
      * CARRIED STUDENT RECEIVABLES FILE (STURECV).  PAYMENTS AND   *
      * FINANCIAL-AID CREDITS (TUITRN) THEN PAY DOWN THE OLDEST     *
      * OPEN ITEMS FIRST, THE WAY CBLRNT02 POSTS RENT PAYMENTS.     *
      * OPEN ITEMS ARE AGED 30/60/90+, A ONE-PAGE STATEMENT IS      *
      * PRINTED FOR EVERY STUDENT WITH A BALANCE, AND STUDENTS      *
      * WHOSE BALANCE OVER 30 DAYS PAST BILLING EXCEEDS THE HOLD    *
      * LIMIT ARE WRITTEN TO THE REGISTRATION-HOLD FILE (TUIHOLD)   *
      * AND LISTED.  A STUDENT ALREADY BILLED TUITION FOR THE TERM  *
      * IS NOT BILLED AGAIN, SO A RERUN ONLY POSTS NEW MONEY.       *
      * THE OPTIONAL PARM CARD (TUIPARM) GIVES THE TERM (YYYYMM),   *
      * THE FLAT FEE AND THE HOLD LIMIT.                            *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STUDENT-MASTER
               ASSIGN TO STDNTMST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REG-MASTER
               ASSIGN TO REGMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REG-STATUS.

           SELECT OPTIONAL GPA-HISTORY
               ASSIGN TO TERMGPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GPA-STATUS.

           SELECT OPTIONAL RATE-FILE
               ASSIGN TO TUIRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO TUIPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO STURECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT OVERFLOW-HOLD
               ASSIGN TO STURHOLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO TUITRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRN-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO TUIHOLD
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO TUIRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT STMT-OUT
               ASSIGN TO TUISTMT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS SM-REC.

       01  SM-REC                PIC X(52).

       FD REG-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS RM-REC.

       01  RM-REC.
           05  RM-TERM          PIC 9(6).
           05  RM-ID            PIC X(7).
           05  RM-COURSE-NO     PIC X(6).
           05  RM-SECTION       PIC X(3).
           05  RM-CREDIT-HRS    PIC 9.
           05  RM-GRADE         PIC X.
           05  RM-DEPT          PIC XX.

       FD GPA-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS GH-REC.

       01  GH-REC.
           05  GH-ID            PIC X(7).
           05  GH-TERM          PIC 9(6).
           05  GH-TERM-GPA      PIC 9V99.
           05  GH-CREDIT-HRS    PIC 99.

       FD RATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05  RA-DEPT          PIC XX.
           05  RA-PER-CREDIT    PIC 9(4)V99.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TERM        PIC 9(6).
           05  PARM-FLAT-FEE    PIC 9(5)V99.
           05  PARM-HOLD-LIMIT  PIC 9(5)V99.

      *    ONE OPEN ITEM PER CHARGE: T TUITION, F FLAT FEE.
       FD RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS RECV-REC.

       01  RECV-REC.
           05  RV-ID            PIC X(7).
           05  RV-TERM          PIC 9(6).
           05  RV-TYPE          PIC X.
           05  RV-BILL-DATE     PIC 9(8).
           05  RV-BILLED        PIC 9(7)V99.
           05  RV-PAID          PIC 9(7)V99.

       FD OVERFLOW-HOLD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS OVER-REC.

       01  OVER-REC             PIC X(40).

      *    P PAYMENT, A FINANCIAL-AID CREDIT.
       FD TRANS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS TRANS-REC.

       01  TRANS-REC.
           05  TN-ID            PIC X(7).
           05  TN-TYPE          PIC X.
           05  TN-DATE          PIC 9(8).
           05  TN-AMOUNT        PIC 9(7)V99.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD HOLD-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS HOLD-REC.

       01  HOLD-REC.
           05  HD-ID            PIC X(7).
           05  HD-PAST-DUE      PIC 9(7)V99.
           05  HD-BALANCE       PIC 9(7)V99.

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD STMT-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS STMT-LINE.

       01  STMT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS     PIC XX          VALUE "00".
           05  C-REG-STATUS        PIC XX          VALUE "00".
           05  C-GPA-STATUS        PIC XX          VALUE "00".
           05  C-RATE-STATUS       PIC XX          VALUE "00".
           05  C-PARM-STATUS       PIC XX          VALUE "00".
           05  C-RECV-STATUS       PIC XX          VALUE "00".
           05  C-TRN-STATUS        PIC XX          VALUE "00".
           05  C-PCTR              PIC 99          VALUE ZERO.
           05  C-TERM              PIC 9(6)        VALUE ZERO.
           05  C-FLAT-FEE          PIC 9(5)V99     VALUE 150.00.
           05  C-HOLD-LIMIT        PIC 9(5)V99     VALUE 500.00.
           05  MORE-STU            PIC XXX         VALUE "YES".
           05  MORE-REGS           PIC XXX         VALUE "YES".
           05  MORE-HIST           PIC XXX         VALUE "YES".
           05  MORE-RATES          PIC XXX         VALUE "YES".
           05  MORE-RECV           PIC XXX         VALUE "YES".
           05  MORE-TRANS          PIC XXX         VALUE "YES".
           05  MORE-HOLDS          PIC XXX         VALUE "YES".
           05  C-STU-TBL-CTR       PIC 9(4)        VALUE ZERO.
           05  C-STU-LOST-CTR      PIC 9(5)        VALUE ZERO.
           05  C-STU-FOUND-IDX     PIC 9(4)        VALUE ZERO.
           05  STU-FOUND-SW        PIC XXX         VALUE "NO".
           05  C-LOOKUP-ID         PIC X(7)        VALUE SPACES.
           05  C-RATE-TBL-CTR      PIC 99          VALUE ZERO.
           05  C-RATE-FOUND-SUB    PIC 99          VALUE ZERO.
           05  RATE-FOUND-SW       PIC XXX         VALUE "NO".
           05  RATE-SUB            PIC 99          VALUE ZERO.
           05  C-RECV-TBL-CTR      PIC 9(4)        VALUE ZERO.
           05  C-RECV-READ-CTR     PIC 9(5)        VALUE ZERO.
           05  C-RECV-SKIP-CTR     PIC 9(5)        VALUE ZERO.
           05  RECV-OVERFLOW-SW    PIC XXX         VALUE "NO".
           05  RECV-FULL-SW        PIC XXX         VALUE "NO".
           05  TERM-BILLED-SW      PIC XXX         VALUE "NO".
           05  OPEN-LEFT-SW        PIC XXX         VALUE "YES".
           05  C-TODAY-INT         PIC 9(7)        VALUE ZERO.
           05  C-AGE-DAYS          PIC S9(5)       VALUE ZERO.
           05  C-OPEN-ITEM         PIC S9(7)V99    VALUE ZERO.
           05  C-PMT-LEFT          PIC 9(7)V99     VALUE ZERO.
           05  C-TUITION           PIC 9(7)V99     VALUE ZERO.
           05  C-STU-TOTAL         PIC 9(7)V99     VALUE ZERO.
           05  H-STMT-ID           PIC X(7)        VALUE SPACES.
           05  AGE-SUB             PIC 9(4)        VALUE ZERO.
           05  C-AGE-B1            PIC S9(9)V99    VALUE ZERO.
           05  C-AGE-B2            PIC S9(9)V99    VALUE ZERO.
           05  C-AGE-B3            PIC S9(9)V99    VALUE ZERO.
           05  C-AGE-B4            PIC S9(9)V99    VALUE ZERO.
           05  C-PT-B1             PIC S9(9)V99    VALUE ZERO.
           05  C-PT-B2             PIC S9(9)V99    VALUE ZERO.
           05  C-PT-B3             PIC S9(9)V99    VALUE ZERO.
           05  C-PT-B4             PIC S9(9)V99    VALUE ZERO.
           05  C-STU-BAL           PIC S9(9)V99    VALUE ZERO.
           05  C-PAST-DUE          PIC S9(9)V99    VALUE ZERO.
           05  C-BILL-CTR          PIC 9(5)        VALUE ZERO.
           05  C-INACTIVE-CTR      PIC 9(5)        VALUE ZERO.
           05  C-NO-CREDIT-CTR     PIC 9(5)        VALUE ZERO.
           05  C-ALREADY-CTR       PIC 9(5)        VALUE ZERO.
           05  C-NO-RATE-CTR       PIC 9(5)        VALUE ZERO.
           05  C-PMT-CTR           PIC 9(5)        VALUE ZERO.
           05  C-AID-CTR           PIC 9(5)        VALUE ZERO.
           05  C-TRN-REJ-CTR       PIC 9(5)        VALUE ZERO.
           05  C-STMT-CTR          PIC 9(5)        VALUE ZERO.
           05  C-HOLD-CTR          PIC 9(5)        VALUE ZERO.
           05  C-GT-TUITION        PIC 9(9)V99     VALUE ZERO.
           05  C-GT-FEES           PIC 9(9)V99     VALUE ZERO.
           05  C-GT-PAYMENTS       PIC 9(9)V99     VALUE ZERO.
           05  C-GT-AID            PIC 9(9)V99     VALUE ZERO.
           05  C-GT-UNAPPLIED      PIC 9(9)V99     VALUE ZERO.

      *    BUILT-IN TUITION RATES PER CREDIT HOUR BY DEPARTMENT.
       01  DEFAULT-RATES.
           05  FILLER          PIC X(8)    VALUE 'AC025000'.
           05  FILLER          PIC X(8)    VALUE 'PR027500'.
           05  FILLER          PIC X(8)    VALUE 'NW027500'.
           05  FILLER          PIC X(8)    VALUE 'WD025000'.

       01  DEFAULT-RATE-TABLE REDEFINES DEFAULT-RATES.
           05  DFLT-RATE OCCURS 4 TIMES    PIC X(8).

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 10 TIMES.
               10  RT-DEPT          PIC XX.
               10  RT-PER-CREDIT    PIC 9(4)V99.

       01  STUDENT-TABLE.
           05  STU-ENTRY OCCURS 1000 TIMES INDEXED BY STU-IDX.
               10  STT-IMAGE.
                   15  STT-ID           PIC X(7).
                   15  STT-LNAME        PIC X(15).
                   15  STT-FNAME        PIC X(15).
                   15  FILLER           PIC X(12).
                   15  STT-DEPT         PIC XX.
                   15  STT-STATUS       PIC X.
               10  STT-CREDITS      PIC 9(3).
               10  STT-REG-SW       PIC X.

       01  RECV-TABLE.
           05  RECV-ENTRY OCCURS 2000 TIMES INDEXED BY RECV-IDX.
               10  TR-ID            PIC X(7).
               10  TR-TERM          PIC 9(6).
               10  TR-TYPE          PIC X.
               10  TR-BILL-DATE     PIC 9(8).
               10  TR-BILLED        PIC 9(7)V99.
               10  TR-PAID          PIC 9(7)V99.
               10  TR-PRINTED-SW    PIC X.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLTUI00'.
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

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER          PIC X(33)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'WILSON''S COBOL'.
           05  FILLER          PIC X(27)   VALUE
               'TUITION AND RECEIVABLES'.
           05  FILLER          PIC X(33)   VALUE SPACES.
           COPY RPTPAGE.

       01  TERM-LINE.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  O-TERM-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-TERM-YY       PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'FLAT FEE: '.
           05  O-FLAT-FEE      PIC $$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'HOLD LIMIT: '.
           05  O-HOLD-LIMIT    PIC $$,$$$.99.
           05  FILLER          PIC X(71)   VALUE SPACES.

       01  BILL-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE
               'TUITION BILLING REGISTER'.
           05  FILLER          PIC X(92)   VALUE SPACES.

       01  BILL-COLUMN-LINE.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'DEPT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CREDITS'.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'RATE'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'TUITION'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'FEES'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'TOTAL'.
           05  FILLER          PIC X(23)   VALUE SPACES.

       01  BILL-LINE.
           05  O-BL-ID         PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BL-LNAME      PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BL-FNAME      PIC X(15).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-BL-DEPT       PIC XX.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-BL-CREDITS    PIC ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BL-RATE       PIC $$,$$$.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-BL-TUITION    PIC $$$,$$$.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-BL-FEES       PIC $$,$$$.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-BL-TOTAL      PIC $$$,$$$.99.
           05  FILLER          PIC X(26)   VALUE SPACES.

       01  NO-RATE-LINE.
           05  FILLER          PIC X(38)   VALUE
               'NO TUITION RATE FOR DEPARTMENT - ID: '.
           05  O-NR-ID         PIC X(7).
           05  FILLER          PIC X(8)    VALUE '  DEPT: '.
           05  O-NR-DEPT       PIC XX.
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  TRN-ERROR-LINE.
           05  FILLER          PIC X(38)   VALUE
               'TUITRN EXCEPTION:                    '.
           05  O-TE-RECORD     PIC X(25).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TE-REASON     PIC X(30).
           05  FILLER          PIC X(36)   VALUE SPACES.

       01  AGING-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE
               'STUDENT RECEIVABLES AGING'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '      CURRENT'.
           05  FILLER          PIC X(13)   VALUE '        31-60'.
           05  FILLER          PIC X(13)   VALUE '        61-90'.
           05  FILLER          PIC X(13)   VALUE '      OVER 90'.
           05  FILLER          PIC X(13)   VALUE '      BALANCE'.
           05  FILLER          PIC X(25)   VALUE SPACES.

       01  AGING-LINE.
           05  O-AGE-ID        PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AGE-LNAME     PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AGE-FNAME     PIC X(14).
           05  O-AGE-AMT-1     PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-AMT-2     PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-AMT-3     PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-AMT-4     PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-BAL       PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-HOLD      PIC X(6).
           05  FILLER          PIC X(19)   VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05  FILLER          PIC X(42)   VALUE
               'ALL STUDENTS'.
           05  O-AGE-PT-1      PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-PT-2      PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-PT-3      PIC $$$$,$$$.99-.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-AGE-PT-4      PIC $$$$,$$$.99-.
           05  FILLER          PIC X(39)   VALUE SPACES.

       01  HOLD-HEADING-LINE.
           05  FILLER          PIC X(60)   VALUE
               'REGISTRATION HOLD LIST - PAST-DUE BALANCE OVER LIMIT'.
           05  FILLER          PIC X(72)   VALUE SPACES.

       01  HOLD-LINE.
           05  O-HD-ID         PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-HD-LNAME      PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-HD-FNAME      PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'PAST DUE: '.
           05  O-HD-PAST-DUE   PIC $$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'BALANCE: '.
           05  O-HD-BALANCE    PIC $$$$,$$$.99.
           05  FILLER          PIC X(42)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(17)   VALUE 'STUDENTS BILLED: '.
           05  O-BILL-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'TUITION: '.
           05  O-GT-TUITION    PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'FEES: '.
           05  O-GT-FEES       PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'ALREADY BILLED: '.
           05  O-ALREADY-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(32)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(12)   VALUE 'NOT ACTIVE: '.
           05  O-INACTIVE-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'NO CREDITS: '.
           05  O-NO-CREDIT-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'NO RATE: '.
           05  O-NO-RATE-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'STATEMENTS: '.
           05  O-STMT-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'HOLDS: '.
           05  O-HOLD-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(34)   VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER          PIC X(10)   VALUE 'PAYMENTS: '.
           05  O-PMT-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-GT-PAYMENTS   PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'AID: '.
           05  O-AID-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-GT-AID        PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'UNAPPLIED: '.
           05  O-GT-UNAPPLIED  PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  O-TRN-REJ-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(22)   VALUE SPACES.

       01  STUDENT-FULL-LINE.
           05  FILLER          PIC X(52)   VALUE
               "** STUDENT TABLE IS FULL - STUDENTS NOT LOADED: ".
           05  O-STU-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE " **".
           05  FILLER          PIC X(71)   VALUE SPACES.

       01  RECV-FULL-LINE.
           05  FILLER          PIC X(60)   VALUE
               '** RECEIVABLES TABLE IS FULL - SOME STUDENTS NOT'.
           05  FILLER          PIC X(40)   VALUE
               ' BILLED.  RERUN TO BILL THE REST. **'.
           05  FILLER          PIC X(32)   VALUE SPACES.

       01  STMT-TITLE-LINE.
           05  FILLER          PIC X(30)   VALUE
               'STUDENT ACCOUNT STATEMENT'.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-ST-MM         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-ST-DD         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-ST-YY         PIC 9(4).
           05  FILLER          PIC X(86)   VALUE SPACES.

       01  STMT-NAME-LINE.
           05  FILLER          PIC X(9)    VALUE 'STUDENT: '.
           05  O-ST-FNAME      PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  O-ST-LNAME      PIC X(15).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'ID: '.
           05  O-ST-ID         PIC X(7).
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  STMT-COLUMN-LINE.
           05  FILLER          PIC X(7)    VALUE 'TERM'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'BILLED ON'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'CHARGE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '     BILLED'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '       PAID'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE '    BALANCE'.
           05  FILLER          PIC X(55)   VALUE SPACES.

       01  STMT-ITEM-LINE.
           05  O-SI-TERM-MM    PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-SI-TERM-YY    PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SI-BILL-MM    PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-SI-BILL-DD    PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-SI-BILL-YY    PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SI-CHARGE     PIC X(12).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SI-BILLED     PIC $$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SI-PAID       PIC $$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SI-OPEN       PIC $$$$,$$$.99.
           05  FILLER          PIC X(55)   VALUE SPACES.

       01  STMT-AGING-LINE.
           05  FILLER          PIC X(9)    VALUE 'CURRENT: '.
           05  O-SA-AMT-1      PIC $$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE '31-60: '.
           05  O-SA-AMT-2      PIC $$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE '61-90: '.
           05  O-SA-AMT-3      PIC $$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'OVER 90: '.
           05  O-SA-AMT-4      PIC $$$$,$$$.99.
           05  FILLER          PIC X(47)   VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  FILLER          PIC X(18)   VALUE 'TOTAL AMOUNT DUE: '.
           05  O-SA-BAL        PIC $$$$,$$$.99.
           05  FILLER          PIC X(103)  VALUE SPACES.

       01  STMT-TEXT-LINE.
           05  O-ST-TEXT       PIC X(80).
           05  FILLER          PIC X(52)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLTUI00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-BILL-STUDENT THRU 2000-EXIT
               VARYING STU-IDX FROM 1 BY 1
                   UNTIL STU-IDX > C-STU-TBL-CTR.
           PERFORM 2500-POST-TRANSACTIONS.
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
           COMPUTE C-TERM = I-YEAR * 100 + I-MONTH.

           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-LOAD-RATES.
           PERFORM 1300-LOAD-STUDENTS.
           PERFORM 1400-READ-RECEIVABLES.
           PERFORM 1500-REG-CREDITS.
           PERFORM 1550-HISTORY-CREDITS.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT STMT-OUT.
           OPEN OUTPUT HOLD-FILE.
           PERFORM 9100-HEADING.
           MOVE C-TERM (5:2) TO O-TERM-MM.
           MOVE C-TERM (1:4) TO O-TERM-YY.
           MOVE C-FLAT-FEE TO O-FLAT-FEE.
           MOVE C-HOLD-LIMIT TO O-HOLD-LIMIT.
           WRITE PRTLINE
               FROM TERM-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BILL-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM BILL-COLUMN-LINE
                   AFTER ADVANCING 2 LINES.


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


       1100-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-TERM NUMERIC
                  AND PARM-TERM > ZERO
                   MOVE PARM-TERM TO C-TERM
               END-IF
               IF PARM-FLAT-FEE NUMERIC
                   MOVE PARM-FLAT-FEE TO C-FLAT-FEE
               END-IF
               IF PARM-HOLD-LIMIT NUMERIC
                  AND PARM-HOLD-LIMIT > ZERO
                   MOVE PARM-HOLD-LIMIT TO C-HOLD-LIMIT
               END-IF
               CLOSE PARM-CARD
           END-IF.


      *    A RATE FILE REPLACES THE BUILT-IN RATES OUTRIGHT.
       1200-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF C-RATE-STATUS = "00" OR "05"
               PERFORM 1210-READ-RATE
                   UNTIL MORE-RATES = "NO"
               CLOSE RATE-FILE
           END-IF.
           IF C-RATE-TBL-CTR = ZERO
               PERFORM 1220-DEFAULT-RATE
                   VARYING RATE-SUB FROM 1 BY 1
                       UNTIL RATE-SUB > 4
               MOVE 4 TO C-RATE-TBL-CTR
           END-IF.

       1210-READ-RATE.
           READ RATE-FILE
               AT END
                   MOVE "NO" TO MORE-RATES
           END-READ.
           IF MORE-RATES = "YES"
              AND C-RATE-TBL-CTR < 10
              AND RA-DEPT NOT = SPACES
              AND RA-PER-CREDIT NUMERIC
               ADD 1 TO C-RATE-TBL-CTR
               MOVE RATE-REC TO RATE-ENTRY (C-RATE-TBL-CTR)
           END-IF.

       1220-DEFAULT-RATE.
           MOVE DFLT-RATE (RATE-SUB) TO RATE-ENTRY (RATE-SUB).


       1300-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 1310-READ-STUDENT
               UNTIL MORE-STU = "NO".
           CLOSE STUDENT-MASTER.

       1310-READ-STUDENT.
           READ STUDENT-MASTER
               AT END
                   MOVE "NO" TO MORE-STU
           END-READ.
           IF MORE-STU = "YES"
               IF C-STU-TBL-CTR < 1000
                   ADD 1 TO C-STU-TBL-CTR
                   SET STU-IDX TO C-STU-TBL-CTR
                   MOVE SM-REC TO STT-IMAGE (STU-IDX)
                   MOVE ZERO TO STT-CREDITS (STU-IDX)
                   MOVE "N" TO STT-REG-SW (STU-IDX)
               ELSE
                   ADD 1 TO C-STU-LOST-CTR
               END-IF
           END-IF.


       1400-READ-RECEIVABLES.
           OPEN INPUT RECV-MASTER.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1410-READ-RECV
                   UNTIL MORE-RECV = "NO"
               CLOSE RECV-MASTER
           END-IF.

       1410-READ-RECV.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               ADD 1 TO C-RECV-READ-CTR
           END-IF.
           IF MORE-RECV = "YES"
               AND C-RECV-TBL-CTR < 2000
                   ADD 1 TO C-RECV-TBL-CTR
                   SET RECV-IDX TO C-RECV-TBL-CTR
                   MOVE RV-ID TO TR-ID (RECV-IDX)
                   MOVE RV-TERM TO TR-TERM (RECV-IDX)
                   MOVE RV-TYPE TO TR-TYPE (RECV-IDX)
                   MOVE RV-BILL-DATE TO TR-BILL-DATE (RECV-IDX)
                   MOVE RV-BILLED TO TR-BILLED (RECV-IDX)
                   MOVE RV-PAID TO TR-PAID (RECV-IDX)
                   MOVE "N" TO TR-PRINTED-SW (RECV-IDX)
           END-IF.
           IF MORE-RECV = "YES"
               AND C-RECV-READ-CTR > 2000
                   MOVE "YES" TO RECV-OVERFLOW-SW
           END-IF.


      *    CREDIT HOURS FOR THE TERM FROM THE REGISTRATION MASTER.
       1500-REG-CREDITS.
           OPEN INPUT REG-MASTER.
           IF C-REG-STATUS = "00" OR "05"
               PERFORM 1510-READ-REG
                   UNTIL MORE-REGS = "NO"
               CLOSE REG-MASTER
           END-IF.

       1510-READ-REG.
           READ REG-MASTER
               AT END
                   MOVE "NO" TO MORE-REGS
           END-READ.
           IF MORE-REGS = "YES"
              AND RM-TERM = C-TERM
              AND RM-CREDIT-HRS NUMERIC
               MOVE RM-ID TO C-LOOKUP-ID
               PERFORM 9080-STU-LOOKUP
               IF STU-FOUND-SW = "YES"
                   SET STU-IDX TO C-STU-FOUND-IDX
                   ADD RM-CREDIT-HRS TO STT-CREDITS (STU-IDX)
                   MOVE "Y" TO STT-REG-SW (STU-IDX)
               END-IF
           END-IF.

      *    A STUDENT WITH NO REGISTRATIONS ON FILE FOR THE TERM IS
      *    BILLED FROM THE CREDIT HOURS ON THE TERM GRADE HISTORY.
       1550-HISTORY-CREDITS.
           OPEN INPUT GPA-HISTORY.
           IF C-GPA-STATUS = "00" OR "05"
               PERFORM 1560-READ-HISTORY
                   UNTIL MORE-HIST = "NO"
               CLOSE GPA-HISTORY
           END-IF.

       1560-READ-HISTORY.
           READ GPA-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
              AND GH-TERM = C-TERM
              AND GH-CREDIT-HRS NUMERIC
               MOVE GH-ID TO C-LOOKUP-ID
               PERFORM 9080-STU-LOOKUP
               IF STU-FOUND-SW = "YES"
                   SET STU-IDX TO C-STU-FOUND-IDX
                   IF STT-REG-SW (STU-IDX) = "N"
                       ADD GH-CREDIT-HRS TO STT-CREDITS (STU-IDX)
                   END-IF
               END-IF
           END-IF.


      *    ONE TUITION ITEM AND ONE FEE ITEM PER ACTIVE STUDENT
      *    WITH CREDIT HOURS FOR THE TERM.
       2000-BILL-STUDENT.
           IF STT-STATUS (STU-IDX) NOT = "A"
              AND STT-STATUS (STU-IDX) NOT = SPACE
               ADD 1 TO C-INACTIVE-CTR
               GO TO 2000-EXIT
           END-IF.
           IF STT-CREDITS (STU-IDX) = ZERO
               ADD 1 TO C-NO-CREDIT-CTR
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2050-CHECK-TERM-BILLED.
           IF TERM-BILLED-SW = "YES"
               ADD 1 TO C-ALREADY-CTR
               GO TO 2000-EXIT
           END-IF.
           PERFORM 9060-RATE-LOOKUP.
           IF RATE-FOUND-SW = "NO"
               ADD 1 TO C-NO-RATE-CTR
               MOVE STT-ID (STU-IDX) TO O-NR-ID
               MOVE STT-DEPT (STU-IDX) TO O-NR-DEPT
               WRITE PRTLINE
                   FROM NO-RATE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
               GO TO 2000-EXIT
           END-IF.
           IF C-RECV-TBL-CTR > 1998
               MOVE "YES" TO RECV-FULL-SW
               GO TO 2000-EXIT
           END-IF.

           COMPUTE C-TUITION ROUNDED = STT-CREDITS (STU-IDX)
               * RT-PER-CREDIT (C-RATE-FOUND-SUB).
           COMPUTE C-STU-TOTAL = C-TUITION + C-FLAT-FEE.
           ADD 1 TO C-BILL-CTR.
           ADD C-TUITION TO C-GT-TUITION.
           ADD C-FLAT-FEE TO C-GT-FEES.

           ADD 1 TO C-RECV-TBL-CTR.
           SET RECV-IDX TO C-RECV-TBL-CTR.
           MOVE STT-ID (STU-IDX) TO TR-ID (RECV-IDX).
           MOVE C-TERM TO TR-TERM (RECV-IDX).
           MOVE "T" TO TR-TYPE (RECV-IDX).
           MOVE C-TODAY-DATE TO TR-BILL-DATE (RECV-IDX).
           MOVE C-TUITION TO TR-BILLED (RECV-IDX).
           MOVE ZERO TO TR-PAID (RECV-IDX).
           MOVE "N" TO TR-PRINTED-SW (RECV-IDX).
           IF C-FLAT-FEE > ZERO
               ADD 1 TO C-RECV-TBL-CTR
               SET RECV-IDX TO C-RECV-TBL-CTR
               MOVE STT-ID (STU-IDX) TO TR-ID (RECV-IDX)
               MOVE C-TERM TO TR-TERM (RECV-IDX)
               MOVE "F" TO TR-TYPE (RECV-IDX)
               MOVE C-TODAY-DATE TO TR-BILL-DATE (RECV-IDX)
               MOVE C-FLAT-FEE TO TR-BILLED (RECV-IDX)
               MOVE ZERO TO TR-PAID (RECV-IDX)
               MOVE "N" TO TR-PRINTED-SW (RECV-IDX)
           END-IF.

           MOVE STT-ID (STU-IDX) TO O-BL-ID.
           MOVE STT-LNAME (STU-IDX) TO O-BL-LNAME.
           MOVE STT-FNAME (STU-IDX) TO O-BL-FNAME.
           MOVE STT-DEPT (STU-IDX) TO O-BL-DEPT.
           MOVE STT-CREDITS (STU-IDX) TO O-BL-CREDITS.
           MOVE RT-PER-CREDIT (C-RATE-FOUND-SUB) TO O-BL-RATE.
           MOVE C-TUITION TO O-BL-TUITION.
           MOVE C-FLAT-FEE TO O-BL-FEES.
           MOVE C-STU-TOTAL TO O-BL-TOTAL.
           WRITE PRTLINE
               FROM BILL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2000-EXIT.
           EXIT.

       2050-CHECK-TERM-BILLED.
           MOVE "NO" TO TERM-BILLED-SW.
           PERFORM 2060-TERM-BILLED-SCAN
               VARYING RECV-IDX FROM 1 BY 1
                   UNTIL RECV-IDX > C-RECV-TBL-CTR
                      OR TERM-BILLED-SW = "YES".

       2060-TERM-BILLED-SCAN.
           IF TR-ID (RECV-IDX) = STT-ID (STU-IDX)
              AND TR-TERM (RECV-IDX) = C-TERM
              AND TR-TYPE (RECV-IDX) = "T"
               MOVE "YES" TO TERM-BILLED-SW
           END-IF.


      *    EACH PAYMENT OR AID CREDIT PAYS DOWN THE STUDENT'S OLDEST
      *    OPEN ITEMS FIRST.  ANYTHING LEFT OVER, OR MONEY FOR A
      *    STUDENT WITH NOTHING OPEN, GOES TO THE EXCEPTIONS.
       2500-POST-TRANSACTIONS.
           OPEN INPUT TRANS-IN.
           IF C-TRN-STATUS = "00" OR "05"
               PERFORM 2510-POST-ONE-TRANS
                   UNTIL MORE-TRANS = "NO"
               CLOSE TRANS-IN
           END-IF.

       2510-POST-ONE-TRANS.
           READ TRANS-IN
               AT END
                   MOVE "NO" TO MORE-TRANS
           END-READ.
           IF MORE-TRANS = "YES"
               IF (TN-TYPE = "P" OR "A")
                  AND TN-AMOUNT NUMERIC
                  AND TN-AMOUNT > ZERO
                   IF TN-TYPE = "P"
                       ADD 1 TO C-PMT-CTR
                       ADD TN-AMOUNT TO C-GT-PAYMENTS
                   ELSE
                       ADD 1 TO C-AID-CTR
                       ADD TN-AMOUNT TO C-GT-AID
                   END-IF
                   MOVE TN-AMOUNT TO C-PMT-LEFT
                   MOVE "YES" TO OPEN-LEFT-SW
                   PERFORM 2520-APPLY-OLDEST
                       UNTIL C-PMT-LEFT = ZERO
                          OR OPEN-LEFT-SW = "NO"
                   IF C-PMT-LEFT > ZERO
                       ADD C-PMT-LEFT TO C-GT-UNAPPLIED
                       MOVE 'NO OPEN ITEM LEFT TO PAY' TO O-TE-REASON
                       PERFORM 2590-TRANS-ERROR
                   END-IF
               ELSE
                   ADD 1 TO C-TRN-REJ-CTR
                   MOVE 'INVALID TYPE OR AMOUNT' TO O-TE-REASON
                   PERFORM 2590-TRANS-ERROR
               END-IF
           END-IF.

      *    FIND THE STUDENT'S OLDEST ITEM STILL OPEN AND PAY IT.
       2520-APPLY-OLDEST.
           MOVE ZERO TO AGE-SUB.
           PERFORM 2530-OLDEST-SCAN
               VARYING RECV-IDX FROM 1 BY 1
                   UNTIL RECV-IDX > C-RECV-TBL-CTR.
           IF AGE-SUB > ZERO
               SET RECV-IDX TO AGE-SUB
               COMPUTE C-OPEN-ITEM = TR-BILLED (RECV-IDX)
                   - TR-PAID (RECV-IDX)
               IF C-PMT-LEFT NOT > C-OPEN-ITEM
                   ADD C-PMT-LEFT TO TR-PAID (RECV-IDX)
                   MOVE ZERO TO C-PMT-LEFT
               ELSE
                   ADD C-OPEN-ITEM TO TR-PAID (RECV-IDX)
                   SUBTRACT C-OPEN-ITEM FROM C-PMT-LEFT
               END-IF
           ELSE
               MOVE "NO" TO OPEN-LEFT-SW
           END-IF.

       2530-OLDEST-SCAN.
           IF TR-ID (RECV-IDX) = TN-ID
              AND TR-BILLED (RECV-IDX) > TR-PAID (RECV-IDX)
               IF AGE-SUB = ZERO
                   SET AGE-SUB TO RECV-IDX
               ELSE
                   IF TR-BILL-DATE (RECV-IDX) < TR-BILL-DATE (AGE-SUB)
                       SET AGE-SUB TO RECV-IDX
                   END-IF
               END-IF
           END-IF.

       2590-TRANS-ERROR.
           MOVE TRANS-REC TO O-TE-RECORD.
           WRITE PRTLINE
               FROM TRN-ERROR-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.


       3000-CLOSING.
           IF RECV-FULL-SW = "YES"
               WRITE PRTLINE
                   FROM RECV-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           PERFORM 3450-AGING-REPORT THRU 3450-EXIT.
           CLOSE HOLD-FILE.
           PERFORM 3600-HOLD-LIST THRU 3600-EXIT.
           PERFORM 3250-WRITE-RECEIVABLES.

           MOVE C-BILL-CTR TO O-BILL-CTR.
           MOVE C-GT-TUITION TO O-GT-TUITION.
           MOVE C-GT-FEES TO O-GT-FEES.
           MOVE C-ALREADY-CTR TO O-ALREADY-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-INACTIVE-CTR TO O-INACTIVE-CTR.
           MOVE C-NO-CREDIT-CTR TO O-NO-CREDIT-CTR.
           MOVE C-NO-RATE-CTR TO O-NO-RATE-CTR.
           MOVE C-STMT-CTR TO O-STMT-CTR.
           MOVE C-HOLD-CTR TO O-HOLD-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE C-PMT-CTR TO O-PMT-CTR.
           MOVE C-GT-PAYMENTS TO O-GT-PAYMENTS.
           MOVE C-AID-CTR TO O-AID-CTR.
           MOVE C-GT-AID TO O-GT-AID.
           MOVE C-GT-UNAPPLIED TO O-GT-UNAPPLIED.
           MOVE C-TRN-REJ-CTR TO O-TRN-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE.
           IF C-STU-LOST-CTR > ZERO
               MOVE C-STU-LOST-CTR TO O-STU-LOST-CTR
               WRITE PRTLINE
                   FROM STUDENT-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE PRTOUT.
           CLOSE STMT-OUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-BILL-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    GROUPED BY STUDENT EVEN THOUGH THE TABLE IS IN BILLING
      *    ORDER: EACH OUTER PASS TAKES THE NEXT UNPRINTED STUDENT
      *    WITH AN OPEN ITEM AND SWEEPS ALL OF THAT STUDENT'S ITEMS
      *    ONTO THE STATEMENT AND INTO THE AGING BUCKETS.
       3450-AGING-REPORT.
           IF C-RECV-TBL-CTR = ZERO
               GO TO 3450-EXIT
           END-IF.
           WRITE PRTLINE
               FROM AGING-HEADING-LINE
                   AFTER ADVANCING 3 LINES.
           PERFORM 3455-AGING-GROUP
               VARYING RECV-IDX FROM 1 BY 1
                   UNTIL RECV-IDX > C-RECV-TBL-CTR.
           MOVE C-PT-B1 TO O-AGE-PT-1.
           MOVE C-PT-B2 TO O-AGE-PT-2.
           MOVE C-PT-B3 TO O-AGE-PT-3.
           MOVE C-PT-B4 TO O-AGE-PT-4.
           WRITE PRTLINE
               FROM AGING-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3450-EXIT.
           EXIT.

       3455-AGING-GROUP.
           IF TR-PRINTED-SW (RECV-IDX) = "N"
              AND TR-BILLED (RECV-IDX) > TR-PAID (RECV-IDX)
               MOVE TR-ID (RECV-IDX) TO H-STMT-ID
               PERFORM 3470-STMT-HEADING
               PERFORM 3460-AGING-ITEM
                   VARYING AGE-SUB FROM 1 BY 1
                       UNTIL AGE-SUB > C-RECV-TBL-CTR
               PERFORM 3480-AGING-STUDENT
           END-IF.

       3460-AGING-ITEM.
           COMPUTE C-OPEN-ITEM = TR-BILLED (AGE-SUB)
               - TR-PAID (AGE-SUB).
           IF C-OPEN-ITEM > ZERO
              AND TR-PRINTED-SW (AGE-SUB) = "N"
              AND TR-ID (AGE-SUB) = H-STMT-ID
               MOVE "Y" TO TR-PRINTED-SW (AGE-SUB)
               COMPUTE C-AGE-DAYS = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (TR-BILL-DATE (AGE-SUB))
               EVALUATE TRUE
                   WHEN C-AGE-DAYS NOT > 30
                       ADD C-OPEN-ITEM TO C-AGE-B1
                       ADD C-OPEN-ITEM TO C-PT-B1
                   WHEN C-AGE-DAYS NOT > 60
                       ADD C-OPEN-ITEM TO C-AGE-B2
                       ADD C-OPEN-ITEM TO C-PT-B2
                   WHEN C-AGE-DAYS NOT > 90
                       ADD C-OPEN-ITEM TO C-AGE-B3
                       ADD C-OPEN-ITEM TO C-PT-B3
                   WHEN OTHER
                       ADD C-OPEN-ITEM TO C-AGE-B4
                       ADD C-OPEN-ITEM TO C-PT-B4
               END-EVALUATE
               MOVE TR-TERM (AGE-SUB) (5:2) TO O-SI-TERM-MM
               MOVE TR-TERM (AGE-SUB) (1:4) TO O-SI-TERM-YY
               MOVE TR-BILL-DATE (AGE-SUB) (5:2) TO O-SI-BILL-MM
               MOVE TR-BILL-DATE (AGE-SUB) (7:2) TO O-SI-BILL-DD
               MOVE TR-BILL-DATE (AGE-SUB) (1:4) TO O-SI-BILL-YY
               IF TR-TYPE (AGE-SUB) = "T"
                   MOVE 'TUITION' TO O-SI-CHARGE
               ELSE
                   MOVE 'TERM FEES' TO O-SI-CHARGE
               END-IF
               MOVE TR-BILLED (AGE-SUB) TO O-SI-BILLED
               MOVE TR-PAID (AGE-SUB) TO O-SI-PAID
               MOVE C-OPEN-ITEM TO O-SI-OPEN
               WRITE STMT-LINE
                   FROM STMT-ITEM-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

      *    ONE STATEMENT PAGE PER STUDENT WITH A BALANCE.
       3470-STMT-HEADING.
           ADD 1 TO C-STMT-CTR.
           MOVE H-STMT-ID TO C-LOOKUP-ID.
           PERFORM 9080-STU-LOOKUP.
           IF STU-FOUND-SW = "YES"
               SET STU-IDX TO C-STU-FOUND-IDX
               MOVE STT-FNAME (STU-IDX) TO O-ST-FNAME
               MOVE STT-LNAME (STU-IDX) TO O-ST-LNAME
           ELSE
               MOVE SPACES TO O-ST-FNAME
               MOVE 'NOT ON MASTER' TO O-ST-LNAME
           END-IF.
           MOVE H-STMT-ID TO O-ST-ID.
           MOVE I-MONTH TO O-ST-MM.
           MOVE I-DAY TO O-ST-DD.
           MOVE I-YEAR TO O-ST-YY.
           WRITE STMT-LINE
               FROM STMT-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE STMT-LINE
               FROM STMT-NAME-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE STMT-LINE
               FROM STMT-COLUMN-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE SPACES TO STMT-LINE.
           WRITE STMT-LINE
               AFTER ADVANCING 1 LINE.

       3480-AGING-STUDENT.
           COMPUTE C-STU-BAL = C-AGE-B1 + C-AGE-B2
               + C-AGE-B3 + C-AGE-B4.
           COMPUTE C-PAST-DUE = C-AGE-B2 + C-AGE-B3 + C-AGE-B4.

           MOVE C-AGE-B1 TO O-SA-AMT-1.
           MOVE C-AGE-B2 TO O-SA-AMT-2.
           MOVE C-AGE-B3 TO O-SA-AMT-3.
           MOVE C-AGE-B4 TO O-SA-AMT-4.
           MOVE C-STU-BAL TO O-SA-BAL.
           WRITE STMT-LINE
               FROM STMT-AGING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE STMT-LINE
               FROM STMT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

           MOVE H-STMT-ID TO O-AGE-ID.
           MOVE O-ST-LNAME TO O-AGE-LNAME.
           MOVE O-ST-FNAME TO O-AGE-FNAME.
           MOVE C-AGE-B1 TO O-AGE-AMT-1.
           MOVE C-AGE-B2 TO O-AGE-AMT-2.
           MOVE C-AGE-B3 TO O-AGE-AMT-3.
           MOVE C-AGE-B4 TO O-AGE-AMT-4.
           MOVE C-STU-BAL TO O-AGE-BAL.
           MOVE SPACES TO O-AGE-HOLD.

      *    PAST DUE MEANS BILLED MORE THAN 30 DAYS AGO AND STILL
      *    OPEN.  OVER THE LIMIT, THE STUDENT MAY NOT REGISTER.
           IF C-PAST-DUE > C-HOLD-LIMIT
               ADD 1 TO C-HOLD-CTR
               MOVE 'HOLD' TO O-AGE-HOLD
               MOVE H-STMT-ID TO HD-ID
               MOVE C-PAST-DUE TO HD-PAST-DUE
               MOVE C-STU-BAL TO HD-BALANCE
               WRITE HOLD-REC
               MOVE "A REGISTRATION HOLD HAS BEEN PLACED ON YOUR"
                   TO O-ST-TEXT
               WRITE STMT-LINE
                   FROM STMT-TEXT-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
               MOVE "ACCOUNT.  YOU MAY NOT REGISTER FOR CLASSES UNTIL"
                   TO O-ST-TEXT
               WRITE STMT-LINE
                   FROM STMT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
               MOVE "THE PAST-DUE BALANCE IS PAID."
                   TO O-ST-TEXT
               WRITE STMT-LINE
                   FROM STMT-TEXT-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

           WRITE PRTLINE
               FROM AGING-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE ZERO TO C-AGE-B1.
           MOVE ZERO TO C-AGE-B2.
           MOVE ZERO TO C-AGE-B3.
           MOVE ZERO TO C-AGE-B4.


      *    THE HOLD LIST IS PRINTED BACK FROM THE HOLD FILE SO THE
      *    REGISTRAR'S COPY AND THE FILE ALWAYS AGREE.
       3600-HOLD-LIST.
           IF C-HOLD-CTR = ZERO
               GO TO 3600-EXIT
           END-IF.
           WRITE PRTLINE
               FROM HOLD-HEADING-LINE
                   AFTER ADVANCING 3 LINES.
           OPEN INPUT HOLD-FILE.
           PERFORM 3610-HOLD-LINE
               UNTIL MORE-HOLDS = "NO".
           CLOSE HOLD-FILE.

       3600-EXIT.
           EXIT.

       3610-HOLD-LINE.
           READ HOLD-FILE
               AT END
                   MOVE "NO" TO MORE-HOLDS
           END-READ.
           IF MORE-HOLDS = "YES"
               MOVE HD-ID TO C-LOOKUP-ID
               PERFORM 9080-STU-LOOKUP
               IF STU-FOUND-SW = "YES"
                   SET STU-IDX TO C-STU-FOUND-IDX
                   MOVE STT-LNAME (STU-IDX) TO O-HD-LNAME
                   MOVE STT-FNAME (STU-IDX) TO O-HD-FNAME
               ELSE
                   MOVE 'NOT ON MASTER' TO O-HD-LNAME
                   MOVE SPACES TO O-HD-FNAME
               END-IF
               MOVE HD-ID TO O-HD-ID
               MOVE HD-PAST-DUE TO O-HD-PAST-DUE
               MOVE HD-BALANCE TO O-HD-BALANCE
               WRITE PRTLINE
                   FROM HOLD-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


      *    PAID-OFF ITEMS FROM EARLIER TERMS DROP OFF; THE CURRENT
      *    TERM'S ITEMS STAY SO A RERUN KNOWS WHO WAS BILLED.
       3250-WRITE-RECEIVABLES.
           IF RECV-OVERFLOW-SW = "YES"
               PERFORM 3270-SAVE-OVERFLOW
           END-IF.
           OPEN OUTPUT RECV-MASTER.
           PERFORM 3260-WRITE-RECV-REC
               VARYING RECV-IDX FROM 1 BY 1
                   UNTIL RECV-IDX > C-RECV-TBL-CTR.
           IF RECV-OVERFLOW-SW = "YES"
               PERFORM 3290-APPEND-OVERFLOW
           END-IF.
           CLOSE RECV-MASTER.

       3260-WRITE-RECV-REC.
           IF TR-BILLED (RECV-IDX) > TR-PAID (RECV-IDX)
              OR TR-TERM (RECV-IDX) = C-TERM
               MOVE TR-ID (RECV-IDX) TO RV-ID
               MOVE TR-TERM (RECV-IDX) TO RV-TERM
               MOVE TR-TYPE (RECV-IDX) TO RV-TYPE
               MOVE TR-BILL-DATE (RECV-IDX) TO RV-BILL-DATE
               MOVE TR-BILLED (RECV-IDX) TO RV-BILLED
               MOVE TR-PAID (RECV-IDX) TO RV-PAID
               WRITE RECV-REC
           END-IF.

      *    ITEMS BEYOND THE WORK TABLE NEVER FALL OFF THE FILE -
      *    THEY ARE HELD ASIDE AND REWRITTEN UNCHANGED.
       3270-SAVE-OVERFLOW.
           MOVE "YES" TO MORE-RECV.
           MOVE ZERO TO C-RECV-SKIP-CTR.
           OPEN INPUT RECV-MASTER.
           OPEN OUTPUT OVERFLOW-HOLD.
           PERFORM 3280-SAVE-ONE
               UNTIL MORE-RECV = "NO".
           CLOSE RECV-MASTER.
           CLOSE OVERFLOW-HOLD.

       3280-SAVE-ONE.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               ADD 1 TO C-RECV-SKIP-CTR
               IF C-RECV-SKIP-CTR > 2000
                   WRITE OVER-REC FROM RECV-REC
               END-IF
           END-IF.

       3290-APPEND-OVERFLOW.
           MOVE "YES" TO MORE-RECV.
           OPEN INPUT OVERFLOW-HOLD.
           PERFORM 3295-APPEND-ONE
               UNTIL MORE-RECV = "NO".
           CLOSE OVERFLOW-HOLD.

       3295-APPEND-ONE.
           READ OVERFLOW-HOLD
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
               WRITE RECV-REC FROM OVER-REC
           END-IF.


       9060-RATE-LOOKUP.
           MOVE "NO" TO RATE-FOUND-SW.
           MOVE ZERO TO C-RATE-FOUND-SUB.
           PERFORM 9065-RATE-SEARCH
               VARYING RATE-SUB FROM 1 BY 1
                   UNTIL RATE-SUB > C-RATE-TBL-CTR
                      OR RATE-FOUND-SW = "YES".

       9065-RATE-SEARCH.
           IF RT-DEPT (RATE-SUB) = STT-DEPT (STU-IDX)
               MOVE "YES" TO RATE-FOUND-SW
               MOVE RATE-SUB TO C-RATE-FOUND-SUB
           END-IF.

       9080-STU-LOOKUP.
           MOVE "NO" TO STU-FOUND-SW.
           MOVE ZERO TO C-STU-FOUND-IDX.
           PERFORM 9085-STU-SEARCH
               VARYING STU-IDX FROM 1 BY 1
                   UNTIL STU-IDX > C-STU-TBL-CTR
                      OR STU-FOUND-SW = "YES".

       9085-STU-SEARCH.
           IF STT-ID (STU-IDX) = C-LOOKUP-ID
               MOVE "YES" TO STU-FOUND-SW
               SET C-STU-FOUND-IDX TO STU-IDX
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
