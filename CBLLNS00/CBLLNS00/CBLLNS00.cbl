       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLLNS00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * BOAT FINANCE CONTRACT SERVICING.                            *
      * EVERY CONTRACT BOOKED BY CBLFIN00 ON THE FINANCE CONTRACT   *
      * FILE (FINCONTR) IS BOARDED ONTO THE SERVICING MASTER        *
      * (FINSRVM IN, FINSRVN OUT) THE FIRST TIME THIS RUN SEES IT.  *
      * THE SERVICING MASTER CARRIES THE CURRENT PRINCIPAL BALANCE, *
      * THE PAID-THROUGH DATE, THE NEXT INSTALLMENT DUE AND ANY     *
      * UNPAID INTEREST AND LATE CHARGES.  CUSTOMER PAYMENTS        *
      * (FINPMT) ARE POSTED IN DATE ORDER: LATE CHARGES FIRST, THEN *
      * SIMPLE INTEREST AT THE CONTRACT APR SINCE THE LAST POSTING, *
      * THEN PRINCIPAL.  EACH INSTALLMENT STILL UNPAID WHEN THE     *
      * GRACE PERIOD (FINSPARM) RUNS OUT IS ASSESSED ONE LATE       *
      * CHARGE.  THE REPORT (FINSRPT) IS THE PAYMENT REGISTER       *
      * FOLLOWED BY THE DELINQUENCY LIST BY DAYS PAST DUE.  PAYOFF  *
      * QUOTE REQUESTS (FINPOQ - CUSTOMER NUMBER AND GOOD-THROUGH   *
      * DATE) PRINT ON FINPYOFF.  REJECTED PAYMENTS AND QUOTE       *
      * REQUESTS PRINT ON THE ERROR LISTING (FINSERR).              *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTRACT-FILE
               ASSIGN TO FINCONTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CONTR-STATUS.

           SELECT OPTIONAL SERV-MASTER
               ASSIGN TO FINSRVM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SRVM-STATUS.

           SELECT NEW-SERV-MASTER
               ASSIGN TO FINSRVN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-IN
               ASSIGN TO FINPMT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-PAYMENTS
               ASSIGN TO FINPSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK38".

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO FINSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL QUOTE-REQUESTS
               ASSIGN TO FINPOQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-POQ-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO FINSRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO FINSERR
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT QUOTE-OUT
               ASSIGN TO FINPYOFF
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRACT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS CONTRACT-REC.

       01  CONTRACT-REC.
           05  CT-CUST-NO           PIC 9(6).
           05  CT-LAST-NAME         PIC X(15).
           05  CT-DATE              PIC 9(8).
           05  CT-APR               PIC 99V99.
           05  CT-MONTHS            PIC 9(3).
           05  CT-DOWN              PIC 9(7)V99.
           05  CT-FINANCED          PIC 9(7)V99.
           05  CT-PAYMENT           PIC 9(7)V99.

       FD SERV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS SV-REC.

       01  SV-REC.
           05  SV-CUST-NO           PIC 9(6).
           05  SV-CONTRACT-DATE     PIC 9(8).
           05  SV-LAST-NAME         PIC X(15).
           05  SV-APR               PIC 99V99.
           05  SV-MONTHS            PIC 9(3).
           05  SV-PAYMENT           PIC 9(7)V99.
           05  SV-BALANCE           PIC 9(7)V99.
           05  SV-PAID-THRU         PIC 9(8).
           05  SV-NEXT-DUE          PIC 9(8).
           05  SV-INT-DATE          PIC 9(8).
           05  SV-INT-DUE           PIC 9(5)V99.
           05  SV-LATE-DUE          PIC 9(5)V99.
           05  SV-LATE-FOR-DUE      PIC 9(8).
           05  SV-CREDIT            PIC 9(7)V99.
           05  SV-PAY-CTR           PIC 9(3).
           05  SV-STATUS            PIC X.

       FD NEW-SERV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS NEW-SV-REC.

       01  NEW-SV-REC               PIC X(113).

       FD PAYMENT-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PMT-IN-REC.

       01  PMT-IN-REC               PIC X(31).

       FD SORTED-PAYMENTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS PMT-REC.

       01  PMT-REC.
           05  PM-CUST-NO           PIC 9(6).
           05  PM-PAY-DATE          PIC 9(8).
           05  PM-AMOUNT            PIC 9(7)V99.
           05  PM-CONTRACT-DATE     PIC 9(8).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-CUST-NO           PIC 9(6).
           05  SD-PAY-DATE          PIC 9(8).
           05  FILLER               PIC X(17).

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-GRACE-DAYS      PIC 99.
           05  PARM-LATE-PCT        PIC 99V9.

       FD QUOTE-REQUESTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS POQ-REC.

       01  POQ-REC.
           05  PQ-CUST-NO           PIC 9(6).
           05  PQ-AS-OF-DATE        PIC X(8).

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

       FD QUOTE-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS QUOTE-LINE.

       01  QUOTE-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-CONTR-STATUS   PIC XX         VALUE "00".
           05  C-SRVM-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-POQ-STATUS     PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-PMTS        PIC XXX        VALUE "YES".
           05  MORE-CONTR       PIC XXX        VALUE "YES".
           05  MORE-SRVM        PIC XXX        VALUE "YES".
           05  MORE-POQ         PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-GRACE-DAYS     PIC 99         VALUE 10.
           05  C-LATE-PCT       PIC 99V9       VALUE 5.0.
           05  C-CON-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-CON-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-CON-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  CON-FOUND-SW     PIC XXX        VALUE "NO".
           05  C-DLQ-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-DLQ-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  C-INST-NO        PIC 9(3)       VALUE ZERO.
           05  C-MONTHS-TOTAL   PIC 9(6)       VALUE ZERO.
           05  C-MONTH-REM      PIC 99         VALUE ZERO.
           05  C-AS-OF-DATE     PIC 9(8)       VALUE ZERO.
           05  C-AS-OF-INT      PIC 9(7)       VALUE ZERO.
           05  C-DUE-INT        PIC 9(7)       VALUE ZERO.
           05  C-DAYS           PIC 9(5)       VALUE ZERO.
           05  C-MISSED-CTR     PIC 9(3)       VALUE ZERO.
           05  LATE-DONE-SW     PIC XXX        VALUE "NO".
           05  C-LATE-AMT       PIC 9(5)V99    VALUE ZERO.
           05  C-ACCRUED        PIC 9(7)V99    VALUE ZERO.
           05  C-REMAIN         PIC 9(7)V99    VALUE ZERO.
           05  C-LATE-PAID      PIC 9(5)V99    VALUE ZERO.
           05  C-INT-PAID       PIC 9(7)V99    VALUE ZERO.
           05  C-PRIN-PAID      PIC 9(7)V99    VALUE ZERO.
           05  C-PAST-DUE       PIC S9(7)V99   VALUE ZERO.
           05  C-PER-DIEM       PIC 9(5)V99    VALUE ZERO.
           05  C-PAYOFF-INT     PIC 9(7)V99    VALUE ZERO.
           05  C-PAYOFF-AMT     PIC 9(7)V99    VALUE ZERO.
           05  C-QUOTE-MATCH-CTR PIC 9(3)      VALUE ZERO.
           05  C-PMT-READ-CTR   PIC 9(7)       VALUE ZERO.
           05  C-POST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-NEW-CON-CTR    PIC 9(5)       VALUE ZERO.
           05  C-PAIDOFF-CTR    PIC 9(5)       VALUE ZERO.
           05  C-ACTIVE-CTR     PIC 9(5)       VALUE ZERO.
           05  C-QUOTE-CTR      PIC 9(5)       VALUE ZERO.
           05  GT-CASH          PIC 9(9)V99    VALUE ZERO.
           05  GT-LATE-PAID     PIC 9(9)V99    VALUE ZERO.
           05  GT-INT-PAID      PIC 9(9)V99    VALUE ZERO.
           05  GT-PRIN-PAID     PIC 9(9)V99    VALUE ZERO.
           05  GT-OVERPAID      PIC 9(9)V99    VALUE ZERO.
           05  GT-LATE-ASSESSED PIC 9(9)V99    VALUE ZERO.
           05  GT-BALANCE       PIC 9(9)V99    VALUE ZERO.
           05  C-AGE-1          PIC 9(5)       VALUE ZERO.
           05  C-AGE-2          PIC 9(5)       VALUE ZERO.
           05  C-AGE-3          PIC 9(5)       VALUE ZERO.
           05  C-AGE-4          PIC 9(5)       VALUE ZERO.
           05  GT-PAST-DUE      PIC 9(9)V99    VALUE ZERO.

      *    INSTALLMENT DUE DATES FALL ON THE CONTRACT DAY OF MONTH,
      *    OR ON THE LAST DAY OF A SHORTER MONTH.
       01  CON-DATE.
           05  CON-YEAR         PIC 9(4).
           05  CON-MONTH        PIC 99.
           05  CON-DAY          PIC 99.
       01  CON-DATE-N REDEFINES CON-DATE PIC 9(8).

       01  DUE-DATE.
           05  DUE-YEAR         PIC 9(4).
           05  DUE-MONTH        PIC 99.
           05  DUE-DAY          PIC 99.
       01  DUE-DATE-N REDEFINES DUE-DATE PIC 9(8).

       01  CONTRACT-TABLE.
           05  CONTRACT-ENTRY OCCURS 500 TIMES INDEXED BY CON-IDX.
               10  TS-CUST-NO       PIC 9(6).
               10  TS-CONTRACT-DATE PIC 9(8).
               10  TS-LAST-NAME     PIC X(15).
               10  TS-APR           PIC 99V99.
               10  TS-MONTHS        PIC 9(3).
               10  TS-PAYMENT       PIC 9(7)V99.
               10  TS-BALANCE       PIC 9(7)V99.
               10  TS-PAID-THRU     PIC 9(8).
               10  TS-NEXT-DUE      PIC 9(8).
               10  TS-INT-DATE      PIC 9(8).
               10  TS-INT-DUE       PIC 9(5)V99.
               10  TS-LATE-DUE      PIC 9(5)V99.
               10  TS-LATE-FOR-DUE  PIC 9(8).
               10  TS-CREDIT        PIC 9(7)V99.
               10  TS-PAY-CTR       PIC 9(3).
               10  TS-STATUS        PIC X.

       01  DLQ-TABLE.
           05  DLQ-ENTRY OCCURS 500 TIMES INDEXED BY DLQ-IDX.
               10  TD-CUST-NO       PIC 9(6).
               10  TD-NAME          PIC X(15).
               10  TD-CONTRACT-DATE PIC 9(8).
               10  TD-DUE-DATE      PIC 9(8).
               10  TD-DAYS          PIC 9(5).
               10  TD-MISSED        PIC 9(3).
               10  TD-PAST-DUE      PIC 9(7)V99.
               10  TD-LATE-DUE      PIC 9(5)V99.
               10  TD-BALANCE       PIC 9(7)V99.

       01  DLQ-ENTRY-TEMP       PIC X(70).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLLNS00'.
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
               'BOAT FINANCE CONTRACT SERVICING'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'CUST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'NAME'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'PAID ON'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '   PAYMENT'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE ' LATE CHG'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '  INTEREST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE ' PRINCIPAL'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE '      BALANCE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'PAID THRU'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'NOTE'.

       01  REGISTER-LINE.
           05  O-CUST-NO        PIC 9(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-LAST-NAME      PIC X(15).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PAY-MM         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-PAY-DD         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-PAY-YY         PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-AMOUNT         PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-LATE-PAID      PIC $$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-INT-PAID       PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-PRIN-PAID      PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-BALANCE        PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-THRU-MM        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-THRU-DD        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-THRU-YY        PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-NOTE           PIC X(12).

       01  RUN-TOTAL-LINE-1.
           05  FILLER           PIC X(15)   VALUE 'PAYMENTS READ: '.
           05  O-PMT-READ-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'POSTED: '.
           05  O-POST-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(18)   VALUE 'CONTRACTS BOARDED:'.
           05  O-NEW-CON-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'PAID OFF: '.
           05  O-PAIDOFF-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'ACTIVE: '.
           05  O-ACTIVE-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(7)    VALUE SPACES.

       01  RUN-TOTAL-LINE-2.
           05  FILLER           PIC X(6)    VALUE 'CASH: '.
           05  O-GT-CASH        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'LATE CHGS: '.
           05  O-GT-LATE-PAID   PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'INTEREST: '.
           05  O-GT-INT-PAID    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE 'PRINCIPAL: '.
           05  O-GT-PRIN-PAID   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'OVERPAID: '.
           05  O-GT-OVERPAID    PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.

       01  RUN-TOTAL-LINE-3.
           05  FILLER           PIC X(23)   VALUE
               'LATE CHARGES ASSESSED: '.
           05  O-GT-LATE-ASSESSED PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'PRINCIPAL OUTSTANDING: '.
           05  O-GT-BALANCE     PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(55)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(45)   VALUE
               '** WORK TABLE FULL - CONTRACTS NOT SERVICED: '.
           05  O-CON-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(24)   VALUE
               '  DELINQUENTS UNLISTED: '.
           05  O-DLQ-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(48)   VALUE SPACES.

       01  DLQ-TITLE-LINE.
           05  FILLER           PIC X(46)   VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'DELINQUENT CONTRACTS BY DAYS PAST DUE'.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  DLQ-HEADING.
           05  FILLER           PIC X(6)    VALUE 'CUST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'NAME'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'CONTRACT'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'OLDEST DUE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE '  DAYS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'MISSED'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '  PAST DUE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE ' LATE CHG'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE '      BALANCE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'AGE'.
           05  FILLER           PIC X(12)   VALUE SPACES.

       01  DLQ-LINE.
           05  O-DQ-CUST-NO     PIC 9(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-NAME        PIC X(15).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-CON-MM      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DQ-CON-DD      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DQ-CON-YY      PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-DUE-MM      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DQ-DUE-DD      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DQ-DUE-YY      PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-DAYS        PIC ZZ,ZZ9.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-DQ-MISSED      PIC ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-PAST-DUE    PIC $$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-LATE-DUE    PIC $$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-BALANCE     PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DQ-AGE         PIC X(8).
           05  FILLER           PIC X(12)   VALUE SPACES.

       01  AGE-TOTAL-LINE.
           05  FILLER           PIC X(11)   VALUE '1-30 DAYS: '.
           05  O-AGE-1          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '31-60 DAYS: '.
           05  O-AGE-2          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE '61-90 DAYS: '.
           05  O-AGE-3          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'OVER 90: '.
           05  O-AGE-4          PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'TOTAL PAST DUE: '.
           05  O-GT-PAST-DUE    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(18)   VALUE SPACES.

      *            PAYOFF QUOTE        ========>>
       01  QT-TITLE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'BOAT FINANCE PAYOFF QUOTE'.
           05  FILLER           PIC X(14)   VALUE 'QUOTE DATE:  '.
           05  O-QT-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-QT-DD          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-QT-YY          PIC 9(4).
           05  FILLER           PIC X(78)   VALUE SPACES.

       01  QT-NAME-LINE.
           05  FILLER           PIC X(10)   VALUE 'CUSTOMER: '.
           05  O-QT-CUST-NO     PIC 9(6).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-QT-NAME        PIC X(15).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'CONTRACT DATE: '.
           05  O-QT-CON-MM      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-QT-CON-DD      PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-QT-CON-YY      PIC 9(4).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'APR: '.
           05  O-QT-APR         PIC Z9.99.
           05  FILLER           PIC X(56)   VALUE SPACES.

       01  QT-DATE-LINE.
           05  O-QT-DATE-LABEL  PIC X(30).
           05  O-QT-DATE-MM     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-QT-DATE-DD     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-QT-DATE-YY     PIC 9(4).
           05  FILLER           PIC X(92)   VALUE SPACES.

       01  QT-AMOUNT-LINE.
           05  O-QT-LABEL       PIC X(30).
           05  O-QT-AMOUNT      PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(89)   VALUE SPACES.

       01  QT-TEXT-LINE.
           05  FILLER           PIC X(56)   VALUE
               'ADD THE PER DIEM FOR EACH DAY AFTER GOOD-THROUGH'.
           05  FILLER           PIC X(76)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(31).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLLNS00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-PMTS = "NO".
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

           PERFORM 1050-READ-PARM.
           PERFORM 1100-LOAD-MASTER.
           PERFORM 1200-BOARD-CONTRACTS.

           SORT SORT-WORK
               ON ASCENDING KEY SD-CUST-NO
               ON ASCENDING KEY SD-PAY-DATE
               WITH DUPLICATES IN ORDER
               USING PAYMENT-IN
               GIVING SORTED-PAYMENTS.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT QUOTE-OUT.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.
           OPEN INPUT SORTED-PAYMENTS.
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

      *    NO CARD MEANS A 10-DAY GRACE PERIOD AND A LATE CHARGE OF
      *    5.0 PERCENT OF THE INSTALLMENT.
       1050-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-GRACE-DAYS NUMERIC
                   MOVE PARM-GRACE-DAYS TO C-GRACE-DAYS
               END-IF
               IF PARM-LATE-PCT NUMERIC
                   MOVE PARM-LATE-PCT TO C-LATE-PCT
               END-IF
               CLOSE PARM-CARD
           END-IF.

       1100-LOAD-MASTER.
           OPEN INPUT SERV-MASTER.
           IF C-SRVM-STATUS = "00" OR "05"
               PERFORM 1110-READ-SRVM-REC
                   UNTIL MORE-SRVM = "NO"
               CLOSE SERV-MASTER
           END-IF.

       1110-READ-SRVM-REC.
           READ SERV-MASTER
               AT END
                   MOVE "NO" TO MORE-SRVM
           END-READ.
           IF MORE-SRVM = "YES"
               IF C-CON-TBL-CTR < 500
                   ADD 1 TO C-CON-TBL-CTR
                   SET CON-IDX TO C-CON-TBL-CTR
                   MOVE SV-REC TO CONTRACT-ENTRY (CON-IDX)
               ELSE
                   ADD 1 TO C-CON-LOST-CTR
               END-IF
           END-IF.

      *    THE CONTRACT FILE ONLY GROWS; A CONTRACT ALREADY ON THE
      *    SERVICING MASTER (SAME CUSTOMER AND CONTRACT DATE) HAS
      *    BEEN BOARDED BEFORE AND IS LEFT AS IT STANDS.
       1200-BOARD-CONTRACTS.
           OPEN INPUT CONTRACT-FILE.
           IF C-CONTR-STATUS = "00" OR "05"
               PERFORM 1210-READ-CONTRACT-REC
                   UNTIL MORE-CONTR = "NO"
               CLOSE CONTRACT-FILE
           END-IF.

       1210-READ-CONTRACT-REC.
           READ CONTRACT-FILE
               AT END
                   MOVE "NO" TO MORE-CONTR
           END-READ.
           IF MORE-CONTR = "YES"
               MOVE "NO" TO CON-FOUND-SW
               PERFORM 1220-BOARDED-SEARCH
                   VARYING CON-IDX FROM 1 BY 1
                       UNTIL CON-IDX > C-CON-TBL-CTR
                          OR CON-FOUND-SW = "YES"
               IF CON-FOUND-SW = "NO"
                   PERFORM 1230-BOARD-ONE
               END-IF
           END-IF.

       1220-BOARDED-SEARCH.
           IF TS-CUST-NO (CON-IDX) = CT-CUST-NO
              AND TS-CONTRACT-DATE (CON-IDX) = CT-DATE
               MOVE "YES" TO CON-FOUND-SW
           END-IF.

       1230-BOARD-ONE.
           IF C-CON-TBL-CTR < 500
               ADD 1 TO C-CON-TBL-CTR
               ADD 1 TO C-NEW-CON-CTR
               SET CON-IDX TO C-CON-TBL-CTR
               MOVE CT-CUST-NO TO TS-CUST-NO (CON-IDX)
               MOVE CT-DATE TO TS-CONTRACT-DATE (CON-IDX)
               MOVE CT-LAST-NAME TO TS-LAST-NAME (CON-IDX)
               MOVE CT-APR TO TS-APR (CON-IDX)
               MOVE CT-MONTHS TO TS-MONTHS (CON-IDX)
               MOVE CT-PAYMENT TO TS-PAYMENT (CON-IDX)
               MOVE CT-FINANCED TO TS-BALANCE (CON-IDX)
               MOVE ZERO TO TS-PAID-THRU (CON-IDX)
               MOVE CT-DATE TO TS-INT-DATE (CON-IDX)
               MOVE ZERO TO TS-INT-DUE (CON-IDX)
               MOVE ZERO TO TS-LATE-DUE (CON-IDX)
               MOVE ZERO TO TS-LATE-FOR-DUE (CON-IDX)
               MOVE ZERO TO TS-CREDIT (CON-IDX)
               MOVE ZERO TO TS-PAY-CTR (CON-IDX)
               IF CT-FINANCED > ZERO
                   MOVE 'A' TO TS-STATUS (CON-IDX)
                   MOVE 1 TO C-INST-NO
                   PERFORM 2800-DUE-DATE
                   MOVE DUE-DATE-N TO TS-NEXT-DUE (CON-IDX)
               ELSE
                   MOVE 'P' TO TS-STATUS (CON-IDX)
                   MOVE ZERO TO TS-NEXT-DUE (CON-IDX)
               END-IF
           ELSE
               ADD 1 TO C-CON-LOST-CTR
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-PMT-READ-CTR.
           PERFORM 2100-EDIT-PAYMENT THRU 2100-EXIT.
           PERFORM 9000-READ.


       2100-EDIT-PAYMENT.
           IF PM-AMOUNT NOT NUMERIC
              OR PM-AMOUNT = ZERO
               MOVE 'PAYMENT AMOUNT MISSING OR NOT NUMERIC.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE PM-PAY-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'INVALID OR FUTURE PAYMENT DATE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CONTRACT-FIND.
           IF CON-FOUND-SW = "NO"
               MOVE 'NO ACTIVE FINANCE CONTRACT FOR THIS CUSTOMER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET CON-IDX TO C-CON-FOUND-IDX.
           IF PM-PAY-DATE < TS-INT-DATE (CON-IDX)
               MOVE 'PAYMENT DATE IS BEFORE THE LAST POSTING DATE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-POST-PAYMENT.

       2100-EXIT.
           EXIT.

      *    A PAYMENT CARRYING A CONTRACT DATE GOES TO THAT CONTRACT;
      *    OTHERWISE IT GOES TO THE CUSTOMER'S OLDEST ACTIVE ONE.
       2200-CONTRACT-FIND.
           MOVE "NO" TO CON-FOUND-SW.
           MOVE ZERO TO C-CON-FOUND-IDX.
           PERFORM 2210-CONTRACT-SEARCH
               VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > C-CON-TBL-CTR.

       2210-CONTRACT-SEARCH.
           IF TS-CUST-NO (CON-IDX) = PM-CUST-NO
              AND TS-STATUS (CON-IDX) = 'A'
               IF PM-CONTRACT-DATE NUMERIC
                  AND PM-CONTRACT-DATE > ZERO
                   IF TS-CONTRACT-DATE (CON-IDX) = PM-CONTRACT-DATE
                       MOVE "YES" TO CON-FOUND-SW
                       MOVE CON-IDX TO C-CON-FOUND-IDX
                   END-IF
               ELSE
                   IF CON-FOUND-SW = "NO"
                       MOVE "YES" TO CON-FOUND-SW
                       MOVE CON-IDX TO C-CON-FOUND-IDX
                   ELSE
                       IF TS-CONTRACT-DATE (CON-IDX) <
                           TS-CONTRACT-DATE (C-CON-FOUND-IDX)
                           MOVE CON-IDX TO C-CON-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    LATE CHARGES FIRST, THEN INTEREST, THEN PRINCIPAL.  WHAT
      *    GOES TO INTEREST AND PRINCIPAL COUNTS TOWARD INSTALLMENTS.
       2300-POST-PAYMENT.
           MOVE PM-PAY-DATE TO C-AS-OF-DATE.
           PERFORM 2700-LATE-CHECK.

           COMPUTE C-DAYS =
               FUNCTION INTEGER-OF-DATE (PM-PAY-DATE) -
               FUNCTION INTEGER-OF-DATE (TS-INT-DATE (CON-IDX)).
           COMPUTE C-ACCRUED ROUNDED = TS-BALANCE (CON-IDX) *
               TS-APR (CON-IDX) * C-DAYS / 36500.
           ADD C-ACCRUED TO TS-INT-DUE (CON-IDX).
           MOVE PM-PAY-DATE TO TS-INT-DATE (CON-IDX).

           MOVE PM-AMOUNT TO C-REMAIN.
           IF C-REMAIN > TS-LATE-DUE (CON-IDX)
               MOVE TS-LATE-DUE (CON-IDX) TO C-LATE-PAID
           ELSE
               MOVE C-REMAIN TO C-LATE-PAID
           END-IF.
           SUBTRACT C-LATE-PAID FROM C-REMAIN.
           SUBTRACT C-LATE-PAID FROM TS-LATE-DUE (CON-IDX).
           IF C-REMAIN > TS-INT-DUE (CON-IDX)
               MOVE TS-INT-DUE (CON-IDX) TO C-INT-PAID
           ELSE
               MOVE C-REMAIN TO C-INT-PAID
           END-IF.
           SUBTRACT C-INT-PAID FROM C-REMAIN.
           SUBTRACT C-INT-PAID FROM TS-INT-DUE (CON-IDX).
           IF C-REMAIN > TS-BALANCE (CON-IDX)
               MOVE TS-BALANCE (CON-IDX) TO C-PRIN-PAID
           ELSE
               MOVE C-REMAIN TO C-PRIN-PAID
           END-IF.
           SUBTRACT C-PRIN-PAID FROM C-REMAIN.
           SUBTRACT C-PRIN-PAID FROM TS-BALANCE (CON-IDX).

           ADD C-INT-PAID TO TS-CREDIT (CON-IDX).
           ADD C-PRIN-PAID TO TS-CREDIT (CON-IDX).
           PERFORM 2400-APPLY-INSTALLMENT
               UNTIL TS-CREDIT (CON-IDX) < TS-PAYMENT (CON-IDX)
                  OR TS-PAYMENT (CON-IDX) = ZERO
                  OR TS-PAY-CTR (CON-IDX) NOT < TS-MONTHS (CON-IDX).

           MOVE SPACES TO O-NOTE.
           IF TS-BALANCE (CON-IDX) = ZERO
               PERFORM 2500-PAID-OFF
           END-IF.
           IF C-REMAIN > ZERO
               IF O-NOTE = SPACES
                   MOVE 'OVERPAID' TO O-NOTE
               ELSE
                   MOVE 'PAID OFF-OVR' TO O-NOTE
               END-IF
               ADD C-REMAIN TO GT-OVERPAID
           END-IF.

           ADD 1 TO C-POST-CTR.
           ADD PM-AMOUNT TO GT-CASH.
           ADD C-LATE-PAID TO GT-LATE-PAID.
           ADD C-INT-PAID TO GT-INT-PAID.
           ADD C-PRIN-PAID TO GT-PRIN-PAID.
           PERFORM 2600-REGISTER-LINE.

       2400-APPLY-INSTALLMENT.
           SUBTRACT TS-PAYMENT (CON-IDX) FROM TS-CREDIT (CON-IDX).
           ADD 1 TO TS-PAY-CTR (CON-IDX).
           MOVE TS-NEXT-DUE (CON-IDX) TO TS-PAID-THRU (CON-IDX).
           COMPUTE C-INST-NO = TS-PAY-CTR (CON-IDX) + 1.
           PERFORM 2800-DUE-DATE.
           MOVE DUE-DATE-N TO TS-NEXT-DUE (CON-IDX).

      *    A PAID-OFF CONTRACT IS PAID THROUGH ITS FINAL INSTALLMENT.
       2500-PAID-OFF.
           MOVE 'P' TO TS-STATUS (CON-IDX).
           MOVE TS-MONTHS (CON-IDX) TO C-INST-NO.
           PERFORM 2800-DUE-DATE.
           MOVE DUE-DATE-N TO TS-PAID-THRU (CON-IDX).
           MOVE ZERO TO TS-NEXT-DUE (CON-IDX).
           MOVE ZERO TO TS-CREDIT (CON-IDX).
           MOVE TS-MONTHS (CON-IDX) TO TS-PAY-CTR (CON-IDX).
           MOVE 'PAID OFF' TO O-NOTE.
           ADD 1 TO C-PAIDOFF-CTR.

       2600-REGISTER-LINE.
           MOVE PM-CUST-NO TO O-CUST-NO.
           MOVE TS-LAST-NAME (CON-IDX) TO O-LAST-NAME.
           MOVE PM-PAY-DATE (5:2) TO O-PAY-MM.
           MOVE PM-PAY-DATE (7:2) TO O-PAY-DD.
           MOVE PM-PAY-DATE (1:4) TO O-PAY-YY.
           MOVE PM-AMOUNT TO O-AMOUNT.
           MOVE C-LATE-PAID TO O-LATE-PAID.
           MOVE C-INT-PAID TO O-INT-PAID.
           MOVE C-PRIN-PAID TO O-PRIN-PAID.
           MOVE TS-BALANCE (CON-IDX) TO O-BALANCE.
           MOVE TS-PAID-THRU (CON-IDX) (5:2) TO O-THRU-MM.
           MOVE TS-PAID-THRU (CON-IDX) (7:2) TO O-THRU-DD.
           MOVE TS-PAID-THRU (CON-IDX) (1:4) TO O-THRU-YY.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

      *    EVERY INSTALLMENT DUE BEFORE THE AS-OF DATE AND NOT YET
      *    PAID IS MISSED; ONCE ITS GRACE PERIOD HAS RUN OUT IT
      *    DRAWS ONE LATE CHARGE, NEVER A SECOND.
       2700-LATE-CHECK.
           MOVE ZERO TO C-MISSED-CTR.
           COMPUTE C-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE (C-AS-OF-DATE).
           COMPUTE C-INST-NO = TS-PAY-CTR (CON-IDX) + 1.
           MOVE "NO" TO LATE-DONE-SW.
           PERFORM 2710-LATE-INSTALLMENT
               UNTIL LATE-DONE-SW = "YES".

       2710-LATE-INSTALLMENT.
           IF C-INST-NO > TS-MONTHS (CON-IDX)
               MOVE "YES" TO LATE-DONE-SW
           ELSE
               PERFORM 2800-DUE-DATE
               IF DUE-DATE-N NOT < C-AS-OF-DATE
                   MOVE "YES" TO LATE-DONE-SW
               ELSE
                   ADD 1 TO C-MISSED-CTR
                   COMPUTE C-DUE-INT =
                       FUNCTION INTEGER-OF-DATE (DUE-DATE-N)
                   IF C-DUE-INT + C-GRACE-DAYS < C-AS-OF-INT
                      AND DUE-DATE-N > TS-LATE-FOR-DUE (CON-IDX)
                       COMPUTE C-LATE-AMT ROUNDED =
                           TS-PAYMENT (CON-IDX) * C-LATE-PCT / 100
                       ADD C-LATE-AMT TO TS-LATE-DUE (CON-IDX)
                       ADD C-LATE-AMT TO GT-LATE-ASSESSED
                       MOVE DUE-DATE-N TO TS-LATE-FOR-DUE (CON-IDX)
                   END-IF
                   ADD 1 TO C-INST-NO
               END-IF
           END-IF.

      *    DUE DATE OF INSTALLMENT C-INST-NO: THE CONTRACT DATE PLUS
      *    THAT MANY MONTHS, BACKED UP TO THE END OF A SHORT MONTH.
       2800-DUE-DATE.
           MOVE TS-CONTRACT-DATE (CON-IDX) TO CON-DATE-N.
           COMPUTE C-MONTHS-TOTAL =
               CON-YEAR * 12 + CON-MONTH - 1 + C-INST-NO.
           DIVIDE C-MONTHS-TOTAL BY 12
               GIVING DUE-YEAR
               REMAINDER C-MONTH-REM.
           COMPUTE DUE-MONTH = C-MONTH-REM + 1.
           MOVE CON-DAY TO DUE-DAY.
           MOVE DUE-DATE TO DC-DATE.
           MOVE SPACE TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           PERFORM 2810-BACK-UP-DAY
               UNTIL DC-RC = '0'
                  OR DUE-DAY < 2.

       2810-BACK-UP-DAY.
           SUBTRACT 1 FROM DUE-DAY.
           MOVE DUE-DATE TO DC-DATE.
           CALL 'CBLDATCK' USING DATE-PARMS.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE PMT-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           CLOSE SORTED-PAYMENTS.

           PERFORM 3100-AGE-CONTRACT
               VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > C-CON-TBL-CTR.

           OPEN OUTPUT NEW-SERV-MASTER.
           PERFORM 3200-WRITE-MASTER
               VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > C-CON-TBL-CTR.
           CLOSE NEW-SERV-MASTER.

           MOVE C-PMT-READ-CTR TO O-PMT-READ-CTR.
           MOVE C-POST-CTR TO O-POST-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE C-NEW-CON-CTR TO O-NEW-CON-CTR.
           MOVE C-PAIDOFF-CTR TO O-PAIDOFF-CTR.
           MOVE C-ACTIVE-CTR TO O-ACTIVE-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE GT-CASH TO O-GT-CASH.
           MOVE GT-LATE-PAID TO O-GT-LATE-PAID.
           MOVE GT-INT-PAID TO O-GT-INT-PAID.
           MOVE GT-PRIN-PAID TO O-GT-PRIN-PAID.
           MOVE GT-OVERPAID TO O-GT-OVERPAID.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE GT-LATE-ASSESSED TO O-GT-LATE-ASSESSED.
           MOVE GT-BALANCE TO O-GT-BALANCE.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE.
           IF C-CON-LOST-CTR > ZERO OR C-DLQ-LOST-CTR > ZERO
               MOVE C-CON-LOST-CTR TO O-CON-LOST-CTR
               MOVE C-DLQ-LOST-CTR TO O-DLQ-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           PERFORM 3300-DELINQUENCY-LIST.
           PERFORM 3500-PAYOFF-QUOTES.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.
           CLOSE QUOTE-OUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-PMT-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

      *    AS OF THE BUSINESS DATE: ASSESS LATE CHARGES ON ANY
      *    INSTALLMENT STILL UNPAID PAST GRACE AND LIST THE
      *    CONTRACT IF ANYTHING IS PAST DUE.
       3100-AGE-CONTRACT.
           IF TS-STATUS (CON-IDX) = 'A'
               ADD 1 TO C-ACTIVE-CTR
               ADD TS-BALANCE (CON-IDX) TO GT-BALANCE
               MOVE C-TODAY-DATE TO C-AS-OF-DATE
               PERFORM 2700-LATE-CHECK
               IF C-MISSED-CTR > ZERO
                   PERFORM 3110-DELINQUENT
               END-IF
           END-IF.

       3110-DELINQUENT.
           COMPUTE C-PAST-DUE = C-MISSED-CTR * TS-PAYMENT (CON-IDX)
               - TS-CREDIT (CON-IDX).
           IF C-PAST-DUE < ZERO
               MOVE ZERO TO C-PAST-DUE
           END-IF.
           ADD C-PAST-DUE TO GT-PAST-DUE.
           IF C-DLQ-TBL-CTR < 500
               ADD 1 TO C-DLQ-TBL-CTR
               SET DLQ-IDX TO C-DLQ-TBL-CTR
               MOVE TS-CUST-NO (CON-IDX) TO TD-CUST-NO (DLQ-IDX)
               MOVE TS-LAST-NAME (CON-IDX) TO TD-NAME (DLQ-IDX)
               MOVE TS-CONTRACT-DATE (CON-IDX)
                   TO TD-CONTRACT-DATE (DLQ-IDX)
               MOVE TS-NEXT-DUE (CON-IDX) TO TD-DUE-DATE (DLQ-IDX)
               COMPUTE TD-DAYS (DLQ-IDX) = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (TS-NEXT-DUE (CON-IDX))
               MOVE C-MISSED-CTR TO TD-MISSED (DLQ-IDX)
               MOVE C-PAST-DUE TO TD-PAST-DUE (DLQ-IDX)
               MOVE TS-LATE-DUE (CON-IDX) TO TD-LATE-DUE (DLQ-IDX)
               MOVE TS-BALANCE (CON-IDX) TO TD-BALANCE (DLQ-IDX)
           ELSE
               ADD 1 TO C-DLQ-LOST-CTR
           END-IF.

       3200-WRITE-MASTER.
           WRITE NEW-SV-REC FROM CONTRACT-ENTRY (CON-IDX).

      *    MOST DAYS PAST DUE FIRST.
       3300-DELINQUENCY-LIST.
           IF C-DLQ-TBL-CTR > 1
               PERFORM 3310-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-DLQ-TBL-CTR - 1
           END-IF.
           PERFORM 9110-DLQ-HEADING.
           PERFORM 3330-DLQ-LINE
               VARYING DLQ-IDX FROM 1 BY 1
                   UNTIL DLQ-IDX > C-DLQ-TBL-CTR.
           MOVE C-AGE-1 TO O-AGE-1.
           MOVE C-AGE-2 TO O-AGE-2.
           MOVE C-AGE-3 TO O-AGE-3.
           MOVE C-AGE-4 TO O-AGE-4.
           MOVE GT-PAST-DUE TO O-GT-PAST-DUE.
           WRITE PRTLINE
               FROM AGE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3310-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-DLQ-TBL-CTR - C-RANK-PASS.
           PERFORM 3320-RANK-COMPARE
               VARYING DLQ-IDX FROM 1 BY 1
                   UNTIL DLQ-IDX > C-RANK-LIMIT.

       3320-RANK-COMPARE.
           IF TD-DAYS (DLQ-IDX) < TD-DAYS (DLQ-IDX + 1)
               MOVE DLQ-ENTRY (DLQ-IDX) TO DLQ-ENTRY-TEMP
               MOVE DLQ-ENTRY (DLQ-IDX + 1) TO DLQ-ENTRY (DLQ-IDX)
               MOVE DLQ-ENTRY-TEMP TO DLQ-ENTRY (DLQ-IDX + 1)
           END-IF.

       3330-DLQ-LINE.
           MOVE TD-CUST-NO (DLQ-IDX) TO O-DQ-CUST-NO.
           MOVE TD-NAME (DLQ-IDX) TO O-DQ-NAME.
           MOVE TD-CONTRACT-DATE (DLQ-IDX) (5:2) TO O-DQ-CON-MM.
           MOVE TD-CONTRACT-DATE (DLQ-IDX) (7:2) TO O-DQ-CON-DD.
           MOVE TD-CONTRACT-DATE (DLQ-IDX) (1:4) TO O-DQ-CON-YY.
           MOVE TD-DUE-DATE (DLQ-IDX) (5:2) TO O-DQ-DUE-MM.
           MOVE TD-DUE-DATE (DLQ-IDX) (7:2) TO O-DQ-DUE-DD.
           MOVE TD-DUE-DATE (DLQ-IDX) (1:4) TO O-DQ-DUE-YY.
           MOVE TD-DAYS (DLQ-IDX) TO O-DQ-DAYS.
           MOVE TD-MISSED (DLQ-IDX) TO O-DQ-MISSED.
           MOVE TD-PAST-DUE (DLQ-IDX) TO O-DQ-PAST-DUE.
           MOVE TD-LATE-DUE (DLQ-IDX) TO O-DQ-LATE-DUE.
           MOVE TD-BALANCE (DLQ-IDX) TO O-DQ-BALANCE.
           IF TD-DAYS (DLQ-IDX) > 90
               MOVE 'OVER 90' TO O-DQ-AGE
               ADD 1 TO C-AGE-4
           ELSE
               IF TD-DAYS (DLQ-IDX) > 60
                   MOVE '61-90' TO O-DQ-AGE
                   ADD 1 TO C-AGE-3
               ELSE
                   IF TD-DAYS (DLQ-IDX) > 30
                       MOVE '31-60' TO O-DQ-AGE
                       ADD 1 TO C-AGE-2
                   ELSE
                       MOVE '1-30' TO O-DQ-AGE
                       ADD 1 TO C-AGE-1
                   END-IF
               END-IF
           END-IF.
           WRITE PRTLINE
               FROM DLQ-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-DLQ-HEADING.

      *    A QUOTE REQUEST WITH NO DATE IS GOOD THROUGH THE BUSINESS
      *    DATE.  EVERY ACTIVE CONTRACT THE CUSTOMER HOLDS IS QUOTED.
       3500-PAYOFF-QUOTES.
           OPEN INPUT QUOTE-REQUESTS.
           IF C-POQ-STATUS = "00" OR "05"
               PERFORM 3510-READ-QUOTE-REQ
                   UNTIL MORE-POQ = "NO"
               CLOSE QUOTE-REQUESTS
           END-IF.

       3510-READ-QUOTE-REQ.
           READ QUOTE-REQUESTS
               AT END
                   MOVE "NO" TO MORE-POQ
           END-READ.
           IF MORE-POQ = "YES"
               PERFORM 3520-EDIT-QUOTE THRU 3520-EXIT
           END-IF.

       3520-EDIT-QUOTE.
           IF PQ-AS-OF-DATE = SPACES OR PQ-AS-OF-DATE = '00000000'
               MOVE C-TODAY-DATE TO PQ-AS-OF-DATE
           END-IF.
           MOVE PQ-AS-OF-DATE TO DC-DATE.
           MOVE SPACE TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'INVALID PAYOFF GOOD-THROUGH DATE.' TO O-ERR-MSG
               PERFORM 3590-QUOTE-REJECT
               GO TO 3520-EXIT
           END-IF.
           MOVE PQ-AS-OF-DATE TO C-AS-OF-DATE.
           MOVE ZERO TO C-QUOTE-MATCH-CTR.
           PERFORM 3530-QUOTE-CONTRACT
               VARYING CON-IDX FROM 1 BY 1
                   UNTIL CON-IDX > C-CON-TBL-CTR.
           IF C-QUOTE-MATCH-CTR = ZERO
               MOVE 'NO ACTIVE FINANCE CONTRACT FOR THIS CUSTOMER.'
                   TO O-ERR-MSG
               PERFORM 3590-QUOTE-REJECT
           END-IF.

       3520-EXIT.
           EXIT.

       3530-QUOTE-CONTRACT.
           IF TS-CUST-NO (CON-IDX) = PQ-CUST-NO
              AND TS-STATUS (CON-IDX) = 'A'
               ADD 1 TO C-QUOTE-MATCH-CTR
               IF C-AS-OF-DATE < TS-INT-DATE (CON-IDX)
                   MOVE 'GOOD-THROUGH DATE IS BEFORE THE LAST PAYMENT.'
                       TO O-ERR-MSG
                   PERFORM 3590-QUOTE-REJECT
               ELSE
                   PERFORM 3540-PRINT-QUOTE
               END-IF
           END-IF.

       3540-PRINT-QUOTE.
           ADD 1 TO C-QUOTE-CTR.
           COMPUTE C-DAYS =
               FUNCTION INTEGER-OF-DATE (C-AS-OF-DATE) -
               FUNCTION INTEGER-OF-DATE (TS-INT-DATE (CON-IDX)).
           COMPUTE C-PAYOFF-INT ROUNDED = TS-INT-DUE (CON-IDX) +
               TS-BALANCE (CON-IDX) * TS-APR (CON-IDX) * C-DAYS
                   / 36500.
           COMPUTE C-PER-DIEM ROUNDED =
               TS-BALANCE (CON-IDX) * TS-APR (CON-IDX) / 36500.
           COMPUTE C-PAYOFF-AMT = TS-BALANCE (CON-IDX) +
               C-PAYOFF-INT + TS-LATE-DUE (CON-IDX).

           MOVE I-MONTH TO O-QT-MM.
           MOVE I-DAY TO O-QT-DD.
           MOVE I-YEAR TO O-QT-YY.
           WRITE QUOTE-LINE
               FROM QT-TITLE-LINE
                   AFTER ADVANCING PAGE.
           MOVE TS-CUST-NO (CON-IDX) TO O-QT-CUST-NO.
           MOVE TS-LAST-NAME (CON-IDX) TO O-QT-NAME.
           MOVE TS-CONTRACT-DATE (CON-IDX) (5:2) TO O-QT-CON-MM.
           MOVE TS-CONTRACT-DATE (CON-IDX) (7:2) TO O-QT-CON-DD.
           MOVE TS-CONTRACT-DATE (CON-IDX) (1:4) TO O-QT-CON-YY.
           MOVE TS-APR (CON-IDX) TO O-QT-APR.
           WRITE QUOTE-LINE
               FROM QT-NAME-LINE
                   AFTER ADVANCING 3 LINES.

           MOVE 'PAYOFF GOOD THROUGH:' TO O-QT-DATE-LABEL.
           MOVE C-AS-OF-DATE (5:2) TO O-QT-DATE-MM.
           MOVE C-AS-OF-DATE (7:2) TO O-QT-DATE-DD.
           MOVE C-AS-OF-DATE (1:4) TO O-QT-DATE-YY.
           WRITE QUOTE-LINE
               FROM QT-DATE-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'INTEREST PAID THROUGH:' TO O-QT-DATE-LABEL.
           MOVE TS-INT-DATE (CON-IDX) (5:2) TO O-QT-DATE-MM.
           MOVE TS-INT-DATE (CON-IDX) (7:2) TO O-QT-DATE-DD.
           MOVE TS-INT-DATE (CON-IDX) (1:4) TO O-QT-DATE-YY.
           WRITE QUOTE-LINE
               FROM QT-DATE-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'NEXT INSTALLMENT DUE:' TO O-QT-DATE-LABEL.
           MOVE TS-NEXT-DUE (CON-IDX) (5:2) TO O-QT-DATE-MM.
           MOVE TS-NEXT-DUE (CON-IDX) (7:2) TO O-QT-DATE-DD.
           MOVE TS-NEXT-DUE (CON-IDX) (1:4) TO O-QT-DATE-YY.
           WRITE QUOTE-LINE
               FROM QT-DATE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE 'PRINCIPAL BALANCE' TO O-QT-LABEL.
           MOVE TS-BALANCE (CON-IDX) TO O-QT-AMOUNT.
           WRITE QUOTE-LINE
               FROM QT-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'INTEREST TO GOOD-THROUGH DATE' TO O-QT-LABEL.
           MOVE C-PAYOFF-INT TO O-QT-AMOUNT.
           WRITE QUOTE-LINE
               FROM QT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'LATE CHARGES DUE' TO O-QT-LABEL.
           MOVE TS-LATE-DUE (CON-IDX) TO O-QT-AMOUNT.
           WRITE QUOTE-LINE
               FROM QT-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'PAYOFF AMOUNT' TO O-QT-LABEL.
           MOVE C-PAYOFF-AMT TO O-QT-AMOUNT.
           WRITE QUOTE-LINE
               FROM QT-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'PER DIEM INTEREST' TO O-QT-LABEL.
           MOVE C-PER-DIEM TO O-QT-AMOUNT.
           WRITE QUOTE-LINE
               FROM QT-AMOUNT-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE QUOTE-LINE
               FROM QT-TEXT-LINE
                   AFTER ADVANCING 2 LINES.

       3590-QUOTE-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE POQ-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       9000-READ.
           READ SORTED-PAYMENTS
               AT END
                   MOVE "NO" TO MORE-PMTS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9110-DLQ-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM DLQ-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM DLQ-HEADING
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
