       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLPRS00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * BOAT SALES PROSPECT / LEAD TRACKING.                        *
      * THE PROSPECT MASTER (PROSPMST IN, PROSPMSN OUT) HOLDS ONE   *
      * RECORD PER LEAD: NAME, PHONE, BOAT TYPE OF INTEREST, THE    *
      * SALESPERSON WORKING IT (MUST BE ACTIVE ON SLSPMST), THE     *
      * FIRST-CONTACT AND NEXT FOLLOW-UP DATES, AND THE BOAT        *
      * CUSTOMER NUMBER ONCE ONE HAS BEEN OPENED FOR THE PROSPECT.  *
      * ADD (A), CHANGE (C) AND CLOSE-AS-LOST (X) TRANSACTIONS      *
      * (PROSPTRN) MAINTAIN IT.  AFTER THE TRANSACTIONS, EVERY SALE *
      * ON CBLBOAT1 WHOSE CUSTOMER NUMBER BELONGS TO AN OPEN LEAD   *
      * CLOSES THAT LEAD AS WON ON THE SALE DATE.  THE REPORT       *
      * (PROSPRPT) IS THE ACTIVITY REGISTER, THE FOLLOW-UPS DUE BY  *
      * THE BUSINESS DATE WITH A PAGE PER SALESPERSON, AND THE      *
      * MONTHLY LEADS / WINS / CONVERSION RATE BY SALESPERSON AND   *
      * BOAT TYPE.  THE MONTH IS THE BUSINESS DATE'S UNLESS THE     *
      * PARM CARD (PROSPARM, YYYYMM) NAMES ANOTHER.  REJECTED       *
      * TRANSACTIONS PRINT ON THE ERROR LISTING (PROSPERR).         *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PROSP-MASTER
               ASSIGN TO PROSPMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PRSM-STATUS.

           SELECT NEW-PROSP-MASTER
               ASSIGN TO PROSPMSN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TRANS-IN
               ASSIGN TO PROSPTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRAN-STATUS.

           SELECT BOAT-MASTER
               ASSIGN TO CBLBOAT1
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SLSP-MASTER
               ASSIGN TO SLSPMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SLSPM-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO PROSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO PROSPRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO PROSPERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PROSP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PR-REC.

       01  PR-REC                   PIC X(80).

       FD NEW-PROSP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NEW-PR-REC.

       01  NEW-PR-REC               PIC X(80).

       FD TRANS-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS TRAN-REC.

       01  TRAN-REC.
           05  TR-CODE              PIC X.
           05  TR-PROSP-ID          PIC 9(6).
           05  TR-NAME              PIC X(25).
           05  TR-PHONE             PIC X(10).
           05  TR-BOAT-TYPE         PIC X.
           05  TR-SLSP              PIC X(3).
           05  TR-FIRST-DATE        PIC X(8).
           05  TR-NEXT-DATE         PIC X(8).
           05  TR-CUST-NO           PIC X(6).

       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS I-REC.

       01  I-REC.
           05  I-LAST-NAME           PIC X(15).
           05  I-STATE               PIC XX.
           05  I-BOAT-COST           PIC 9(6)V99.
           05  I-PURCHASE-DATE       PIC 9(8).
           05  I-BOAT-TYPE           PIC X.
           05  I-ACCESS-PACKAGE      PIC 9.
           05  I-PREP-COST           PIC 9(5)V99.
           05  I-SALESPERSON         PIC X(3).
           05  I-REC-TYPE            PIC X.
           05  I-CUST-NO             PIC 9(6).
           05  I-PROMISE-DATE        PIC 9(8).

       FD SLSP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS SLSP-MST-REC.

       01  SLSP-MST-REC.
           05  SM-CODE              PIC X(3).
           05  SM-NAME              PIC X(25).
           05  SM-RATE              PIC V999.
           05  SM-ACTIVE            PIC X.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-RPT-YEAR        PIC 9(4).
           05  PARM-RPT-MONTH       PIC 99.

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
           05  C-PRSM-STATUS    PIC XX         VALUE "00".
           05  C-TRAN-STATUS    PIC XX         VALUE "00".
           05  C-SLSPM-STATUS   PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  MORE-PRSM        PIC XXX        VALUE "YES".
           05  MORE-SLSP-MST    PIC XXX        VALUE "YES".
           05  MORE-SALES       PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-FOLLOW-DAYS    PIC 99         VALUE 7.
           05  C-RPT-MONTH      PIC X(6)       VALUE SPACES.
           05  C-SLSPM-TBL-CTR  PIC 99         VALUE ZERO.
           05  SLSP-FOUND-SW    PIC XXX        VALUE "NO".
           05  TYPE-FOUND-SW    PIC XXX        VALUE "NO".
           05  FIELD-ERR-SW     PIC XXX        VALUE "NO".
           05  C-PRS-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-PRS-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-PRS-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  PRS-FOUND-SW     PIC XXX        VALUE "NO".
           05  C-DUE-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-DUE-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-CONV-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-CONV-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-CONV-FOUND-IDX PIC 9(4)       VALUE ZERO.
           05  CONV-FOUND-SW    PIC XXX        VALUE "NO".
           05  C-RANK-PASS      PIC 9(4)       VALUE ZERO.
           05  C-RANK-LIMIT     PIC 9(4)       VALUE ZERO.
           05  H-SLSP           PIC X(3)       VALUE SPACES.
           05  H-SLSP-NAME      PIC X(25)      VALUE SPACES.
           05  H-ACTION         PIC X(20)      VALUE SPACES.
           05  C-SLSP-DUE-CTR   PIC 9(5)       VALUE ZERO.
           05  C-TRAN-READ-CTR  PIC 9(7)       VALUE ZERO.
           05  C-ADD-CTR        PIC 9(5)       VALUE ZERO.
           05  C-CHG-CTR        PIC 9(5)       VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-SALE-CTR       PIC 9(7)       VALUE ZERO.
           05  C-WON-CTR        PIC 9(5)       VALUE ZERO.
           05  C-OPEN-CTR       PIC 9(5)       VALUE ZERO.
           05  C-CV-LEADS       PIC 9(5)       VALUE ZERO.
           05  C-CV-WON         PIC 9(5)       VALUE ZERO.
           05  C-CV-LOST        PIC 9(5)       VALUE ZERO.
           05  C-CV-PCT         PIC 9(3)V9     VALUE ZERO.
           05  C-SL-LEADS       PIC 9(5)       VALUE ZERO.
           05  C-SL-WON         PIC 9(5)       VALUE ZERO.
           05  C-SL-LOST        PIC 9(5)       VALUE ZERO.
           05  GT-LEADS         PIC 9(5)       VALUE ZERO.
           05  GT-WON           PIC 9(5)       VALUE ZERO.
           05  GT-LOST          PIC 9(5)       VALUE ZERO.

       01  WORK-DATE.
           05  WK-YYYYMM.
               10  WK-YYYY      PIC 9(4).
               10  WK-MM        PIC 99.
           05  WK-DD            PIC 99.
       01  WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).

      *    THE TRANSACTION IS APPLIED TO THIS COPY OF THE PROSPECT
      *    AND ONLY STORED BACK WHEN EVERY FIELD HAS PASSED.
       01  PROSPECT-HOLD.
           05  H-PROSP-ID       PIC 9(6).
           05  H-NAME           PIC X(25).
           05  H-PHONE          PIC X(10).
           05  H-BOAT-TYPE      PIC X.
           05  H-SLSP-CODE      PIC X(3).
           05  H-FIRST-DATE     PIC 9(8).
           05  H-NEXT-DATE      PIC 9(8).
           05  H-CUST-NO        PIC 9(6).
           05  H-STATUS         PIC X.
           05  H-CLOSE-DATE     PIC 9(8).
           05  FILLER           PIC X(4).

       01  PROSPECT-TABLE.
           05  PROSPECT-ENTRY OCCURS 2000 TIMES INDEXED BY PRS-IDX.
               10  TP-PROSP-ID      PIC 9(6).
               10  TP-NAME          PIC X(25).
               10  TP-PHONE         PIC X(10).
               10  TP-BOAT-TYPE     PIC X.
               10  TP-SLSP          PIC X(3).
               10  TP-FIRST-DATE    PIC 9(8).
               10  TP-NEXT-DATE     PIC 9(8).
               10  TP-CUST-NO       PIC 9(6).
               10  TP-STATUS        PIC X.
               10  TP-CLOSE-DATE    PIC 9(8).
               10  FILLER           PIC X(4).

       01  SLSP-MST-TABLE.
           05  SLSP-MST-ENTRY OCCURS 20 TIMES INDEXED BY SLSPM-IDX.
               10  TM-SLSP-CODE     PIC X(3).
               10  TM-SLSP-NAME     PIC X(25).
               10  TM-SLSP-RATE     PIC V999.
               10  TM-SLSP-ACTIVE   PIC X.

       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 1000 TIMES INDEXED BY DUE-IDX.
               10  TU-KEY.
                   15  TU-SLSP      PIC X(3).
                   15  TU-NEXT-DATE PIC 9(8).
               10  TU-PROSP-ID      PIC 9(6).
               10  TU-NAME          PIC X(25).
               10  TU-PHONE         PIC X(10).
               10  TU-BOAT-TYPE     PIC X.
               10  TU-FIRST-DATE    PIC 9(8).

       01  DUE-ENTRY-TEMP       PIC X(61).

       01  CONV-TABLE.
           05  CONV-ENTRY OCCURS 200 TIMES INDEXED BY CONV-IDX.
               10  TC-KEY.
                   15  TC-SLSP      PIC X(3).
                   15  TC-BOAT-TYPE PIC X.
               10  TC-LEADS         PIC 9(5).
               10  TC-WON           PIC 9(5).
               10  TC-LOST          PIC 9(5).

       01  CONV-ENTRY-TEMP      PIC X(19).

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
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLPRS00'.
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
               'BOAT SALES PROSPECT TRACKING'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  REG-TITLE-LINE.
           05  FILLER           PIC X(52)   VALUE SPACES.
           05  FILLER           PIC X(28)   VALUE
               'PROSPECT ACTIVITY REGISTER'.
           05  FILLER           PIC X(52)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'PROSP'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE 'NAME'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(3)    VALUE 'SLS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'FIRST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'FOLLOW-UP'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'CUST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'ACTION'.
           05  FILLER           PIC X(18)   VALUE SPACES.

       01  REGISTER-LINE.
           05  O-PROSP-ID       PIC 9(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-NAME           PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-SLSP           PIC X(3).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TYPE-NAME      PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-FIRST-MM       PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-FIRST-DD       PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-FIRST-YY       PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-NEXT-MM        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-NEXT-DD        PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-NEXT-YY        PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CUST-NO        PIC Z(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ACTION         PIC X(20).
           05  FILLER           PIC X(18)   VALUE SPACES.

       01  RUN-TOTAL-LINE-1.
           05  FILLER           PIC X(19)   VALUE 'TRANSACTIONS READ: '.
           05  O-TRAN-READ-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(7)    VALUE 'ADDED: '.
           05  O-ADD-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'CHANGED: '.
           05  O-CHG-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'CLOSED LOST: '.
           05  O-LOST-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(28)   VALUE SPACES.

       01  RUN-TOTAL-LINE-2.
           05  FILLER           PIC X(12)   VALUE 'SALES READ: '.
           05  O-SALE-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(22)   VALUE
               'LEADS WON FROM SALES: '.
           05  O-WON-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'OPEN PROSPECTS: '.
           05  O-OPEN-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(56)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(45)   VALUE
               '** WORK TABLE FULL - PROSPECTS NOT CARRIED: '.
           05  O-PRS-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(23)   VALUE
               '  FOLLOW-UPS UNLISTED: '.
           05  O-DUE-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(21)   VALUE
               '  CONV LINES LOST: '.
           05  O-CONV-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(22)   VALUE SPACES.

      *            FOLLOW-UP DUE LIST  ========>>
       01  DUE-TITLE-LINE.
           05  FILLER           PIC X(46)   VALUE SPACES.
           05  FILLER           PIC X(27)   VALUE
               'PROSPECT FOLLOW-UPS DUE BY '.
           05  O-DUE-MM         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DUE-DD         PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DUE-YY         PIC 9(4).
           05  FILLER           PIC X(49)   VALUE SPACES.

       01  SLSP-HEADING.
           05  FILLER           PIC X(13)   VALUE 'SALESPERSON: '.
           05  O-DU-SLSP        PIC X(3).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-DU-SLSP-NAME   PIC X(25).
           05  FILLER           PIC X(89)   VALUE SPACES.

       01  DUE-HEADING.
           05  FILLER           PIC X(6)    VALUE 'PROSP'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE 'NAME'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'PHONE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'FIRST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'FOLLOW-UP'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'DAYS'.
           05  FILLER           PIC X(34)   VALUE SPACES.

       01  DUE-LINE.
           05  O-DU-PROSP-ID    PIC 9(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DU-NAME        PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DU-PHONE       PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DU-TYPE-NAME   PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DU-FIRST-MM    PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DU-FIRST-DD    PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DU-FIRST-YY    PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DU-NEXT-MM     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DU-NEXT-DD     PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-DU-NEXT-YY     PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-DU-DAYS        PIC ZZ,ZZ9.
           05  FILLER           PIC X(34)   VALUE SPACES.

       01  DUE-TOTAL-LINE.
           05  FILLER           PIC X(16)   VALUE 'FOLLOW-UPS DUE: '.
           05  O-DU-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(110)  VALUE SPACES.

       01  NONE-DUE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'NO PROSPECT FOLLOW-UPS DUE'.
           05  FILLER           PIC X(102)  VALUE SPACES.

      *            CONVERSION REPORT   ========>>
       01  CONV-TITLE-LINE.
           05  FILLER           PIC X(44)   VALUE SPACES.
           05  FILLER           PIC X(35)   VALUE
               'LEAD CONVERSION BY SALESPERSON FOR '.
           05  O-CV-MM          PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-CV-YY          PIC 9(4).
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  CONV-HEADING.
           05  FILLER           PIC X(3)    VALUE 'SLS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(25)   VALUE 'SALESPERSON'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE ' LEADS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE '   WON'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE '  LOST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE ' CONV%'.
           05  FILLER           PIC X(49)   VALUE SPACES.

       01  CONV-LINE.
           05  O-CV-SLSP        PIC X(3).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CV-SLSP-NAME   PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CV-TYPE-NAME   PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CV-LEADS       PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CV-WON         PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CV-LOST        PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CV-PCT         PIC ZZ9.9.
           05  FILLER           PIC X       VALUE '%'.
           05  FILLER           PIC X(49)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(68).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(2)    VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLPRS00.
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
           MOVE C-TODAY-DATE TO WORK-DATE-N.
           MOVE WK-YYYYMM TO C-RPT-MONTH.

           PERFORM 1050-READ-PARM.
           PERFORM 1100-LOAD-SLSP-MASTER.
           PERFORM 1200-LOAD-MASTER.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.
           OPEN INPUT TRANS-IN.
           IF C-TRAN-STATUS = "00" OR "05"
               PERFORM 9000-READ
           ELSE
               MOVE "NO" TO MORE-TRANS
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

      *    THE CONVERSION MONTH DEFAULTS TO THE BUSINESS DATE'S; A
      *    CARD LETS THE FIRST RUN OF A MONTH REPORT THE ONE BEFORE.
       1050-READ-PARM.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE SPACES TO PARM-REC
               END-READ
               IF PARM-REC NUMERIC
                  AND PARM-RPT-MONTH > ZERO
                  AND PARM-RPT-MONTH < 13
                   MOVE PARM-REC TO C-RPT-MONTH
               END-IF
               CLOSE PARM-CARD
           END-IF.

       1100-LOAD-SLSP-MASTER.
           OPEN INPUT SLSP-MASTER.
           IF C-SLSPM-STATUS = "00" OR "05"
               PERFORM 1110-READ-SLSP-REC
                   UNTIL MORE-SLSP-MST = "NO"
               CLOSE SLSP-MASTER
           END-IF.

       1110-READ-SLSP-REC.
           READ SLSP-MASTER
               AT END
                   MOVE "NO" TO MORE-SLSP-MST
           END-READ.
           IF MORE-SLSP-MST = "YES"
               IF C-SLSPM-TBL-CTR < 20
                   ADD 1 TO C-SLSPM-TBL-CTR
                   MOVE SM-CODE TO TM-SLSP-CODE (C-SLSPM-TBL-CTR)
                   MOVE SM-NAME TO TM-SLSP-NAME (C-SLSPM-TBL-CTR)
                   MOVE SM-RATE TO TM-SLSP-RATE (C-SLSPM-TBL-CTR)
                   MOVE SM-ACTIVE TO TM-SLSP-ACTIVE (C-SLSPM-TBL-CTR)
               END-IF
           END-IF.

       1200-LOAD-MASTER.
           OPEN INPUT PROSP-MASTER.
           IF C-PRSM-STATUS = "00" OR "05"
               PERFORM 1210-READ-PRSM-REC
                   UNTIL MORE-PRSM = "NO"
               CLOSE PROSP-MASTER
           END-IF.

       1210-READ-PRSM-REC.
           READ PROSP-MASTER
               AT END
                   MOVE "NO" TO MORE-PRSM
           END-READ.
           IF MORE-PRSM = "YES"
               IF C-PRS-TBL-CTR < 2000
                   ADD 1 TO C-PRS-TBL-CTR
                   SET PRS-IDX TO C-PRS-TBL-CTR
                   MOVE PR-REC TO PROSPECT-ENTRY (PRS-IDX)
               ELSE
                   ADD 1 TO C-PRS-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-TRAN-READ-CTR.
           PERFORM 2100-EDIT-TRAN THRU 2100-EXIT.
           PERFORM 9000-READ.


       2100-EDIT-TRAN.
           IF TR-PROSP-ID NOT NUMERIC
              OR TR-PROSP-ID = ZERO
               MOVE 'PROSPECT ID MUST BE A NON-ZERO NUMBER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2700-PROSPECT-FIND.
           EVALUATE TR-CODE
               WHEN 'A'
                   PERFORM 2200-ADD-PROSPECT THRU 2200-EXIT
               WHEN 'C'
                   PERFORM 2300-CHANGE-PROSPECT THRU 2300-EXIT
               WHEN 'X'
                   PERFORM 2400-CLOSE-PROSPECT THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'TRANSACTION CODE MUST BE A, C OR X.'
                       TO O-ERR-MSG
                   PERFORM 2900-REJECT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      *    A NEW LEAD NEEDS A NAME, A BOAT TYPE AND A SALESPERSON;
      *    FIRST CONTACT DEFAULTS TO THE BUSINESS DATE.
       2200-ADD-PROSPECT.
           IF PRS-FOUND-SW = "YES"
               MOVE 'PROSPECT ID IS ALREADY ON FILE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF TR-NAME = SPACES
              OR TR-BOAT-TYPE = SPACES
              OR TR-SLSP = SPACES
               MOVE 'NAME, BOAT TYPE AND SALESPERSON ARE REQUIRED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           IF C-PRS-TBL-CTR NOT < 2000
               MOVE 'PROSPECT TABLE FULL - ADD NOT APPLIED.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO PROSPECT-HOLD.
           MOVE TR-PROSP-ID TO H-PROSP-ID.
           MOVE C-TODAY-DATE TO H-FIRST-DATE.
           MOVE ZERO TO H-NEXT-DATE.
           MOVE ZERO TO H-CUST-NO.
           MOVE 'O' TO H-STATUS.
           MOVE ZERO TO H-CLOSE-DATE.
           PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
           IF FIELD-ERR-SW = "YES"
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO C-PRS-TBL-CTR.
           SET PRS-IDX TO C-PRS-TBL-CTR.
           MOVE PROSPECT-HOLD TO PROSPECT-ENTRY (PRS-IDX).
           ADD 1 TO C-ADD-CTR.
           MOVE 'ADDED' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2200-EXIT.
           EXIT.

      *    ONLY THE FIELDS KEYED ON THE CHANGE ARE REPLACED.
       2300-CHANGE-PROSPECT.
           IF PRS-FOUND-SW = "NO"
               MOVE 'PROSPECT ID IS NOT ON FILE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           SET PRS-IDX TO C-PRS-FOUND-IDX.
           IF TP-STATUS (PRS-IDX) NOT = 'O'
               MOVE 'PROSPECT IS ALREADY CLOSED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           MOVE PROSPECT-ENTRY (PRS-IDX) TO PROSPECT-HOLD.
           PERFORM 2500-EDIT-FIELDS THRU 2500-EXIT.
           IF FIELD-ERR-SW = "YES"
               GO TO 2300-EXIT
           END-IF.
           SET PRS-IDX TO C-PRS-FOUND-IDX.
           MOVE PROSPECT-HOLD TO PROSPECT-ENTRY (PRS-IDX).
           ADD 1 TO C-CHG-CTR.
           MOVE 'CHANGED' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2300-EXIT.
           EXIT.

       2400-CLOSE-PROSPECT.
           IF PRS-FOUND-SW = "NO"
               MOVE 'PROSPECT ID IS NOT ON FILE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           SET PRS-IDX TO C-PRS-FOUND-IDX.
           IF TP-STATUS (PRS-IDX) NOT = 'O'
               MOVE 'PROSPECT IS ALREADY CLOSED.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           MOVE 'L' TO TP-STATUS (PRS-IDX).
           MOVE C-TODAY-DATE TO TP-CLOSE-DATE (PRS-IDX).
           MOVE PROSPECT-ENTRY (PRS-IDX) TO PROSPECT-HOLD.
           ADD 1 TO C-LOST-CTR.
           MOVE 'CLOSED - LOST' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2400-EXIT.
           EXIT.

      *    OVERLAY THE KEYED FIELDS ON THE HOLD COPY, EDITING EACH.
      *    WITH NO FOLLOW-UP DATE A NEW LEAD IS DUE A CALL A WEEK
      *    FROM THE BUSINESS DATE.
       2500-EDIT-FIELDS.
           MOVE "NO" TO FIELD-ERR-SW.
           IF TR-NAME NOT = SPACES
               MOVE TR-NAME TO H-NAME
           END-IF.
           IF TR-PHONE NOT = SPACES
               MOVE TR-PHONE TO H-PHONE
           END-IF.
           IF TR-BOAT-TYPE NOT = SPACES
               MOVE "NO" TO TYPE-FOUND-SW
               PERFORM 2510-TYPE-SEARCH
                   VARYING TYPE-IDX FROM 1 BY 1
                       UNTIL TYPE-IDX > 6
                          OR TYPE-FOUND-SW = "YES"
               IF TYPE-FOUND-SW = "NO"
                   MOVE 'BOAT TYPE OF INTEREST IS NOT VALID.'
                       TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-BOAT-TYPE TO H-BOAT-TYPE
           END-IF.
           IF TR-SLSP NOT = SPACES
               MOVE "NO" TO SLSP-FOUND-SW
               PERFORM 2520-SLSP-SEARCH
                   VARYING SLSPM-IDX FROM 1 BY 1
                       UNTIL SLSPM-IDX > C-SLSPM-TBL-CTR
                          OR SLSP-FOUND-SW = "YES"
               IF SLSP-FOUND-SW = "NO"
                   MOVE 'SALESPERSON NOT ON MASTER OR NOT ACTIVE.'
                       TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-SLSP TO H-SLSP-CODE
           END-IF.
           IF TR-FIRST-DATE NOT = SPACES
               MOVE TR-FIRST-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'FIRST-CONTACT DATE IS NOT VALID.'
                       TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-FIRST-DATE TO H-FIRST-DATE
           END-IF.
           IF TR-NEXT-DATE NOT = SPACES
               MOVE TR-NEXT-DATE TO DC-DATE
               MOVE SPACE TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'FOLLOW-UP DATE IS NOT VALID.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-NEXT-DATE TO H-NEXT-DATE
           END-IF.
           IF TR-CUST-NO NOT = SPACES
               IF TR-CUST-NO NOT NUMERIC
                   MOVE 'CUSTOMER NUMBER IS NOT NUMERIC.' TO O-ERR-MSG
                   PERFORM 2590-FIELD-REJECT
                   GO TO 2500-EXIT
               END-IF
               MOVE TR-CUST-NO TO H-CUST-NO
           END-IF.
           IF H-NEXT-DATE = ZERO
               COMPUTE H-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                   (C-TODAY-INT + C-FOLLOW-DAYS)
           END-IF.
           IF H-NEXT-DATE < H-FIRST-DATE
               MOVE 'FOLLOW-UP DATE IS BEFORE FIRST CONTACT.'
                   TO O-ERR-MSG
               PERFORM 2590-FIELD-REJECT
               GO TO 2500-EXIT
           END-IF.

       2500-EXIT.
           EXIT.

       2510-TYPE-SEARCH.
           IF TY-CODE (TYPE-IDX) = TR-BOAT-TYPE
               MOVE "YES" TO TYPE-FOUND-SW
           END-IF.

       2520-SLSP-SEARCH.
           IF TM-SLSP-CODE (SLSPM-IDX) = TR-SLSP
              AND TM-SLSP-ACTIVE (SLSPM-IDX) = 'A'
               MOVE "YES" TO SLSP-FOUND-SW
           END-IF.

       2590-FIELD-REJECT.
           MOVE "YES" TO FIELD-ERR-SW.
           PERFORM 2900-REJECT.

       2700-PROSPECT-FIND.
           MOVE "NO" TO PRS-FOUND-SW.
           MOVE ZERO TO C-PRS-FOUND-IDX.
           PERFORM 2710-PROSPECT-SEARCH
               VARYING PRS-IDX FROM 1 BY 1
                   UNTIL PRS-IDX > C-PRS-TBL-CTR
                      OR PRS-FOUND-SW = "YES".

       2710-PROSPECT-SEARCH.
           IF TP-PROSP-ID (PRS-IDX) = TR-PROSP-ID
               MOVE "YES" TO PRS-FOUND-SW
               MOVE PRS-IDX TO C-PRS-FOUND-IDX
           END-IF.

      *    PRINTS THE HOLD COPY WITH THE ACTION TAKEN.
       2800-REGISTER-LINE.
           MOVE H-PROSP-ID TO O-PROSP-ID.
           MOVE H-NAME TO O-NAME.
           MOVE H-SLSP-CODE TO O-SLSP.
           MOVE SPACES TO O-TYPE-NAME.
           PERFORM 2810-TYPE-NAME
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           MOVE H-FIRST-DATE TO WORK-DATE-N.
           MOVE WK-MM TO O-FIRST-MM.
           MOVE WK-DD TO O-FIRST-DD.
           MOVE WK-YYYY TO O-FIRST-YY.
           MOVE H-NEXT-DATE TO WORK-DATE-N.
           MOVE WK-MM TO O-NEXT-MM.
           MOVE WK-DD TO O-NEXT-DD.
           MOVE WK-YYYY TO O-NEXT-YY.
           MOVE H-CUST-NO TO O-CUST-NO.
           MOVE H-ACTION TO O-ACTION.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2810-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = H-BOAT-TYPE
               MOVE TY-NAME (TYPE-IDX) TO O-TYPE-NAME
           END-IF.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE TRAN-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           CLOSE TRANS-IN.

           PERFORM 3100-MATCH-SALES.

           OPEN OUTPUT NEW-PROSP-MASTER.
           PERFORM 3200-WRITE-MASTER
               VARYING PRS-IDX FROM 1 BY 1
                   UNTIL PRS-IDX > C-PRS-TBL-CTR.
           CLOSE NEW-PROSP-MASTER.

           MOVE C-TRAN-READ-CTR TO O-TRAN-READ-CTR.
           MOVE C-ADD-CTR TO O-ADD-CTR.
           MOVE C-CHG-CTR TO O-CHG-CTR.
           MOVE C-LOST-CTR TO O-LOST-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-SALE-CTR TO O-SALE-CTR.
           MOVE C-WON-CTR TO O-WON-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.

           PERFORM 3300-FOLLOW-UP-LIST.
           PERFORM 3500-CONVERSION-REPORT.

           IF C-PRS-LOST-CTR > ZERO OR C-DUE-LOST-CTR > ZERO
              OR C-CONV-LOST-CTR > ZERO
               MOVE C-PRS-LOST-CTR TO O-PRS-LOST-CTR
               MOVE C-DUE-LOST-CTR TO O-DUE-LOST-CTR
               MOVE C-CONV-LOST-CTR TO O-CONV-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRAN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

      *    A SALE TO THE CUSTOMER NUMBER OF AN OPEN LEAD, MADE ON OR
      *    AFTER FIRST CONTACT, CLOSES THE LEAD AS WON.  TRADE-IN
      *    RECORDS ARE NOT SALES.
       3100-MATCH-SALES.
           OPEN INPUT BOAT-MASTER.
           PERFORM 3110-READ-SALE
               UNTIL MORE-SALES = "NO".
           CLOSE BOAT-MASTER.

       3110-READ-SALE.
           READ BOAT-MASTER
               AT END
                   MOVE "NO" TO MORE-SALES
           END-READ.
           IF MORE-SALES = "YES"
              AND I-REC-TYPE NOT = 'T'
               ADD 1 TO C-SALE-CTR
               IF I-CUST-NO NUMERIC
                  AND I-CUST-NO > ZERO
                   PERFORM 3120-SALE-MATCH
                       VARYING PRS-IDX FROM 1 BY 1
                           UNTIL PRS-IDX > C-PRS-TBL-CTR
               END-IF
           END-IF.

       3120-SALE-MATCH.
           IF TP-STATUS (PRS-IDX) = 'O'
              AND TP-CUST-NO (PRS-IDX) = I-CUST-NO
              AND TP-FIRST-DATE (PRS-IDX) NOT > I-PURCHASE-DATE
               MOVE 'W' TO TP-STATUS (PRS-IDX)
               MOVE I-PURCHASE-DATE TO TP-CLOSE-DATE (PRS-IDX)
               MOVE PROSPECT-ENTRY (PRS-IDX) TO PROSPECT-HOLD
               ADD 1 TO C-WON-CTR
               MOVE 'WON - BOAT SALE' TO H-ACTION
               PERFORM 2800-REGISTER-LINE
           END-IF.

       3200-WRITE-MASTER.
           IF TP-STATUS (PRS-IDX) = 'O'
               ADD 1 TO C-OPEN-CTR
           END-IF.
           WRITE NEW-PR-REC FROM PROSPECT-ENTRY (PRS-IDX).

      *    OPEN LEADS DUE A CALL BY THE BUSINESS DATE, IN
      *    SALESPERSON AND FOLLOW-UP DATE ORDER, A PAGE EACH.
       3300-FOLLOW-UP-LIST.
           PERFORM 3305-DUE-SELECT
               VARYING PRS-IDX FROM 1 BY 1
                   UNTIL PRS-IDX > C-PRS-TBL-CTR.
           IF C-DUE-TBL-CTR > 1
               PERFORM 3310-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-DUE-TBL-CTR - 1
           END-IF.
           MOVE C-TODAY-DATE TO WORK-DATE-N.
           MOVE WK-MM TO O-DUE-MM.
           MOVE WK-DD TO O-DUE-DD.
           MOVE WK-YYYY TO O-DUE-YY.
           IF C-DUE-TBL-CTR = ZERO
               MOVE SPACES TO O-DU-SLSP
               MOVE SPACES TO O-DU-SLSP-NAME
               PERFORM 9110-DUE-HEADING
               WRITE PRTLINE
                   FROM NONE-DUE-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           ELSE
               MOVE LOW-VALUES TO H-SLSP
               PERFORM 3330-DUE-LINE
                   VARYING DUE-IDX FROM 1 BY 1
                       UNTIL DUE-IDX > C-DUE-TBL-CTR
               PERFORM 3340-DUE-SLSP-END
           END-IF.

       3305-DUE-SELECT.
           IF TP-STATUS (PRS-IDX) = 'O'
              AND TP-NEXT-DATE (PRS-IDX) NOT > C-TODAY-DATE
               IF C-DUE-TBL-CTR < 1000
                   ADD 1 TO C-DUE-TBL-CTR
                   SET DUE-IDX TO C-DUE-TBL-CTR
                   MOVE TP-SLSP (PRS-IDX) TO TU-SLSP (DUE-IDX)
                   MOVE TP-NEXT-DATE (PRS-IDX) TO TU-NEXT-DATE (DUE-IDX)
                   MOVE TP-PROSP-ID (PRS-IDX) TO TU-PROSP-ID (DUE-IDX)
                   MOVE TP-NAME (PRS-IDX) TO TU-NAME (DUE-IDX)
                   MOVE TP-PHONE (PRS-IDX) TO TU-PHONE (DUE-IDX)
                   MOVE TP-BOAT-TYPE (PRS-IDX) TO TU-BOAT-TYPE (DUE-IDX)
                   MOVE TP-FIRST-DATE (PRS-IDX)
                       TO TU-FIRST-DATE (DUE-IDX)
               ELSE
                   ADD 1 TO C-DUE-LOST-CTR
               END-IF
           END-IF.

       3310-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-DUE-TBL-CTR - C-RANK-PASS.
           PERFORM 3320-RANK-COMPARE
               VARYING DUE-IDX FROM 1 BY 1
                   UNTIL DUE-IDX > C-RANK-LIMIT.

       3320-RANK-COMPARE.
           IF TU-KEY (DUE-IDX) > TU-KEY (DUE-IDX + 1)
               MOVE DUE-ENTRY (DUE-IDX) TO DUE-ENTRY-TEMP
               MOVE DUE-ENTRY (DUE-IDX + 1) TO DUE-ENTRY (DUE-IDX)
               MOVE DUE-ENTRY-TEMP TO DUE-ENTRY (DUE-IDX + 1)
           END-IF.

       3330-DUE-LINE.
           IF TU-SLSP (DUE-IDX) NOT = H-SLSP
               IF H-SLSP NOT = LOW-VALUES
                   PERFORM 3340-DUE-SLSP-END
               END-IF
               MOVE TU-SLSP (DUE-IDX) TO H-SLSP
               PERFORM 3350-SLSP-NAME
               MOVE H-SLSP TO O-DU-SLSP
               MOVE H-SLSP-NAME TO O-DU-SLSP-NAME
               PERFORM 9110-DUE-HEADING
           END-IF.
           MOVE TU-PROSP-ID (DUE-IDX) TO O-DU-PROSP-ID.
           MOVE TU-NAME (DUE-IDX) TO O-DU-NAME.
           MOVE TU-PHONE (DUE-IDX) TO O-DU-PHONE.
           MOVE SPACES TO O-DU-TYPE-NAME.
           PERFORM 3335-DUE-TYPE-NAME
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           MOVE TU-FIRST-DATE (DUE-IDX) TO WORK-DATE-N.
           MOVE WK-MM TO O-DU-FIRST-MM.
           MOVE WK-DD TO O-DU-FIRST-DD.
           MOVE WK-YYYY TO O-DU-FIRST-YY.
           MOVE TU-NEXT-DATE (DUE-IDX) TO WORK-DATE-N.
           MOVE WK-MM TO O-DU-NEXT-MM.
           MOVE WK-DD TO O-DU-NEXT-DD.
           MOVE WK-YYYY TO O-DU-NEXT-YY.
           COMPUTE O-DU-DAYS = C-TODAY-INT -
               FUNCTION INTEGER-OF-DATE (TU-NEXT-DATE (DUE-IDX)).
           ADD 1 TO C-SLSP-DUE-CTR.
           WRITE PRTLINE
               FROM DUE-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-DUE-HEADING.

       3335-DUE-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = TU-BOAT-TYPE (DUE-IDX)
               MOVE TY-NAME (TYPE-IDX) TO O-DU-TYPE-NAME
           END-IF.

       3340-DUE-SLSP-END.
           MOVE C-SLSP-DUE-CTR TO O-DU-CTR.
           WRITE PRTLINE
               FROM DUE-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE ZERO TO C-SLSP-DUE-CTR.

       3350-SLSP-NAME.
           MOVE 'NOT ON SALESPERSON MASTER' TO H-SLSP-NAME.
           PERFORM 3355-SLSP-NAME-SEARCH
               VARYING SLSPM-IDX FROM 1 BY 1
                   UNTIL SLSPM-IDX > C-SLSPM-TBL-CTR.

       3355-SLSP-NAME-SEARCH.
           IF TM-SLSP-CODE (SLSPM-IDX) = H-SLSP
               MOVE TM-SLSP-NAME (SLSPM-IDX) TO H-SLSP-NAME
           END-IF.

      *    LEADS ARE COUNTED IN THE MONTH OF FIRST CONTACT, WINS AND
      *    LOSSES IN THE MONTH THE LEAD CLOSED.  CONVERSION IS WINS
      *    AS A PERCENT OF LEADS FOR THE MONTH.
       3500-CONVERSION-REPORT.
           PERFORM 3510-CONV-TALLY
               VARYING PRS-IDX FROM 1 BY 1
                   UNTIL PRS-IDX > C-PRS-TBL-CTR.
           IF C-CONV-TBL-CTR > 1
               PERFORM 3530-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-CONV-TBL-CTR - 1
           END-IF.
           MOVE C-RPT-MONTH TO WK-YYYYMM.
           MOVE WK-MM TO O-CV-MM.
           MOVE WK-YYYY TO O-CV-YY.
           PERFORM 9120-CONV-HEADING.
           MOVE LOW-VALUES TO H-SLSP.
           PERFORM 3550-CONV-LINE
               VARYING CONV-IDX FROM 1 BY 1
                   UNTIL CONV-IDX > C-CONV-TBL-CTR.
           IF C-CONV-TBL-CTR > ZERO
               PERFORM 3560-CONV-SLSP-END
           END-IF.
           MOVE SPACES TO O-CV-SLSP.
           MOVE 'ALL SALESPERSONS' TO O-CV-SLSP-NAME.
           MOVE 'ALL TYPES' TO O-CV-TYPE-NAME.
           MOVE GT-LEADS TO C-CV-LEADS.
           MOVE GT-WON TO C-CV-WON.
           MOVE GT-LOST TO C-CV-LOST.
           PERFORM 3570-CONV-PCT.
           WRITE PRTLINE
               FROM CONV-LINE
                   AFTER ADVANCING 2 LINES.

       3510-CONV-TALLY.
           MOVE TP-FIRST-DATE (PRS-IDX) TO WORK-DATE-N.
           IF WK-YYYYMM = C-RPT-MONTH
               PERFORM 3520-CONV-FIND
               IF CONV-FOUND-SW = "YES"
                   ADD 1 TO TC-LEADS (CONV-IDX)
               END-IF
           END-IF.
           MOVE TP-CLOSE-DATE (PRS-IDX) TO WORK-DATE-N.
           IF WK-YYYYMM = C-RPT-MONTH
              AND TP-STATUS (PRS-IDX) = 'W'
               PERFORM 3520-CONV-FIND
               IF CONV-FOUND-SW = "YES"
                   ADD 1 TO TC-WON (CONV-IDX)
               END-IF
           END-IF.
           IF WK-YYYYMM = C-RPT-MONTH
              AND TP-STATUS (PRS-IDX) = 'L'
               PERFORM 3520-CONV-FIND
               IF CONV-FOUND-SW = "YES"
                   ADD 1 TO TC-LOST (CONV-IDX)
               END-IF
           END-IF.

      *    FIND THE SALESPERSON / BOAT TYPE CELL, ADDING IT IF NEW.
       3520-CONV-FIND.
           MOVE "NO" TO CONV-FOUND-SW.
           MOVE ZERO TO C-CONV-FOUND-IDX.
           PERFORM 3525-CONV-SEARCH
               VARYING CONV-IDX FROM 1 BY 1
                   UNTIL CONV-IDX > C-CONV-TBL-CTR
                      OR CONV-FOUND-SW = "YES".
           IF CONV-FOUND-SW = "YES"
               SET CONV-IDX TO C-CONV-FOUND-IDX
           ELSE
               IF C-CONV-TBL-CTR < 200
                   ADD 1 TO C-CONV-TBL-CTR
                   SET CONV-IDX TO C-CONV-TBL-CTR
                   MOVE TP-SLSP (PRS-IDX) TO TC-SLSP (CONV-IDX)
                   MOVE TP-BOAT-TYPE (PRS-IDX)
                       TO TC-BOAT-TYPE (CONV-IDX)
                   MOVE ZERO TO TC-LEADS (CONV-IDX)
                   MOVE ZERO TO TC-WON (CONV-IDX)
                   MOVE ZERO TO TC-LOST (CONV-IDX)
                   MOVE "YES" TO CONV-FOUND-SW
               ELSE
                   ADD 1 TO C-CONV-LOST-CTR
               END-IF
           END-IF.

       3525-CONV-SEARCH.
           IF TC-SLSP (CONV-IDX) = TP-SLSP (PRS-IDX)
              AND TC-BOAT-TYPE (CONV-IDX) = TP-BOAT-TYPE (PRS-IDX)
               MOVE "YES" TO CONV-FOUND-SW
               MOVE CONV-IDX TO C-CONV-FOUND-IDX
           END-IF.

       3530-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-CONV-TBL-CTR - C-RANK-PASS.
           PERFORM 3540-RANK-COMPARE
               VARYING CONV-IDX FROM 1 BY 1
                   UNTIL CONV-IDX > C-RANK-LIMIT.

       3540-RANK-COMPARE.
           IF TC-KEY (CONV-IDX) > TC-KEY (CONV-IDX + 1)
               MOVE CONV-ENTRY (CONV-IDX) TO CONV-ENTRY-TEMP
               MOVE CONV-ENTRY (CONV-IDX + 1) TO CONV-ENTRY (CONV-IDX)
               MOVE CONV-ENTRY-TEMP TO CONV-ENTRY (CONV-IDX + 1)
           END-IF.

       3550-CONV-LINE.
           IF TC-SLSP (CONV-IDX) NOT = H-SLSP
               IF H-SLSP NOT = LOW-VALUES
                   PERFORM 3560-CONV-SLSP-END
               END-IF
               MOVE TC-SLSP (CONV-IDX) TO H-SLSP
               PERFORM 3350-SLSP-NAME
               MOVE H-SLSP TO O-CV-SLSP
               MOVE H-SLSP-NAME TO O-CV-SLSP-NAME
           ELSE
               MOVE SPACES TO O-CV-SLSP
               MOVE SPACES TO O-CV-SLSP-NAME
           END-IF.
           MOVE SPACES TO O-CV-TYPE-NAME.
           PERFORM 3555-CONV-TYPE-NAME
               VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > 6.
           MOVE TC-LEADS (CONV-IDX) TO C-CV-LEADS.
           MOVE TC-WON (CONV-IDX) TO C-CV-WON.
           MOVE TC-LOST (CONV-IDX) TO C-CV-LOST.
           PERFORM 3570-CONV-PCT.
           WRITE PRTLINE
               FROM CONV-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9120-CONV-HEADING.
           ADD TC-LEADS (CONV-IDX) TO C-SL-LEADS.
           ADD TC-WON (CONV-IDX) TO C-SL-WON.
           ADD TC-LOST (CONV-IDX) TO C-SL-LOST.

       3555-CONV-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = TC-BOAT-TYPE (CONV-IDX)
               MOVE TY-NAME (TYPE-IDX) TO O-CV-TYPE-NAME
           END-IF.

       3560-CONV-SLSP-END.
           MOVE SPACES TO O-CV-SLSP.
           MOVE 'SALESPERSON TOTAL' TO O-CV-SLSP-NAME.
           MOVE 'ALL TYPES' TO O-CV-TYPE-NAME.
           MOVE C-SL-LEADS TO C-CV-LEADS.
           MOVE C-SL-WON TO C-CV-WON.
           MOVE C-SL-LOST TO C-CV-LOST.
           PERFORM 3570-CONV-PCT.
           WRITE PRTLINE
               FROM CONV-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9120-CONV-HEADING.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9120-CONV-HEADING.
           ADD C-SL-LEADS TO GT-LEADS.
           ADD C-SL-WON TO GT-WON.
           ADD C-SL-LOST TO GT-LOST.
           MOVE ZERO TO C-SL-LEADS.
           MOVE ZERO TO C-SL-WON.
           MOVE ZERO TO C-SL-LOST.

       3570-CONV-PCT.
           MOVE C-CV-LEADS TO O-CV-LEADS.
           MOVE C-CV-WON TO O-CV-WON.
           MOVE C-CV-LOST TO O-CV-LOST.
           MOVE ZERO TO C-CV-PCT.
           IF C-CV-LEADS > ZERO
               COMPUTE C-CV-PCT ROUNDED =
                   C-CV-WON * 100 / C-CV-LEADS
                   ON SIZE ERROR
                       MOVE 999.9 TO C-CV-PCT
               END-COMPUTE
           END-IF.
           MOVE C-CV-PCT TO O-CV-PCT.


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
               FROM REG-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9110-DUE-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM DUE-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM SLSP-HEADING
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM DUE-HEADING
                   AFTER ADVANCING 2 LINES.

       9120-CONV-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM CONV-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM CONV-HEADING
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
