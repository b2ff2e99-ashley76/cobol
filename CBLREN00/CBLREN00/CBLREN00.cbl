       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLREN00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * LEASE RENEWAL OFFERS.                                       *
      * PICKS UP WHERE THE CBLLEX00 WORKLIST LEAVES OFF.  EVERY     *
      * TENANT WHOSE LEASE ENDS 31 TO 90 DAYS AFTER THE BUSINESS    *
      * DATE IS OFFERED A RENEWAL AT THE RATE CARD BASE RENT PLUS   *
      * THE BUILDING'S RENEWAL INCREASE PERCENT (RENEWPCT), FOR THE *
      * BUILDING'S RENEWAL TERM.  EACH OFFER PRINTS A ONE-PAGE      *
      * LETTER (RENLTR) AND IS RECORDED ON THE OFFERS FILE (RENOFFR *
      * IN, RENOFFRN OUT) WITH A RESPONSE DEADLINE 30 DAYS BEFORE   *
      * THE LEASE ENDS; A LEASE ALREADY OFFERED IS NOT OFFERED      *
      * AGAIN.  TENANT RESPONSES (RENRESP) POST FIRST: AN           *
      * ACCEPTANCE WRITES A TENANT MASTER CHANGE TRANSACTION        *
      * (RENMNT) CARRYING THE NEW LEASE END, FOR CBLMNT00 TO APPLY  *
      * UNDER ITS AUDIT TRAIL; A DECLINE MARKS THE UNIT AS AN       *
      * EXPECTED VACANCY.  THE REPORT (RENRPT) IS THE REGISTER OF   *
      * OFFERS MADE AND RESPONSES POSTED, THE OFFERS STILL          *
      * OUTSTANDING WITH THEIR RESPONSE DEADLINES, AND THE EXPECTED *
      * VACANCIES.  REJECTS PRINT ON THE ERROR LISTING (RENERR).    *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-CARD
               ASSIGN TO RATECARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RATE-STATUS.

           SELECT OPTIONAL RENEW-PCT
               ASSIGN TO RENEWPCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RPCT-STATUS.

           SELECT OPTIONAL OFFER-MASTER
               ASSIGN TO RENOFFR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OFFR-STATUS.

           SELECT NEW-OFFER-MASTER
               ASSIGN TO RENOFFRN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESPONSE-IN
               ASSIGN TO RENRESP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RESP-STATUS.

           SELECT MAINT-OUT
               ASSIGN TO RENMNT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-OUT
               ASSIGN TO RENLTR
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO RENRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO RENERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD RATE-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS RATE-REC.

       01  RATE-REC.
           05  RATE-UNIT-LOW        PIC 99.
           05  RATE-UNIT-HIGH       PIC 99.
           05  RATE-BASE-RENT       PIC 999V99.
           05  RATE-TENANT-INCR     PIC 99V99.

       FD RENEW-PCT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RPCT-REC.

       01  RPCT-REC.
           05  RP-BLD-CODE          PIC XX.
           05  RP-INCR-PCT          PIC 99V99.
           05  RP-TERM-MOS          PIC 99.

       FD OFFER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS OF-REC.

       01  OF-REC                   PIC X(77).

       FD NEW-OFFER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS NEW-OF-REC.

       01  NEW-OF-REC               PIC X(77).

       FD RESPONSE-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS RESP-REC.

       01  RESP-REC.
           05  RS-BLD-CODE          PIC XX.
           05  RS-UNIT              PIC 99.
           05  RS-CODE              PIC X.
           05  RS-DATE              PIC X(8).

      *    SAME LAYOUT AS THE CBLMNT00 TRANSACTION FILE - CODE C
      *    FOLLOWED BY THE FULL TENANT MASTER IMAGE.
       FD MAINT-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS MAINT-REC.

       01  MAINT-REC.
           05  MT-CODE              PIC X.
           05  MT-IMAGE.
               10  FILLER           PIC X(32).
               10  MT-TN-LEASE-END  PIC 9(8).
               10  FILLER           PIC X(32).

       FD LETTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.

       01  LETTER-LINE              PIC X(132).

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
           05  C-RATE-STATUS    PIC XX         VALUE "00".
           05  C-RPCT-STATUS    PIC XX         VALUE "00".
           05  C-OFFR-STATUS    PIC XX         VALUE "00".
           05  C-RESP-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-RESPS       PIC XXX        VALUE "YES".
           05  MORE-TENANTS     PIC XXX        VALUE "YES".
           05  MORE-RATES       PIC XXX        VALUE "YES".
           05  MORE-RPCTS       PIC XXX        VALUE "YES".
           05  MORE-OFFERS      PIC XXX        VALUE "YES".
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-TEN-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-TEN-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-TEN-FOUND-IDX  PIC 999        VALUE ZERO.
           05  TEN-FOUND-SW     PIC XXX        VALUE "NO".
           05  C-RATE-TBL-CTR   PIC 99         VALUE ZERO.
           05  RATE-FOUND-SW    PIC XXX        VALUE "NO".
           05  C-RPCT-TBL-CTR   PIC 99         VALUE ZERO.
           05  C-RPCT-FOUND-IDX PIC 99         VALUE ZERO.
           05  C-OFR-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-OFR-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-OFR-FOUND-IDX  PIC 999        VALUE ZERO.
           05  OFR-FOUND-SW     PIC XXX        VALUE "NO".
           05  H-ACTION         PIC X(20)      VALUE SPACES.
           05  C-CUR-RENT       PIC 999V99     VALUE ZERO.
           05  C-NEW-RENT       PIC 9(4)V99    VALUE ZERO.
           05  C-TERM-MOS       PIC 99         VALUE ZERO.
           05  C-DAYS-LEFT      PIC S9(5)      VALUE ZERO.
           05  C-WORK-INT       PIC 9(7)       VALUE ZERO.
           05  C-RESPOND-BY     PIC 9(8)       VALUE ZERO.
           05  C-END-MONTHS     PIC 9(6)       VALUE ZERO.
           05  C-PURGE-INT      PIC 9(7)       VALUE ZERO.
           05  C-RESP-READ-CTR  PIC 9(5)       VALUE ZERO.
           05  C-ACCEPT-CTR     PIC 9(5)       VALUE ZERO.
           05  C-DECLINE-CTR    PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-OFFER-CTR      PIC 9(5)       VALUE ZERO.
           05  C-DUP-CTR        PIC 9(5)       VALUE ZERO.
           05  C-NORATE-CTR     PIC 9(5)       VALUE ZERO.
           05  C-MNT-CTR        PIC 9(5)       VALUE ZERO.
           05  C-OUT-CTR        PIC 9(5)       VALUE ZERO.
           05  C-PAST-DUE-CTR   PIC 9(5)       VALUE ZERO.
           05  C-VAC-CTR        PIC 9(5)       VALUE ZERO.
           05  C-PURGE-CTR      PIC 9(5)       VALUE ZERO.
           05  GT-VAC-RENT      PIC 9(7)V99    VALUE ZERO.

       01  WORK-DATE.
           05  WK-YYYY          PIC 9(4).
           05  WK-MM            PIC 99.
           05  WK-DD            PIC 99.
       01  WORK-DATE-N REDEFINES WORK-DATE PIC 9(8).

       01  NEW-END-DATE.
           05  NE-YEAR          PIC 9(4).
           05  NE-MONTH         PIC 99.
           05  NE-DAY           PIC 99.
       01  C-NEW-END REDEFINES NEW-END-DATE PIC 9(8).

       01  EDIT-DATE.
           05  ED-MM            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-DD            PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  ED-YYYY          PIC 9(4).

      *    THE WHOLE TENANT IMAGE IS CARRIED SO AN ACCEPTANCE CAN
      *    BE WRITTEN BACK AS A FULL-RECORD CHANGE TRANSACTION.
       01  TENANT-TABLE.
           05  TENANT-ENTRY OCCURS 500 TIMES INDEXED BY TEN-IDX.
               10  TT-BLD-CODE      PIC XX.
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).
               10  TT-LEASE-START   PIC 9(8).
               10  TT-LEASE-END     PIC 9(8).
               10  TT-REST          PIC X(32).

       01  RATE-TABLE.
           05  RATE-ENTRY OCCURS 10 TIMES INDEXED BY RATE-IDX.
               10  T-RATE-UNIT-LOW      PIC 99.
               10  T-RATE-UNIT-HIGH     PIC 99.
               10  T-RATE-BASE-RENT     PIC 999V99.
               10  T-RATE-TENANT-INCR   PIC 99V99.

       01  RENEW-PCT-TABLE.
           05  RENEW-PCT-ENTRY OCCURS 20 TIMES INDEXED BY RPCT-IDX.
               10  TR-BLD-CODE      PIC XX.
               10  TR-INCR-PCT      PIC 99V99.
               10  TR-TERM-MOS      PIC 99.

      *    ONE ENTRY PER OFFER: STATUS O OUTSTANDING, A ACCEPTED,
      *    D DECLINED (EXPECTED VACANCY).
       01  OFFER-TABLE.
           05  OFFER-ENTRY OCCURS 500 TIMES INDEXED BY OFR-IDX.
               10  TO-BLD-CODE      PIC XX.
               10  TO-UNIT          PIC 99.
               10  TO-NAME          PIC X(20).
               10  TO-OFFER-DATE    PIC 9(8).
               10  TO-LEASE-END     PIC 9(8).
               10  TO-NEW-END       PIC 9(8).
               10  TO-CUR-RENT      PIC 9(4)V99.
               10  TO-NEW-RENT      PIC 9(4)V99.
               10  TO-RESPOND-BY    PIC 9(8).
               10  TO-STATUS        PIC X.
               10  TO-RESP-DATE     PIC 9(8).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLREN00'.
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
               'LEASE RENEWAL OFFERS'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(5)    VALUE 'UNIT'.
           05  FILLER           PIC X(23)   VALUE 'TENANT'.
           05  FILLER           PIC X(13)   VALUE 'LEASE END'.
           05  FILLER           PIC X(13)   VALUE 'NEW END'.
           05  FILLER           PIC X(12)   VALUE ' CUR RENT'.
           05  FILLER           PIC X(12)   VALUE ' NEW RENT'.
           05  FILLER           PIC X(13)   VALUE 'RESPOND BY'.
           05  FILLER           PIC X(20)   VALUE 'ACTION'.
           05  FILLER           PIC X(15)   VALUE SPACES.

       01  REGISTER-LINE.
           05  O-RG-BLD         PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-RG-UNIT        PIC Z9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-NAME        PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-LEASE-END   PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-NEW-END     PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-CUR-RENT    PIC $$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-NEW-RENT    PIC $$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-RESPOND-BY  PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RG-ACTION      PIC X(20).
           05  FILLER           PIC X(15)   VALUE SPACES.

       01  RUN-TOTAL-LINE-1.
           05  FILLER           PIC X(13)   VALUE 'OFFERS MADE: '.
           05  O-OFFER-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'RESPONSES READ: '.
           05  O-RESP-READ-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'ACCEPTED: '.
           05  O-ACCEPT-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'DECLINED: '.
           05  O-DECLINE-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(27)   VALUE SPACES.

       01  RUN-TOTAL-LINE-2.
           05  FILLER           PIC X(17)   VALUE 'ALREADY OFFERED: '.
           05  O-DUP-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'NOT OFFERED - NO RATE: '.
           05  O-NORATE-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'LEASE CHANGES WRITTEN: '.
           05  O-MNT-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'CLOSED OFFERS DROPPED: '.
           05  O-PURGE-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC X(10)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(45)   VALUE
               '** WORK TABLE FULL - OFFERS NOT CARRIED: '.
           05  O-OFR-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(25)   VALUE
               '  TENANTS NOT LOADED: '.
           05  O-TEN-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(47)   VALUE SPACES.

      *            OFFERS OUTSTANDING  ========>>
       01  OUT-TITLE-LINE.
           05  FILLER           PIC X(46)   VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'RENEWAL OFFERS AWAITING A RESPONSE'.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  OUT-HEADING.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(5)    VALUE 'UNIT'.
           05  FILLER           PIC X(23)   VALUE 'TENANT'.
           05  FILLER           PIC X(13)   VALUE 'LEASE END'.
           05  FILLER           PIC X(13)   VALUE 'RESPOND BY'.
           05  FILLER           PIC X(10)   VALUE '   DAYS'.
           05  FILLER           PIC X(12)   VALUE ' NEW RENT'.
           05  FILLER           PIC X(20)   VALUE 'STATUS'.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  OUT-LINE.
           05  O-OS-BLD         PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-OS-UNIT        PIC Z9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OS-NAME        PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OS-LEASE-END   PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OS-RESPOND-BY  PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OS-DAYS        PIC ZZ,ZZ9-.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OS-NEW-RENT    PIC $$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-OS-FLAG        PIC X(20).
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  OUT-TOTAL-LINE.
           05  FILLER           PIC X(20)   VALUE
               'OFFERS OUTSTANDING: '.
           05  O-OUT-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'PAST DUE: '.
           05  O-PAST-DUE-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(86)   VALUE SPACES.

      *            EXPECTED VACANCIES  ========>>
       01  VAC-TITLE-LINE.
           05  FILLER           PIC X(46)   VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'EXPECTED VACANCIES - RENEWAL DECLINED'.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  VAC-HEADING.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(5)    VALUE 'UNIT'.
           05  FILLER           PIC X(23)   VALUE 'TENANT'.
           05  FILLER           PIC X(13)   VALUE 'LEASE END'.
           05  FILLER           PIC X(13)   VALUE 'DECLINED'.
           05  FILLER           PIC X(9)    VALUE ' CUR RENT'.
           05  FILLER           PIC X(63)   VALUE SPACES.

       01  VAC-LINE.
           05  O-VC-BLD         PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-VC-UNIT        PIC Z9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-VC-NAME        PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-VC-LEASE-END   PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-VC-RESP-DATE   PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-VC-CUR-RENT    PIC $$,$$9.99.
           05  FILLER           PIC X(63)   VALUE SPACES.

       01  VAC-TOTAL-LINE.
           05  FILLER           PIC X(20)   VALUE
               'EXPECTED VACANCIES: '.
           05  O-VAC-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(23)   VALUE
               'MONTHLY RENT AT RISK: '.
           05  O-GT-VAC-RENT    PIC $$$$,$$9.99.
           05  FILLER           PIC X(68)   VALUE SPACES.

      *            RENEWAL OFFER LETTER ========>>
       01  LETTER-TITLE-LINE.
           05  FILLER           PIC X(30)   VALUE
               'LEASE RENEWAL OFFER'.
           05  FILLER           PIC X(6)    VALUE 'DATE: '.
           05  O-LT-DATE        PIC X(10).
           05  FILLER           PIC X(86)   VALUE SPACES.

       01  LETTER-TENANT-LINE.
           05  FILLER           PIC X(8)    VALUE 'TENANT: '.
           05  O-LT-TENANT      PIC X(20).
           05  FILLER           PIC X(104)  VALUE SPACES.

       01  LETTER-UNIT-LINE.
           05  FILLER           PIC X(10)   VALUE 'BUILDING: '.
           05  O-LT-BLD         PIC XX.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'UNIT: '.
           05  O-LT-UNIT        PIC Z9.
           05  FILLER           PIC X(109)  VALUE SPACES.

       01  LETTER-END-LINE.
           05  FILLER           PIC X(30)   VALUE
               'YOUR CURRENT LEASE ENDS:'.
           05  O-LT-LEASE-END   PIC X(10).
           05  FILLER           PIC X(92)   VALUE SPACES.

       01  LETTER-CUR-RENT-LINE.
           05  FILLER           PIC X(30)   VALUE
               'CURRENT MONTHLY RENT:'.
           05  O-LT-CUR-RENT    PIC $$,$$9.99.
           05  FILLER           PIC X(93)   VALUE SPACES.

       01  LETTER-NEW-RENT-LINE.
           05  FILLER           PIC X(30)   VALUE
               'RENEWAL MONTHLY RENT:'.
           05  O-LT-NEW-RENT    PIC $$,$$9.99.
           05  FILLER           PIC X(93)   VALUE SPACES.

       01  LETTER-TERM-LINE.
           05  FILLER           PIC X(30)   VALUE
               'RENEWAL TERM:'.
           05  O-LT-TERM        PIC Z9.
           05  FILLER           PIC X(17)   VALUE ' MONTHS, THROUGH '.
           05  O-LT-NEW-END     PIC X(10).
           05  FILLER           PIC X(73)   VALUE SPACES.

       01  LETTER-RESPOND-LINE.
           05  FILLER           PIC X(30)   VALUE
               'PLEASE RESPOND BY:'.
           05  O-LT-RESPOND-BY  PIC X(10).
           05  FILLER           PIC X(92)   VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05  O-LT-TEXT        PIC X(80).
           05  FILLER           PIC X(52)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(40).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(59).
           05  FILLER           PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLREN00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RESPS = "NO".
           PERFORM 2500-MAKE-OFFERS
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR.
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

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           OPEN OUTPUT LETTER-OUT.
           OPEN OUTPUT MAINT-OUT.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-TENANTS.
           PERFORM 1200-LOAD-RATES.
           PERFORM 1300-LOAD-RENEW-PCTS.
           PERFORM 1400-LOAD-OFFERS.

           OPEN INPUT RESPONSE-IN.
           IF C-RESP-STATUS = "00" OR "05"
               PERFORM 9000-READ
           ELSE
               MOVE "NO" TO MORE-RESPS
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

       1100-LOAD-TENANTS.
           OPEN INPUT TENANT-MASTER.
           PERFORM 1110-READ-TENANT
               UNTIL MORE-TENANTS = "NO".
           CLOSE TENANT-MASTER.

       1110-READ-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-TENANTS
           END-READ.
           IF MORE-TENANTS = "YES"
               IF C-TEN-TBL-CTR < 500
                   ADD 1 TO C-TEN-TBL-CTR
                   SET TEN-IDX TO C-TEN-TBL-CTR
                   MOVE TENANT-REC TO TENANT-ENTRY (TEN-IDX)
               ELSE
                   ADD 1 TO C-TEN-LOST-CTR
               END-IF
           END-IF.

       1200-LOAD-RATES.
           OPEN INPUT RATE-CARD.
           IF C-RATE-STATUS = "00" OR "05"
               PERFORM 1210-READ-RATE
                   UNTIL MORE-RATES = "NO"
               CLOSE RATE-CARD
           END-IF.

       1210-READ-RATE.
           READ RATE-CARD
               AT END
                   MOVE "NO" TO MORE-RATES
           END-READ.
           IF MORE-RATES = "YES"
               AND C-RATE-TBL-CTR < 10
                   ADD 1 TO C-RATE-TBL-CTR
                   MOVE RATE-UNIT-LOW
                       TO T-RATE-UNIT-LOW (C-RATE-TBL-CTR)
                   MOVE RATE-UNIT-HIGH
                       TO T-RATE-UNIT-HIGH (C-RATE-TBL-CTR)
                   MOVE RATE-BASE-RENT
                       TO T-RATE-BASE-RENT (C-RATE-TBL-CTR)
                   MOVE RATE-TENANT-INCR
                       TO T-RATE-TENANT-INCR (C-RATE-TBL-CTR)
           END-IF.

      *    ONE CARD PER BUILDING: RENEWAL INCREASE PERCENT AND TERM
      *    IN MONTHS.  A BLANK OR ZERO TERM MEANS A ONE-YEAR LEASE.
       1300-LOAD-RENEW-PCTS.
           OPEN INPUT RENEW-PCT.
           IF C-RPCT-STATUS = "00" OR "05"
               PERFORM 1310-READ-RPCT
                   UNTIL MORE-RPCTS = "NO"
               CLOSE RENEW-PCT
           END-IF.

       1310-READ-RPCT.
           READ RENEW-PCT
               AT END
                   MOVE "NO" TO MORE-RPCTS
           END-READ.
           IF MORE-RPCTS = "YES"
              AND RP-INCR-PCT NUMERIC
              AND C-RPCT-TBL-CTR < 20
               ADD 1 TO C-RPCT-TBL-CTR
               SET RPCT-IDX TO C-RPCT-TBL-CTR
               MOVE RP-BLD-CODE TO TR-BLD-CODE (RPCT-IDX)
               MOVE RP-INCR-PCT TO TR-INCR-PCT (RPCT-IDX)
               IF RP-TERM-MOS NUMERIC
                  AND RP-TERM-MOS > ZERO
                   MOVE RP-TERM-MOS TO TR-TERM-MOS (RPCT-IDX)
               ELSE
                   MOVE 12 TO TR-TERM-MOS (RPCT-IDX)
               END-IF
           END-IF.

       1400-LOAD-OFFERS.
           OPEN INPUT OFFER-MASTER.
           IF C-OFFR-STATUS = "00" OR "05"
               PERFORM 1410-READ-OFFER
                   UNTIL MORE-OFFERS = "NO"
               CLOSE OFFER-MASTER
           END-IF.

       1410-READ-OFFER.
           READ OFFER-MASTER
               AT END
                   MOVE "NO" TO MORE-OFFERS
           END-READ.
           IF MORE-OFFERS = "YES"
               IF C-OFR-TBL-CTR < 500
                   ADD 1 TO C-OFR-TBL-CTR
                   SET OFR-IDX TO C-OFR-TBL-CTR
                   MOVE OF-REC TO OFFER-ENTRY (OFR-IDX)
               ELSE
                   ADD 1 TO C-OFR-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-RESP-READ-CTR.
           PERFORM 2100-EDIT-RESPONSE
               THRU 2100-EXIT.
           PERFORM 9000-READ.

      *    A RESPONSE NEEDS A VALID CODE AND DATE AND AN OFFER STILL
      *    OUTSTANDING FOR THE UNIT.  AN ACCEPTANCE ALSO NEEDS THE
      *    TENANT STILL ON THE MASTER WITH THE LEASE END THE OFFER
      *    WAS MADE AGAINST.
       2100-EDIT-RESPONSE.
           IF RS-CODE NOT = 'A'
              AND RS-CODE NOT = 'D'
               MOVE 'RESPONSE CODE MUST BE A (ACCEPT) OR D (DECLINE).'
                   TO O-ERR-MSG
               PERFORM 2900-RESP-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE RS-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'RESPONSE DATE IS NOT VALID.' TO O-ERR-MSG
               PERFORM 2900-RESP-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-OFFER-FIND.
           IF OFR-FOUND-SW = "NO"
               MOVE 'NO OUTSTANDING RENEWAL OFFER FOR THIS UNIT.'
                   TO O-ERR-MSG
               PERFORM 2900-RESP-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET OFR-IDX TO C-OFR-FOUND-IDX.
           IF RS-DATE < TO-OFFER-DATE (OFR-IDX)
               MOVE 'RESPONSE IS DATED BEFORE THE OFFER WAS MADE.'
                   TO O-ERR-MSG
               PERFORM 2900-RESP-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF RS-CODE = 'D'
               PERFORM 2400-POST-DECLINE
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2250-TENANT-FIND.
           IF TEN-FOUND-SW = "NO"
               MOVE 'TENANT NO LONGER ON THE MASTER - OFFER LEFT OPEN.'
                   TO O-ERR-MSG
               PERFORM 2900-RESP-REJECT
               GO TO 2100-EXIT
           END-IF.
           SET TEN-IDX TO C-TEN-FOUND-IDX.
           IF TT-LEASE-END (TEN-IDX) NOT = TO-LEASE-END (OFR-IDX)
               MOVE 'LEASE END ON MASTER NO LONGER MATCHES THE OFFER.'
                   TO O-ERR-MSG
               PERFORM 2900-RESP-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-POST-ACCEPT.

       2100-EXIT.
           EXIT.

       2200-OFFER-FIND.
           MOVE "NO" TO OFR-FOUND-SW.
           MOVE ZERO TO C-OFR-FOUND-IDX.
           PERFORM 2210-OFFER-SEARCH
               VARYING OFR-IDX FROM 1 BY 1
                   UNTIL OFR-IDX > C-OFR-TBL-CTR
                      OR OFR-FOUND-SW = "YES".

       2210-OFFER-SEARCH.
           IF TO-BLD-CODE (OFR-IDX) = RS-BLD-CODE
              AND TO-UNIT (OFR-IDX) = RS-UNIT
              AND TO-STATUS (OFR-IDX) = 'O'
               MOVE "YES" TO OFR-FOUND-SW
               MOVE OFR-IDX TO C-OFR-FOUND-IDX
           END-IF.

       2250-TENANT-FIND.
           MOVE "NO" TO TEN-FOUND-SW.
           MOVE ZERO TO C-TEN-FOUND-IDX.
           PERFORM 2260-TENANT-SEARCH
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR
                      OR TEN-FOUND-SW = "YES".

       2260-TENANT-SEARCH.
           IF TT-BLD-CODE (TEN-IDX) = RS-BLD-CODE
              AND TT-UNIT (TEN-IDX) = RS-UNIT
               MOVE "YES" TO TEN-FOUND-SW
               MOVE TEN-IDX TO C-TEN-FOUND-IDX
           END-IF.

      *    THE LEASE IS NOT EXTENDED HERE - THE CHANGE GOES THROUGH
      *    CBLMNT00 SO IT IS EDITED AND SHOWS ON THE MAINTENANCE
      *    AUDIT LISTING LIKE ANY OTHER TENANT MASTER CHANGE.
       2300-POST-ACCEPT.
           ADD 1 TO C-ACCEPT-CTR.
           MOVE 'A' TO TO-STATUS (OFR-IDX).
           MOVE RS-DATE TO TO-RESP-DATE (OFR-IDX).
           MOVE 'C' TO MT-CODE.
           MOVE TENANT-ENTRY (TEN-IDX) TO MT-IMAGE.
           MOVE TO-NEW-END (OFR-IDX) TO MT-TN-LEASE-END.
           WRITE MAINT-REC.
           ADD 1 TO C-MNT-CTR.
           MOVE TO-NEW-END (OFR-IDX) TO TT-LEASE-END (TEN-IDX).
           IF TO-RESP-DATE (OFR-IDX) > TO-RESPOND-BY (OFR-IDX)
               MOVE 'ACCEPTED - LATE' TO H-ACTION
           ELSE
               MOVE 'ACCEPTED' TO H-ACTION
           END-IF.
           PERFORM 2800-REGISTER-LINE.

       2400-POST-DECLINE.
           ADD 1 TO C-DECLINE-CTR.
           MOVE 'D' TO TO-STATUS (OFR-IDX).
           MOVE RS-DATE TO TO-RESP-DATE (OFR-IDX).
           IF TO-RESP-DATE (OFR-IDX) > TO-RESPOND-BY (OFR-IDX)
               MOVE 'DECLINED - LATE' TO H-ACTION
           ELSE
               MOVE 'DECLINED' TO H-ACTION
           END-IF.
           PERFORM 2800-REGISTER-LINE.


      *    LEASES ENDING 31 TO 90 DAYS OUT ARE OFFERED; INSIDE 30
      *    DAYS IT IS TOO LATE FOR A LETTER AND THE WORKLIST CALL
      *    TAKES OVER.
       2500-MAKE-OFFERS.
           IF TT-LEASE-END (TEN-IDX) NUMERIC
              AND TT-LEASE-END (TEN-IDX) > ZERO
               COMPUTE C-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (TT-LEASE-END (TEN-IDX))
                   - C-TODAY-INT
               IF C-DAYS-LEFT > 30
                  AND C-DAYS-LEFT NOT > 90
                   PERFORM 2510-OFFER-ONE
                       THRU 2510-EXIT
               END-IF
           END-IF.

       2510-OFFER-ONE.
           MOVE "NO" TO OFR-FOUND-SW.
           PERFORM 2520-OFFERED-SEARCH
               VARYING OFR-IDX FROM 1 BY 1
                   UNTIL OFR-IDX > C-OFR-TBL-CTR
                      OR OFR-FOUND-SW = "YES".
           IF OFR-FOUND-SW = "YES"
               ADD 1 TO C-DUP-CTR
               GO TO 2510-EXIT
           END-IF.

           MOVE ZERO TO C-RPCT-FOUND-IDX.
           PERFORM 2530-RPCT-SEARCH
               VARYING RPCT-IDX FROM 1 BY 1
                   UNTIL RPCT-IDX > C-RPCT-TBL-CTR
                      OR C-RPCT-FOUND-IDX > ZERO.
           IF C-RPCT-FOUND-IDX = ZERO
               MOVE 'NO RENEWAL PERCENT FOR BUILDING - NO OFFER MADE.'
                   TO O-ERR-MSG
               PERFORM 2950-OFFER-REJECT
               GO TO 2510-EXIT
           END-IF.

           MOVE ZERO TO C-CUR-RENT.
           MOVE "NO" TO RATE-FOUND-SW.
           PERFORM 2540-RATE-SEARCH
               VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > C-RATE-TBL-CTR
                      OR RATE-FOUND-SW = "YES".
           IF RATE-FOUND-SW = "NO"
               MOVE 'NO RATE CARD RANGE FOR THE UNIT - NO OFFER MADE.'
                   TO O-ERR-MSG
               PERFORM 2950-OFFER-REJECT
               GO TO 2510-EXIT
           END-IF.

           IF C-OFR-TBL-CTR NOT < 500
               ADD 1 TO C-OFR-LOST-CTR
               GO TO 2510-EXIT
           END-IF.

           SET RPCT-IDX TO C-RPCT-FOUND-IDX.
           MOVE TR-TERM-MOS (RPCT-IDX) TO C-TERM-MOS.
           COMPUTE C-NEW-RENT ROUNDED =
               C-CUR-RENT * (100 + TR-INCR-PCT (RPCT-IDX)) / 100.
           PERFORM 2600-NEW-LEASE-END.
           COMPUTE C-WORK-INT =
               FUNCTION INTEGER-OF-DATE (TT-LEASE-END (TEN-IDX)) - 30.
           COMPUTE C-RESPOND-BY =
               FUNCTION DATE-OF-INTEGER (C-WORK-INT).

           ADD 1 TO C-OFR-TBL-CTR.
           SET OFR-IDX TO C-OFR-TBL-CTR.
           MOVE TT-BLD-CODE (TEN-IDX) TO TO-BLD-CODE (OFR-IDX).
           MOVE TT-UNIT (TEN-IDX) TO TO-UNIT (OFR-IDX).
           MOVE TT-NAME (TEN-IDX) TO TO-NAME (OFR-IDX).
           MOVE C-TODAY-DATE TO TO-OFFER-DATE (OFR-IDX).
           MOVE TT-LEASE-END (TEN-IDX) TO TO-LEASE-END (OFR-IDX).
           MOVE C-NEW-END TO TO-NEW-END (OFR-IDX).
           MOVE C-CUR-RENT TO TO-CUR-RENT (OFR-IDX).
           MOVE C-NEW-RENT TO TO-NEW-RENT (OFR-IDX).
           MOVE C-RESPOND-BY TO TO-RESPOND-BY (OFR-IDX).
           MOVE 'O' TO TO-STATUS (OFR-IDX).
           MOVE ZERO TO TO-RESP-DATE (OFR-IDX).
           ADD 1 TO C-OFFER-CTR.
           PERFORM 2700-LETTER.
           MOVE 'OFFER MADE' TO H-ACTION.
           PERFORM 2800-REGISTER-LINE.

       2510-EXIT.
           EXIT.

      *    ANY OFFER, ANSWERED OR NOT, AGAINST THIS SAME LEASE END
      *    MEANS THE LEASE HAS ALREADY BEEN OFFERED.
       2520-OFFERED-SEARCH.
           IF TO-BLD-CODE (OFR-IDX) = TT-BLD-CODE (TEN-IDX)
              AND TO-UNIT (OFR-IDX) = TT-UNIT (TEN-IDX)
              AND TO-LEASE-END (OFR-IDX) = TT-LEASE-END (TEN-IDX)
               MOVE "YES" TO OFR-FOUND-SW
           END-IF.

       2530-RPCT-SEARCH.
           IF TR-BLD-CODE (RPCT-IDX) = TT-BLD-CODE (TEN-IDX)
               MOVE RPCT-IDX TO C-RPCT-FOUND-IDX
           END-IF.

      *    BASE RENT FOR THE UNIT'S RANGE, THE SAME RATE-CARD
      *    LOOKUP THE CBLANL04 BILLING USES.
       2540-RATE-SEARCH.
           IF TT-UNIT (TEN-IDX) NOT < T-RATE-UNIT-LOW (RATE-IDX)
              AND TT-UNIT (TEN-IDX) NOT > T-RATE-UNIT-HIGH (RATE-IDX)
               MOVE "YES" TO RATE-FOUND-SW
               MOVE T-RATE-BASE-RENT (RATE-IDX) TO C-CUR-RENT
           END-IF.

      *    THE RENEWED LEASE ENDS ON THE SAME DAY OF THE MONTH THE
      *    TERM MONTHS LATER; A DAY THAT MONTH DOES NOT HAVE (A
      *    LEASE ENDING THE 31ST RENEWED INTO A 30-DAY MONTH) RUNS
      *    TO THE LAST DAY OF THAT MONTH.
       2600-NEW-LEASE-END.
           MOVE TT-LEASE-END (TEN-IDX) TO WORK-DATE-N.
           COMPUTE C-END-MONTHS =
               WK-YYYY * 12 + WK-MM - 1 + C-TERM-MOS.
           DIVIDE C-END-MONTHS BY 12
               GIVING NE-YEAR
                   REMAINDER NE-MONTH.
           ADD 1 TO NE-MONTH.
           MOVE WK-DD TO NE-DAY.
           MOVE NEW-END-DATE TO DC-DATE.
           MOVE SPACE TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 01 TO NE-DAY
               IF NE-MONTH = 12
                   MOVE 01 TO NE-MONTH
                   ADD 1 TO NE-YEAR
               ELSE
                   ADD 1 TO NE-MONTH
               END-IF
               COMPUTE C-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (C-NEW-END) - 1
               COMPUTE C-NEW-END =
                   FUNCTION DATE-OF-INTEGER (C-WORK-INT)
           END-IF.

      *    ONE PAGE PER OFFER, THE SAME LETTER-FILE WAY CBLRNT03
      *    PRINTS THE DELINQUENCY NOTICES.
       2700-LETTER.
           MOVE C-TODAY-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-LT-DATE.
           MOVE TO-NAME (OFR-IDX) TO O-LT-TENANT.
           MOVE TO-BLD-CODE (OFR-IDX) TO O-LT-BLD.
           MOVE TO-UNIT (OFR-IDX) TO O-LT-UNIT.
           MOVE TO-LEASE-END (OFR-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-LT-LEASE-END.
           MOVE TO-CUR-RENT (OFR-IDX) TO O-LT-CUR-RENT.
           MOVE TO-NEW-RENT (OFR-IDX) TO O-LT-NEW-RENT.
           MOVE C-TERM-MOS TO O-LT-TERM.
           MOVE TO-NEW-END (OFR-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-LT-NEW-END.
           MOVE TO-RESPOND-BY (OFR-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-LT-RESPOND-BY.

           WRITE LETTER-LINE
               FROM LETTER-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE LETTER-LINE
               FROM LETTER-TENANT-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE LETTER-LINE
               FROM LETTER-UNIT-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE
               FROM LETTER-END-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE
               FROM LETTER-CUR-RENT-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE
               FROM LETTER-NEW-RENT-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE
               FROM LETTER-TERM-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE
               FROM LETTER-RESPOND-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE SPACES TO O-LT-TEXT.
           PERFORM 2750-LETTER-TEXT.
           MOVE "WE WOULD LIKE YOU TO STAY.  TO RENEW ON THESE TERMS,"
               TO O-LT-TEXT.
           PERFORM 2750-LETTER-TEXT.
           MOVE "SIGN AND RETURN THE ENCLOSED RENEWAL FORM TO THE"
               TO O-LT-TEXT.
           PERFORM 2750-LETTER-TEXT.
           MOVE "RENTAL OFFICE BY THE DATE ABOVE.  IF YOU DO NOT PLAN"
               TO O-LT-TEXT.
           PERFORM 2750-LETTER-TEXT.
           MOVE "TO RENEW, PLEASE LET US KNOW BY THE SAME DATE SO WE"
               TO O-LT-TEXT.
           PERFORM 2750-LETTER-TEXT.
           MOVE "CAN SCHEDULE YOUR MOVE-OUT INSPECTION."
               TO O-LT-TEXT.
           PERFORM 2750-LETTER-TEXT.

       2750-LETTER-TEXT.
           WRITE LETTER-LINE
               FROM LETTER-TEXT-LINE
                   AFTER ADVANCING 1 LINE.

       2800-REGISTER-LINE.
           MOVE TO-BLD-CODE (OFR-IDX) TO O-RG-BLD.
           MOVE TO-UNIT (OFR-IDX) TO O-RG-UNIT.
           MOVE TO-NAME (OFR-IDX) TO O-RG-NAME.
           MOVE TO-LEASE-END (OFR-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-RG-LEASE-END.
           MOVE TO-NEW-END (OFR-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-RG-NEW-END.
           MOVE TO-CUR-RENT (OFR-IDX) TO O-RG-CUR-RENT.
           MOVE TO-NEW-RENT (OFR-IDX) TO O-RG-NEW-RENT.
           MOVE TO-RESPOND-BY (OFR-IDX) TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-RG-RESPOND-BY.
           MOVE H-ACTION TO O-RG-ACTION.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2900-RESP-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE RESP-REC TO O-RECORD.
           PERFORM 2990-ERR-PRT.

       2950-OFFER-REJECT.
           ADD 1 TO C-NORATE-CTR.
           MOVE TENANT-ENTRY (TEN-IDX) TO O-RECORD.
           PERFORM 2990-ERR-PRT.

       2990-ERR-PRT.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


      *    CLOSED OFFERS ARE KEPT A YEAR PAST THE LEASE END THEY
      *    ANSWERED, THEN DROPPED FROM THE OFFERS FILE.
       3000-CLOSING.
           CLOSE RESPONSE-IN.
           CLOSE LETTER-OUT.
           CLOSE MAINT-OUT.

           COMPUTE C-PURGE-INT = C-TODAY-INT - 365.
           OPEN OUTPUT NEW-OFFER-MASTER.
           PERFORM 3100-WRITE-OFFER
               VARYING OFR-IDX FROM 1 BY 1
                   UNTIL OFR-IDX > C-OFR-TBL-CTR.
           CLOSE NEW-OFFER-MASTER.

           MOVE C-OFFER-CTR TO O-OFFER-CTR.
           MOVE C-RESP-READ-CTR TO O-RESP-READ-CTR.
           MOVE C-ACCEPT-CTR TO O-ACCEPT-CTR.
           MOVE C-DECLINE-CTR TO O-DECLINE-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-DUP-CTR TO O-DUP-CTR.
           MOVE C-NORATE-CTR TO O-NORATE-CTR.
           MOVE C-MNT-CTR TO O-MNT-CTR.
           MOVE C-PURGE-CTR TO O-PURGE-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.

           IF C-OFR-LOST-CTR > ZERO OR C-TEN-LOST-CTR > ZERO
               MOVE C-OFR-LOST-CTR TO O-OFR-LOST-CTR
               MOVE C-TEN-LOST-CTR TO O-TEN-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.

           PERFORM 3200-OUTSTANDING.
           PERFORM 3300-VACANCIES.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-OFFER-CTR TO AUD-REC-CTR.
           ADD C-RESP-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3100-WRITE-OFFER.
           IF TO-STATUS (OFR-IDX) NOT = 'O'
              AND FUNCTION INTEGER-OF-DATE (TO-LEASE-END (OFR-IDX))
                  < C-PURGE-INT
               ADD 1 TO C-PURGE-CTR
           ELSE
               WRITE NEW-OF-REC FROM OFFER-ENTRY (OFR-IDX)
           END-IF.

      *    EVERY OFFER NOT YET ANSWERED, WITH THE DAYS LEFT TO THE
      *    RESPONSE DEADLINE; A DEADLINE ALREADY GONE BY IS FLAGGED
      *    FOR A PHONE CALL.
       3200-OUTSTANDING.
           PERFORM 9110-OUT-HEADING.
           PERFORM 3210-OUT-LINE
               VARYING OFR-IDX FROM 1 BY 1
                   UNTIL OFR-IDX > C-OFR-TBL-CTR.
           MOVE C-OUT-CTR TO O-OUT-CTR.
           MOVE C-PAST-DUE-CTR TO O-PAST-DUE-CTR.
           WRITE PRTLINE
               FROM OUT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3210-OUT-LINE.
           IF TO-STATUS (OFR-IDX) = 'O'
               ADD 1 TO C-OUT-CTR
               COMPUTE C-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (TO-RESPOND-BY (OFR-IDX))
                   - C-TODAY-INT
               MOVE TO-BLD-CODE (OFR-IDX) TO O-OS-BLD
               MOVE TO-UNIT (OFR-IDX) TO O-OS-UNIT
               MOVE TO-NAME (OFR-IDX) TO O-OS-NAME
               MOVE TO-LEASE-END (OFR-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-OS-LEASE-END
               MOVE TO-RESPOND-BY (OFR-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-OS-RESPOND-BY
               MOVE C-DAYS-LEFT TO O-OS-DAYS
               MOVE TO-NEW-RENT (OFR-IDX) TO O-OS-NEW-RENT
               IF C-DAYS-LEFT < ZERO
                   ADD 1 TO C-PAST-DUE-CTR
                   MOVE '** PAST DUE **' TO O-OS-FLAG
               ELSE
                   IF TO-OFFER-DATE (OFR-IDX) = C-TODAY-DATE
                       MOVE 'OFFERED THIS RUN' TO O-OS-FLAG
                   ELSE
                       MOVE 'AWAITING RESPONSE' TO O-OS-FLAG
                   END-IF
               END-IF
               WRITE PRTLINE
                   FROM OUT-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9110-OUT-HEADING
               END-WRITE
           END-IF.

      *    A DECLINED RENEWAL WHOSE LEASE HAS NOT YET RUN OUT IS A
      *    UNIT COMING VACANT.
       3300-VACANCIES.
           PERFORM 9120-VAC-HEADING.
           PERFORM 3310-VAC-LINE
               VARYING OFR-IDX FROM 1 BY 1
                   UNTIL OFR-IDX > C-OFR-TBL-CTR.
           MOVE C-VAC-CTR TO O-VAC-CTR.
           MOVE GT-VAC-RENT TO O-GT-VAC-RENT.
           WRITE PRTLINE
               FROM VAC-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.

       3310-VAC-LINE.
           IF TO-STATUS (OFR-IDX) = 'D'
              AND TO-LEASE-END (OFR-IDX) NOT < C-TODAY-DATE
               ADD 1 TO C-VAC-CTR
               ADD TO-CUR-RENT (OFR-IDX) TO GT-VAC-RENT
               MOVE TO-BLD-CODE (OFR-IDX) TO O-VC-BLD
               MOVE TO-UNIT (OFR-IDX) TO O-VC-UNIT
               MOVE TO-NAME (OFR-IDX) TO O-VC-NAME
               MOVE TO-LEASE-END (OFR-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-VC-LEASE-END
               MOVE TO-RESP-DATE (OFR-IDX) TO WORK-DATE-N
               PERFORM 9300-EDIT-DATE
               MOVE EDIT-DATE TO O-VC-RESP-DATE
               MOVE TO-CUR-RENT (OFR-IDX) TO O-VC-CUR-RENT
               WRITE PRTLINE
                   FROM VAC-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9120-VAC-HEADING
               END-WRITE
           END-IF.


       9000-READ.
           READ RESPONSE-IN
               AT END
                   MOVE "NO" TO MORE-RESPS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9110-OUT-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM OUT-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM OUT-HEADING
                   AFTER ADVANCING 2 LINES.

       9120-VAC-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM VAC-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM VAC-HEADING
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
