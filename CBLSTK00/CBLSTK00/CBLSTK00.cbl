       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLSTK00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * POP FUNDRAISER WAREHOUSE STOCK.                             *
      * RUNS AFTER EVERY CBLANL05 RUN.  THE STOCK MASTER (POPSTK    *
      * IN, POPSTKN OUT) CARRIES THE SEASON TO DATE:                *
      *   S - PER POP TYPE: CASES SOLD AND ORDERED (FROM THE        *
      *       POPORDER VENDOR ORDER) AND CASES RECEIVED,            *
      *   T - PER TEAM AND POP TYPE: CASES PICKED UP AND CASES      *
      *       BROUGHT BACK TO THE GARAGE,                           *
      *   O - PER ORDER ON THE PICK LIST (CBLPICKS): TEAM, POP      *
      *       TYPE, CASES AND WHETHER POPDLV HAS CONFIRMED IT       *
      *       DELIVERED.  AN ORDER IS TAKEN FROM THE PICK LIST AND  *
      *       A DELIVERY IS NETTED IN ONCE, SO A RERUN DOES NOT     *
      *       COUNT THEM TWICE.                                     *
      * STOCK TRANSACTIONS (POPSTKT): R RECEIPT FROM THE VENDOR,    *
      * P PICKUP BY A TEAM - NOT MORE THAN IS ON HAND OR LEFT ON    *
      * THE TEAM'S PICK LIST - AND B CASES BROUGHT BACK BY A TEAM,  *
      * NOT MORE THAN THE TEAM HAS OUT UNDELIVERED.                 *
      * THE STOCK REPORT (POPSTKRP) GIVES ON-HAND BY POP TYPE WITH  *
      * RECEIVED SHORT/OVER THE VENDOR ORDER, CASES PICKED BUT NOT  *
      * DELIVERED PER TEAM, AND THE LEFTOVER CASES WITH THE PAD     *
      * PERCENT THEY SUGGEST.  THE PARM CARD FOR NEXT SEASON IS     *
      * WRITTEN TO POPPMNXT - TODAY'S CASE CAP WITH THE SUGGESTED   *
      * PAD - FOR THE COORDINATOR TO PUT IN PLACE OF CBLPOPPM.      *
      * REJECTED TRANSACTIONS PRINT ON POPSTKER.                    *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL STOCK-MASTER
               ASSIGN TO POPSTK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STK-STATUS.

           SELECT NEW-STOCK-MASTER
               ASSIGN TO POPSTKN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STOCK-TRANS
               ASSIGN TO POPSTKT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRN-STATUS.

           SELECT OPTIONAL VENDOR-ORDER
               ASSIGN TO POPORDER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-VO-STATUS.

           SELECT OPTIONAL PICK-LIST
               ASSIGN TO CBLPICKS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PICK-STATUS.

           SELECT OPTIONAL DELIVERY-TRANS
               ASSIGN TO POPDLV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DLV-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO CBLPOPPM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT NEXT-PARM-CARD
               ASSIGN TO POPPMNXT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO POPSTKRP
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO POPSTKER
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STOCK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS STK-REC.

       01  STK-REC.
           05  SK-REC-TYPE          PIC X.
           05  FILLER               PIC X(24).

       01  STK-POP-REC REDEFINES STK-REC.
           05  SP-REC-TYPE          PIC X.
           05  FILLER               PIC X(6).
           05  SP-POP-TYPE          PIC 99.
           05  SP-SOLD              PIC 9(5).
           05  SP-ORDERED           PIC 9(5).
           05  SP-RECEIVED          PIC 9(5).
           05  FILLER               PIC X.

       01  STK-TEAM-REC REDEFINES STK-REC.
           05  SQ-REC-TYPE          PIC X.
           05  FILLER               PIC X(5).
           05  SQ-TEAM              PIC X.
           05  SQ-POP-TYPE          PIC 99.
           05  SQ-PICKED            PIC 9(5).
           05  SQ-RETURNED          PIC 9(5).
           05  FILLER               PIC X(6).

       01  STK-ORDER-REC REDEFINES STK-REC.
           05  SO-REC-TYPE          PIC X.
           05  SO-ORDER-NUM         PIC 9(5).
           05  SO-TEAM              PIC X.
           05  SO-POP-TYPE          PIC 99.
           05  SO-CASES             PIC 9(5).
           05  FILLER               PIC X(10).
           05  SO-STATUS            PIC X.

       FD NEW-STOCK-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS NEW-STK-REC.

       01  NEW-STK-REC              PIC X(25).

       FD STOCK-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS TRN-REC.

       01  TRN-REC.
           05  TR-CODE              PIC X.
           05  TR-DATE              PIC X(8).
           05  TR-POP-TYPE          PIC 99.
           05  TR-POP-TYPE-X REDEFINES TR-POP-TYPE
                                    PIC XX.
           05  TR-TEAM              PIC X.
           05  TR-CASES             PIC 9(5).
           05  TR-CASES-X REDEFINES TR-CASES
                                    PIC X(5).

      *    THE CBLANL05 VENDOR ORDER, ONE RECORD PER POP TYPE AND THE
      *    COUNT-AND-HASH TRAILER.
       FD VENDOR-ORDER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS VENDOR-ORDER-REC.

       01  VENDOR-ORDER-REC.
           05  VO-POP-NAME          PIC X(16).
           05  VO-CASES-SOLD        PIC 9(5).
           05  VO-PAD-PCT           PIC 99.
           05  VO-CASES-ORDER       PIC 9(5).
           05  FILLER               PIC X(52).

       FD PICK-LIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS PS-REC.

       01  PS-REC.
           05  FILLER               PIC X(66).
           05  PS-POP-TYPE          PIC 99.
           05  PS-NUM-CASES         PIC 99.
           05  PS-TEAM              PIC X.
           05  PS-ORDER-NUM         PIC 9(5).
           05  PS-DIVISION          PIC X.
           05  PS-SELLER-ID         PIC 9(5).
           05  PS-ORDER-DATE        PIC X(8).
           05  PS-KEYED-AMT         PIC X(7).

       FD DELIVERY-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS DLV-REC.

       01  DLV-REC.
           05  DV-ORDER-NUM         PIC 9(5).
           05  DV-DELIVER-DATE      PIC 9(8).
           05  DV-SHORT-CODE        PIC X.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-CASE-CAP        PIC 99.
           05  PARM-PAD-PCT         PIC 99.

       FD NEXT-PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS NEXT-PARM-REC.

       01  NEXT-PARM-REC.
           05  NP-CASE-CAP          PIC 99.
           05  NP-PAD-PCT           PIC 99.

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
           05  C-STK-STATUS     PIC XX         VALUE "00".
           05  C-TRN-STATUS     PIC XX         VALUE "00".
           05  C-VO-STATUS      PIC XX         VALUE "00".
           05  C-PICK-STATUS    PIC XX         VALUE "00".
           05  C-DLV-STATUS     PIC XX         VALUE "00".
           05  C-PARM-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-STOCK       PIC XXX        VALUE "YES".
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  MORE-VOS         PIC XXX        VALUE "YES".
           05  MORE-PICKS       PIC XXX        VALUE "YES".
           05  MORE-DLVS        PIC XXX        VALUE "YES".
           05  VO-TRAILER-SW    PIC XXX        VALUE "NO".
           05  VO-WARNING-SW    PIC XXX        VALUE "NO".
           05  C-CASE-CAP       PIC 99         VALUE 50.
           05  C-PAD-PCT        PIC 99         VALUE ZERO.
           05  C-NEXT-PAD       PIC 999        VALUE ZERO.
           05  C-ORD-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-ORD-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-TEAM-SUB       PIC 9          VALUE ZERO.
           05  C-POP-SUB        PIC 99         VALUE ZERO.
           05  C-NAME-SUB       PIC 9          VALUE ZERO.
           05  H-TEAM           PIC X          VALUE SPACE.
           05  H-ORDER-NUM      PIC 9(5)       VALUE ZERO.
           05  C-VO-CTR         PIC 9(5)       VALUE ZERO.
           05  C-VO-HASH        PIC 9(5)       VALUE ZERO.
           05  C-ON-HAND        PIC S9(6)      VALUE ZERO.
           05  C-OUT-ON-VAN     PIC S9(6)      VALUE ZERO.
           05  C-TO-PICK        PIC S9(6)      VALUE ZERO.
           05  C-USED-OVER      PIC S9(6)      VALUE ZERO.
           05  C-TRN-READ-CTR   PIC 9(5)       VALUE ZERO.
           05  C-RCPT-CTR       PIC 9(5)       VALUE ZERO.
           05  C-PICKUP-CTR     PIC 9(5)       VALUE ZERO.
           05  C-BACK-CTR       PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-NEW-ORD-CTR    PIC 9(5)       VALUE ZERO.
           05  C-DLV-CTR        PIC 9(5)       VALUE ZERO.
           05  GT-SOLD          PIC 9(7)       VALUE ZERO.
           05  GT-ORDERED       PIC 9(7)       VALUE ZERO.
           05  GT-RECEIVED      PIC 9(7)       VALUE ZERO.
           05  GT-PICKED        PIC 9(7)       VALUE ZERO.
           05  GT-RETURNED      PIC 9(7)       VALUE ZERO.
           05  GT-ON-HAND       PIC S9(7)      VALUE ZERO.
           05  GT-OUT-ON-VAN    PIC S9(7)      VALUE ZERO.
           05  GT-USED-OVER     PIC S9(7)      VALUE ZERO.
           05  TT-ALLOTTED      PIC 9(7)       VALUE ZERO.
           05  TT-PICKED        PIC 9(7)       VALUE ZERO.
           05  TT-DELIVERED     PIC 9(7)       VALUE ZERO.
           05  TT-RETURNED      PIC 9(7)       VALUE ZERO.
           05  TT-OUT-ON-VAN    PIC S9(7)      VALUE ZERO.
           05  TT-TO-PICK       PIC S9(7)      VALUE ZERO.

      *    THE POP TYPES IN ORDER OF THEIR CODES (01-06), NAMED AS
      *    CBLANL05 NAMES THEM ON THE VENDOR ORDER.
       01  POP-NAMES.
           05  FILLER           PIC X(16)   VALUE 'COKE'.
           05  FILLER           PIC X(16)   VALUE 'DIET COKE'.
           05  FILLER           PIC X(16)   VALUE 'MELLO YELLO'.
           05  FILLER           PIC X(16)   VALUE 'CHERRY COKE'.
           05  FILLER           PIC X(16)   VALUE 'DIET CHERRY COKE'.
           05  FILLER           PIC X(16)   VALUE 'SPRITE'.

       01  POP-NAME-TABLE REDEFINES POP-NAMES.
           05  PN-NAME          PIC X(16)   OCCURS 6 TIMES.

       01  TEAM-CODES           PIC X(5)    VALUE 'ABCDE'.
       01  TEAM-CODE-TABLE REDEFINES TEAM-CODES.
           05  TC-TEAM          PIC X       OCCURS 5 TIMES.

       01  POP-STOCK-TABLE.
           05  POP-STOCK-ENTRY OCCURS 6 TIMES.
               10  TS-SOLD          PIC 9(5).
               10  TS-ORDERED       PIC 9(5).
               10  TS-RECEIVED      PIC 9(5).
               10  TS-PICKED        PIC 9(5).
               10  TS-RETURNED      PIC 9(5).

      *    THE VENDOR ORDER IS HELD HERE UNTIL ITS TRAILER AGREES.
       01  VO-HOLD-TABLE.
           05  VO-HOLD-ENTRY OCCURS 6 TIMES.
               10  VH-SOLD          PIC 9(5).
               10  VH-ORDERED       PIC 9(5).
               10  VH-SEEN-SW       PIC X.

       01  TEAM-POP-TABLE.
           05  TEAM-ENTRY OCCURS 5 TIMES.
               10  TEAM-POP-ENTRY OCCURS 6 TIMES.
                   15  TP-ALLOTTED      PIC 9(5).
                   15  TP-PICKED        PIC 9(5).
                   15  TP-DELIVERED     PIC 9(5).
                   15  TP-RETURNED      PIC 9(5).

       01  ORDER-TABLE.
           05  ORDER-ENTRY OCCURS 5000 TIMES INDEXED BY ORD-IDX.
               10  TO-ORDER-NUM     PIC 9(5).
               10  TO-TEAM          PIC X.
               10  TO-POP-TYPE      PIC 99.
               10  TO-CASES         PIC 9(5).
               10  TO-STATUS        PIC X.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLSTK00'.
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
               'POP FUNDRAISER WAREHOUSE STOCK'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  STOCK-TITLE-LINE.
           05  FILLER           PIC X(132)  VALUE
               'ON HAND BY POP TYPE'.

       01  STOCK-HEADING-LINE.
           05  FILLER           PIC X(20)   VALUE 'POP TYPE'.
           05  FILLER           PIC X(10)   VALUE '      SOLD'.
           05  FILLER           PIC X(10)   VALUE '   ORDERED'.
           05  FILLER           PIC X(10)   VALUE '  RECEIVED'.
           05  FILLER           PIC X(11)   VALUE ' SHORT/OVER'.
           05  FILLER           PIC X(10)   VALUE '    PICKED'.
           05  FILLER           PIC X(10)   VALUE '  RETURNED'.
           05  FILLER           PIC X(10)   VALUE '   ON HAND'.
           05  FILLER           PIC X(41)   VALUE SPACES.

       01  STOCK-LINE.
           05  O-SK-POP         PIC X(16).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SK-SOLD        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SK-ORDERED     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SK-RECEIVED    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SK-SHORT-OVER  PIC ---,--9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SK-PICKED      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-SK-RETURNED    PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-SK-ON-HAND     PIC ---,--9.
           05  FILLER           PIC X(41)   VALUE SPACES.

       01  TEAM-TITLE-LINE.
           05  FILLER           PIC X(132)  VALUE
               'CASES PICKED BUT NOT DELIVERED BY TEAM'.

       01  TEAM-HEADING-LINE.
           05  FILLER           PIC X(24)   VALUE '  TEAM  POP TYPE'.
           05  FILLER           PIC X(10)   VALUE ' PICK LIST'.
           05  FILLER           PIC X(10)   VALUE '    PICKED'.
           05  FILLER           PIC X(10)   VALUE ' DELIVERED'.
           05  FILLER           PIC X(10)   VALUE '  RETURNED'.
           05  FILLER           PIC X(11)   VALUE ' OUT ON VAN'.
           05  FILLER           PIC X(11)   VALUE '    TO PICK'.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  TEAM-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-TEAM        PIC X.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TP-POP         PIC X(16).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-ALLOTTED    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-PICKED      PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-DELIVERED   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-RETURNED    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-OUT-ON-VAN  PIC ---,--9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TP-TO-PICK     PIC ---,--9.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  TEAM-TOTAL-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'TEAM '.
           05  O-TT-TEAM        PIC X.
           05  FILLER           PIC X(15)   VALUE ' TOTAL'.
           05  O-TT-ALLOTTED    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-TT-PICKED      PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-TT-DELIVERED   PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-TT-RETURNED    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-TT-OUT-ON-VAN  PIC --,---,--9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-TT-TO-PICK     PIC --,---,--9.
           05  FILLER           PIC X(46)   VALUE SPACES.

       01  LEFTOVER-TITLE-LINE.
           05  FILLER           PIC X(132)  VALUE
               'END-OF-SEASON LEFTOVER CASES'.

       01  LEFTOVER-HEADING-LINE.
           05  FILLER           PIC X(20)   VALUE 'POP TYPE'.
           05  FILLER           PIC X(10)   VALUE '      SOLD'.
           05  FILLER           PIC X(10)   VALUE '  RECEIVED'.
           05  FILLER           PIC X(10)   VALUE '  LEFTOVER'.
           05  FILLER           PIC X(12)   VALUE '  USED OVER'.
           05  FILLER           PIC X(12)   VALUE '  PAD NEEDED'.
           05  FILLER           PIC X(58)   VALUE SPACES.

       01  LEFTOVER-LINE.
           05  O-LF-POP         PIC X(16).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-LF-SOLD        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-LF-RECEIVED    PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-LF-LEFTOVER    PIC ---,--9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-LF-USED-OVER   PIC ---,--9.
           05  FILLER           PIC X(7)    VALUE SPACES.
           05  O-LF-PAD         PIC ZZ9.
           05  FILLER           PIC X(2)    VALUE ' %'.
           05  FILLER           PIC X(58)   VALUE SPACES.

       01  LEFTOVER-TOTAL-LINE.
           05  FILLER           PIC X(20)   VALUE 'ALL POP TYPES'.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-LT-SOLD        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-LT-RECEIVED    PIC Z,ZZZ,ZZ9.
           05  O-LT-LEFTOVER    PIC --,---,--9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LT-USED-OVER   PIC --,---,--9.
           05  FILLER           PIC X(7)    VALUE SPACES.
           05  O-LT-PAD         PIC ZZ9.
           05  FILLER           PIC X(2)    VALUE ' %'.
           05  FILLER           PIC X(58)   VALUE SPACES.

       01  VAN-NOTE-LINE.
           05  FILLER           PIC X(40)   VALUE
               'CASES STILL OUT ON THE VANS, NOT COUNTED'.
           05  FILLER           PIC X(16)   VALUE
               ' AS LEFTOVER:  '.
           05  O-VN-OUT-ON-VAN  PIC --,---,--9.
           05  FILLER           PIC X(66)   VALUE SPACES.

       01  NEXT-PAD-LINE.
           05  FILLER           PIC X(36)   VALUE
               'PAD PERCENT ON THIS SEASON''S CARD: '.
           05  O-NX-PAD-NOW     PIC Z9.
           05  FILLER           PIC X(6)    VALUE ' %    '.
           05  FILLER           PIC X(43)   VALUE
               'SUGGESTED FOR NEXT SEASON (ON POPPMNXT): '.
           05  O-NX-PAD-NEXT    PIC Z9.
           05  FILLER           PIC X(2)    VALUE ' %'.
           05  FILLER           PIC X(41)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(20)   VALUE
               'TRANSACTIONS READ: '.
           05  O-TRN-READ-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'RECEIPTS: '.
           05  O-RCPT-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'PICKUPS: '.
           05  O-PICKUP-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'BROUGHT BACK: '.
           05  O-BACK-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(23)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(28)   VALUE
               'ORDERS ADDED FROM PICK LIST:'.
           05  O-NEW-ORD-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(24)   VALUE
               'DELIVERIES NETTED IN: '.
           05  O-DLV-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(64)   VALUE SPACES.

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
           05  O-RECORD         PIC X(40).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(50).
           05  FILLER           PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLSTK00.
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
           PERFORM 1020-READ-PARM.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           INITIALIZE POP-STOCK-TABLE.
           INITIALIZE VO-HOLD-TABLE.
           INITIALIZE TEAM-POP-TABLE.
           PERFORM 1100-LOAD-MASTER.
           PERFORM 1200-LOAD-PICK-LIST.

      *    NOTHING IS POSTED UNLESS EVERY ORDER FIT - A SHORT TABLE
      *    WOULD REWRITE THE MASTER WITHOUT THE ORDERS LEFT OUT.
           IF C-LOST-CTR > ZERO
               MOVE "NO" TO MORE-TRANS
           ELSE
               PERFORM 1300-LOAD-VENDOR-ORDER
               PERFORM 1400-NET-DELIVERIES
               OPEN INPUT STOCK-TRANS
               IF C-TRN-STATUS = "00" OR "05"
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

      *    THE CBLANL05 PARM CARD, READ THE WAY CBLANL05 READS IT.
       1020-READ-PARM.
           MOVE 50 TO PARM-CASE-CAP.
           MOVE ZERO TO PARM-PAD-PCT.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE 50 TO PARM-CASE-CAP
                       MOVE ZERO TO PARM-PAD-PCT
               END-READ
               CLOSE PARM-CARD
           END-IF.
           IF PARM-CASE-CAP NUMERIC
              AND PARM-CASE-CAP > ZERO
               MOVE PARM-CASE-CAP TO C-CASE-CAP
           END-IF.
           IF PARM-PAD-PCT NUMERIC
               MOVE PARM-PAD-PCT TO C-PAD-PCT
           END-IF.

       1100-LOAD-MASTER.
           OPEN INPUT STOCK-MASTER.
           IF C-STK-STATUS = "00" OR "05"
               PERFORM 1110-READ-STOCK-REC
                   UNTIL MORE-STOCK = "NO"
               CLOSE STOCK-MASTER
           END-IF.

       1110-READ-STOCK-REC.
           READ STOCK-MASTER
               AT END
                   MOVE "NO" TO MORE-STOCK
           END-READ.
           IF MORE-STOCK = "YES"
               EVALUATE SK-REC-TYPE
                   WHEN 'S'
                       PERFORM 1120-LOAD-POP-REC
                   WHEN 'T'
                       PERFORM 1130-LOAD-TEAM-REC
                   WHEN 'O'
                       PERFORM 1140-LOAD-ORDER-REC
               END-EVALUATE
           END-IF.

       1120-LOAD-POP-REC.
           MOVE SP-POP-TYPE TO C-POP-SUB.
           MOVE SP-SOLD TO TS-SOLD (C-POP-SUB).
           MOVE SP-ORDERED TO TS-ORDERED (C-POP-SUB).
           MOVE SP-RECEIVED TO TS-RECEIVED (C-POP-SUB).

       1130-LOAD-TEAM-REC.
           MOVE SQ-TEAM TO H-TEAM.
           PERFORM 2650-TEAM-FIND.
           MOVE SQ-POP-TYPE TO C-POP-SUB.
           MOVE SQ-PICKED TO TP-PICKED (C-TEAM-SUB C-POP-SUB).
           MOVE SQ-RETURNED TO TP-RETURNED (C-TEAM-SUB C-POP-SUB).
           ADD SQ-PICKED TO TS-PICKED (C-POP-SUB).
           ADD SQ-RETURNED TO TS-RETURNED (C-POP-SUB).

      *    THE PICK-LIST CASES ARE THE TEAM'S ALLOTMENT; THOSE
      *    CONFIRMED DELIVERED ARE COUNTED OFF THE VAN.
       1140-LOAD-ORDER-REC.
           IF C-ORD-TBL-CTR < 5000
               ADD 1 TO C-ORD-TBL-CTR
               SET ORD-IDX TO C-ORD-TBL-CTR
               MOVE SO-ORDER-NUM TO TO-ORDER-NUM (ORD-IDX)
               MOVE SO-TEAM TO TO-TEAM (ORD-IDX)
               MOVE SO-POP-TYPE TO TO-POP-TYPE (ORD-IDX)
               MOVE SO-CASES TO TO-CASES (ORD-IDX)
               MOVE SO-STATUS TO TO-STATUS (ORD-IDX)
               MOVE SO-TEAM TO H-TEAM
               PERFORM 2650-TEAM-FIND
               MOVE SO-POP-TYPE TO C-POP-SUB
               ADD SO-CASES TO TP-ALLOTTED (C-TEAM-SUB C-POP-SUB)
               IF SO-STATUS = 'D'
                   ADD SO-CASES TO TP-DELIVERED (C-TEAM-SUB C-POP-SUB)
               END-IF
           ELSE
               ADD 1 TO C-LOST-CTR
           END-IF.

      *    AN ORDER NEW TO THE PICK LIST JOINS THE MASTER AS LISTED
      *    (STATUS L).  ONE ALREADY THERE IS LEFT AS IT STANDS.
       1200-LOAD-PICK-LIST.
           OPEN INPUT PICK-LIST.
           IF C-PICK-STATUS = "00" OR "05"
               PERFORM 1210-READ-PICK-REC
                   UNTIL MORE-PICKS = "NO"
               CLOSE PICK-LIST
           END-IF.

       1210-READ-PICK-REC.
           READ PICK-LIST
               AT END
                   MOVE "NO" TO MORE-PICKS
           END-READ.
           IF MORE-PICKS = "YES"
               MOVE PS-ORDER-NUM TO H-ORDER-NUM
               PERFORM 2600-ORDER-FIND
               IF C-ORD-FOUND-IDX = ZERO
                   PERFORM 1220-ADD-PICK-ORDER
               END-IF
           END-IF.

       1220-ADD-PICK-ORDER.
           MOVE PS-TEAM TO H-TEAM.
           PERFORM 2650-TEAM-FIND.
           IF C-TEAM-SUB = ZERO
              OR PS-POP-TYPE NOT NUMERIC
              OR PS-POP-TYPE < 1
              OR PS-POP-TYPE > 6
              OR PS-NUM-CASES NOT NUMERIC
               MOVE PS-REC TO O-RECORD
               MOVE 'PICK-LIST ORDER HAS A BAD TEAM, POP TYPE OR CASES.'
                   TO O-ERR-MSG
               PERFORM 2910-ERROR-PRT
           ELSE
               IF C-ORD-TBL-CTR < 5000
                   ADD 1 TO C-ORD-TBL-CTR
                   ADD 1 TO C-NEW-ORD-CTR
                   SET ORD-IDX TO C-ORD-TBL-CTR
                   MOVE PS-ORDER-NUM TO TO-ORDER-NUM (ORD-IDX)
                   MOVE PS-TEAM TO TO-TEAM (ORD-IDX)
                   MOVE PS-POP-TYPE TO TO-POP-TYPE (ORD-IDX)
                   MOVE PS-NUM-CASES TO TO-CASES (ORD-IDX)
                   MOVE 'L' TO TO-STATUS (ORD-IDX)
                   MOVE PS-POP-TYPE TO C-POP-SUB
                   ADD PS-NUM-CASES
                       TO TP-ALLOTTED (C-TEAM-SUB C-POP-SUB)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

      *    THE VENDOR ORDER REPLACES THE SOLD AND ORDERED FIGURES
      *    ONLY WHEN ITS TRAILER AGREES WITH THE RECORDS AHEAD OF IT;
      *    OTHERWISE THE LAST GOOD ORDER STANDS.
       1300-LOAD-VENDOR-ORDER.
           OPEN INPUT VENDOR-ORDER.
           IF C-VO-STATUS = "00" OR "05"
               PERFORM 1310-READ-VO-REC
                   UNTIL MORE-VOS = "NO"
               CLOSE VENDOR-ORDER
               IF VO-TRAILER-SW = "YES"
                   PERFORM 1330-TAKE-VENDOR-ORDER
                       VARYING C-POP-SUB FROM 1 BY 1
                           UNTIL C-POP-SUB > 6
               ELSE
                   MOVE SPACES TO O-RECORD
                   MOVE 'POPORDER TRAILER MISSING OR OUT OF BALANCE.'
                       TO O-ERR-MSG
                   PERFORM 2910-ERROR-PRT
                   MOVE "YES" TO VO-WARNING-SW
               END-IF
           END-IF.

       1310-READ-VO-REC.
           READ VENDOR-ORDER
               AT END
                   MOVE "NO" TO MORE-VOS
           END-READ.
           IF MORE-VOS = "YES"
               IF VO-POP-NAME = '**TRAILER**'
                   IF VO-CASES-SOLD = C-VO-CTR
                      AND VO-CASES-ORDER = C-VO-HASH
                       MOVE "YES" TO VO-TRAILER-SW
                   END-IF
               ELSE
                   ADD 1 TO C-VO-CTR
                   ADD VO-CASES-ORDER TO C-VO-HASH
                   PERFORM 1320-HOLD-VO-REC
               END-IF
           END-IF.

       1320-HOLD-VO-REC.
           MOVE ZERO TO C-POP-SUB.
           PERFORM 1325-POP-NAME-SEARCH
               VARYING C-NAME-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > ZERO.
           IF C-POP-SUB > 6
               MOVE VENDOR-ORDER-REC TO O-RECORD
               MOVE 'POP TYPE ON THE VENDOR ORDER IS NOT KNOWN.'
                   TO O-ERR-MSG
               PERFORM 2910-ERROR-PRT
           ELSE
               MOVE VO-CASES-SOLD TO VH-SOLD (C-POP-SUB)
               MOVE VO-CASES-ORDER TO VH-ORDERED (C-POP-SUB)
               MOVE 'Y' TO VH-SEEN-SW (C-POP-SUB)
           END-IF.

      *    RUNNING OFF THE END OF THE NAMES LEAVES C-POP-SUB AT 7.
       1325-POP-NAME-SEARCH.
           IF C-NAME-SUB > 6
               MOVE 7 TO C-POP-SUB
           ELSE
               IF PN-NAME (C-NAME-SUB) = VO-POP-NAME
                   MOVE C-NAME-SUB TO C-POP-SUB
               END-IF
           END-IF.

       1330-TAKE-VENDOR-ORDER.
           IF VH-SEEN-SW (C-POP-SUB) = 'Y'
               MOVE VH-SOLD (C-POP-SUB) TO TS-SOLD (C-POP-SUB)
               MOVE VH-ORDERED (C-POP-SUB) TO TS-ORDERED (C-POP-SUB)
           END-IF.

      *    A CONFIRMATION WITH A BLANK SHORT CODE IS DELIVERED IN
      *    FULL.  A SHORT OR REFUSED ORDER IS MARKED BUT ITS CASES
      *    STAY ON THE VAN UNTIL THE TEAM BRINGS THEM BACK.
       1400-NET-DELIVERIES.
           OPEN INPUT DELIVERY-TRANS.
           IF C-DLV-STATUS = "00" OR "05"
               PERFORM 1410-READ-DLV-REC
                   UNTIL MORE-DLVS = "NO"
               CLOSE DELIVERY-TRANS
           END-IF.

       1410-READ-DLV-REC.
           READ DELIVERY-TRANS
               AT END
                   MOVE "NO" TO MORE-DLVS
           END-READ.
           IF MORE-DLVS = "YES"
               MOVE DV-ORDER-NUM TO H-ORDER-NUM
               PERFORM 2600-ORDER-FIND
               IF C-ORD-FOUND-IDX = ZERO
                   MOVE DLV-REC TO O-RECORD
                   MOVE 'DELIVERY FOR AN ORDER NOT ON THE PICK LIST.'
                       TO O-ERR-MSG
                   PERFORM 2910-ERROR-PRT
               ELSE
                   SET ORD-IDX TO C-ORD-FOUND-IDX
                   IF TO-STATUS (ORD-IDX) NOT = 'D'
                       PERFORM 1420-APPLY-DLV
                   END-IF
               END-IF
           END-IF.

       1420-APPLY-DLV.
           EVALUATE DV-SHORT-CODE
               WHEN 'S'
                   MOVE 'S' TO TO-STATUS (ORD-IDX)
               WHEN 'R'
                   MOVE 'R' TO TO-STATUS (ORD-IDX)
               WHEN OTHER
                   MOVE 'D' TO TO-STATUS (ORD-IDX)
                   ADD 1 TO C-DLV-CTR
                   MOVE TO-TEAM (ORD-IDX) TO H-TEAM
                   PERFORM 2650-TEAM-FIND
                   MOVE TO-POP-TYPE (ORD-IDX) TO C-POP-SUB
                   ADD TO-CASES (ORD-IDX)
                       TO TP-DELIVERED (C-TEAM-SUB C-POP-SUB)
           END-EVALUATE.


       2000-MAINLINE.
           ADD 1 TO C-TRN-READ-CTR.
           PERFORM 2100-EDIT-TRAN
               THRU 2100-EXIT.
           PERFORM 9000-READ.

       2100-EDIT-TRAN.
           IF TR-CODE NOT = 'R' AND TR-CODE NOT = 'P'
              AND TR-CODE NOT = 'B'
               MOVE 'TRANSACTION CODE MUST BE R, P OR B.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE TR-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'TRANSACTION DATE IS NOT VALID OR IS IN THE FUTURE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF TR-POP-TYPE-X NOT NUMERIC
              OR TR-POP-TYPE < 1
              OR TR-POP-TYPE > 6
               MOVE 'POP TYPE MUST BE 01 THROUGH 06.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF TR-CASES-X NOT NUMERIC
              OR TR-CASES = ZERO
               MOVE 'CASES MUST BE NUMERIC AND NOT ZERO.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE TR-POP-TYPE TO C-POP-SUB.
           IF TR-CODE = 'R'
               PERFORM 2200-RECEIPT
               GO TO 2100-EXIT
           END-IF.

           MOVE TR-TEAM TO H-TEAM.
           PERFORM 2650-TEAM-FIND.
           IF C-TEAM-SUB = ZERO
               MOVE 'TEAM MUST BE A THROUGH E.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF TR-CODE = 'P'
               PERFORM 2300-PICKUP THRU 2300-EXIT
           ELSE
               PERFORM 2400-BROUGHT-BACK THRU 2400-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-RECEIPT.
           ADD TR-CASES TO TS-RECEIVED (C-POP-SUB).
           ADD 1 TO C-RCPT-CTR.

      *    A TEAM CANNOT TAKE WHAT IS NOT IN THE GARAGE, NOR MORE
      *    THAN ITS PICK LIST CALLS FOR.
       2300-PICKUP.
           COMPUTE C-ON-HAND = TS-RECEIVED (C-POP-SUB)
               - TS-PICKED (C-POP-SUB) + TS-RETURNED (C-POP-SUB).
           IF TR-CASES > C-ON-HAND
               MOVE 'NOT ENOUGH CASES ON HAND FOR THIS PICKUP.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           COMPUTE C-TO-PICK = TP-ALLOTTED (C-TEAM-SUB C-POP-SUB)
               - TP-PICKED (C-TEAM-SUB C-POP-SUB).
           IF TR-CASES > C-TO-PICK
               MOVE 'PICKUP IS MORE THAN IS LEFT ON THE TEAM PICK LIST.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2300-EXIT
           END-IF.
           ADD TR-CASES TO TP-PICKED (C-TEAM-SUB C-POP-SUB).
           ADD TR-CASES TO TS-PICKED (C-POP-SUB).
           ADD 1 TO C-PICKUP-CTR.

       2300-EXIT.
           EXIT.

      *    ONLY CASES THE TEAM STILL HAS OUT UNDELIVERED COME BACK.
       2400-BROUGHT-BACK.
           COMPUTE C-OUT-ON-VAN = TP-PICKED (C-TEAM-SUB C-POP-SUB)
               - TP-DELIVERED (C-TEAM-SUB C-POP-SUB)
               - TP-RETURNED (C-TEAM-SUB C-POP-SUB).
           IF TR-CASES > C-OUT-ON-VAN
               MOVE 'MORE CASES BROUGHT BACK THAN THE TEAM HAS OUT.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           ADD TR-CASES TO TP-RETURNED (C-TEAM-SUB C-POP-SUB).
           ADD TR-CASES TO TS-RETURNED (C-POP-SUB).
           ADD 1 TO C-BACK-CTR.

       2400-EXIT.
           EXIT.

       2600-ORDER-FIND.
           MOVE ZERO TO C-ORD-FOUND-IDX.
           PERFORM 2610-ORDER-SEARCH
               VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > C-ORD-TBL-CTR
                      OR C-ORD-FOUND-IDX > ZERO.

       2610-ORDER-SEARCH.
           IF TO-ORDER-NUM (ORD-IDX) = H-ORDER-NUM
               SET C-ORD-FOUND-IDX TO ORD-IDX
           END-IF.

       2650-TEAM-FIND.
           MOVE ZERO TO C-TEAM-SUB.
           IF H-TEAM = 'A'
               MOVE 1 TO C-TEAM-SUB
           END-IF.
           IF H-TEAM = 'B'
               MOVE 2 TO C-TEAM-SUB
           END-IF.
           IF H-TEAM = 'C'
               MOVE 3 TO C-TEAM-SUB
           END-IF.
           IF H-TEAM = 'D'
               MOVE 4 TO C-TEAM-SUB
           END-IF.
           IF H-TEAM = 'E'
               MOVE 5 TO C-TEAM-SUB
           END-IF.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE TRN-REC TO O-RECORD.
           PERFORM 2910-ERROR-PRT.

       2910-ERROR-PRT.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           IF C-LOST-CTR = ZERO
               CLOSE STOCK-TRANS
               PERFORM 3100-STOCK-REPORT
               PERFORM 3200-TEAM-REPORT
               PERFORM 3300-LEFTOVER-REPORT
               PERFORM 3400-WRITE-MASTER
               PERFORM 3500-WRITE-NEXT-PARM
           END-IF.

           MOVE C-TRN-READ-CTR TO O-TRN-READ-CTR.
           MOVE C-RCPT-CTR TO O-RCPT-CTR.
           MOVE C-PICKUP-CTR TO O-PICKUP-CTR.
           MOVE C-BACK-CTR TO O-BACK-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-NEW-ORD-CTR TO O-NEW-ORD-CTR.
           MOVE C-DLV-CTR TO O-DLV-CTR.
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
           MOVE C-TRN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-LOST-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF VO-WARNING-SW = "YES"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3100-STOCK-REPORT.
           WRITE PRTLINE
               FROM STOCK-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM STOCK-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           PERFORM 3110-STOCK-LINE
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.

       3110-STOCK-LINE.
           COMPUTE C-ON-HAND = TS-RECEIVED (C-POP-SUB)
               - TS-PICKED (C-POP-SUB) + TS-RETURNED (C-POP-SUB).
           MOVE PN-NAME (C-POP-SUB) TO O-SK-POP.
           MOVE TS-SOLD (C-POP-SUB) TO O-SK-SOLD.
           MOVE TS-ORDERED (C-POP-SUB) TO O-SK-ORDERED.
           MOVE TS-RECEIVED (C-POP-SUB) TO O-SK-RECEIVED.
           COMPUTE O-SK-SHORT-OVER = TS-RECEIVED (C-POP-SUB)
               - TS-ORDERED (C-POP-SUB).
           MOVE TS-PICKED (C-POP-SUB) TO O-SK-PICKED.
           MOVE TS-RETURNED (C-POP-SUB) TO O-SK-RETURNED.
           MOVE C-ON-HAND TO O-SK-ON-HAND.
           WRITE PRTLINE
               FROM STOCK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           ADD TS-SOLD (C-POP-SUB) TO GT-SOLD.
           ADD TS-ORDERED (C-POP-SUB) TO GT-ORDERED.
           ADD TS-RECEIVED (C-POP-SUB) TO GT-RECEIVED.
           ADD TS-PICKED (C-POP-SUB) TO GT-PICKED.
           ADD TS-RETURNED (C-POP-SUB) TO GT-RETURNED.
           ADD C-ON-HAND TO GT-ON-HAND.

       3200-TEAM-REPORT.
           WRITE PRTLINE
               FROM TEAM-TITLE-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM TEAM-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           PERFORM 3210-TEAM
               VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > 5.

       3210-TEAM.
           MOVE ZERO TO TT-ALLOTTED.
           MOVE ZERO TO TT-PICKED.
           MOVE ZERO TO TT-DELIVERED.
           MOVE ZERO TO TT-RETURNED.
           MOVE ZERO TO TT-OUT-ON-VAN.
           MOVE ZERO TO TT-TO-PICK.
           PERFORM 3220-TEAM-POP-LINE
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.
           IF TT-ALLOTTED > ZERO
              OR TT-PICKED > ZERO
              OR TT-DELIVERED > ZERO
               MOVE TC-TEAM (C-TEAM-SUB) TO O-TT-TEAM
               MOVE TT-ALLOTTED TO O-TT-ALLOTTED
               MOVE TT-PICKED TO O-TT-PICKED
               MOVE TT-DELIVERED TO O-TT-DELIVERED
               MOVE TT-RETURNED TO O-TT-RETURNED
               MOVE TT-OUT-ON-VAN TO O-TT-OUT-ON-VAN
               MOVE TT-TO-PICK TO O-TT-TO-PICK
               WRITE PRTLINE
                   FROM TEAM-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
               WRITE PRTLINE
                   FROM SPACES
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

      *    OUT ON THE VAN: PICKED UP, NOT CONFIRMED DELIVERED AND NOT
      *    BROUGHT BACK.  TO PICK: LEFT ON THE PICK LIST.
       3220-TEAM-POP-LINE.
           IF TP-ALLOTTED (C-TEAM-SUB C-POP-SUB) > ZERO
              OR TP-PICKED (C-TEAM-SUB C-POP-SUB) > ZERO
              OR TP-DELIVERED (C-TEAM-SUB C-POP-SUB) > ZERO
               COMPUTE C-OUT-ON-VAN = TP-PICKED (C-TEAM-SUB C-POP-SUB)
                   - TP-DELIVERED (C-TEAM-SUB C-POP-SUB)
                   - TP-RETURNED (C-TEAM-SUB C-POP-SUB)
               COMPUTE C-TO-PICK = TP-ALLOTTED (C-TEAM-SUB C-POP-SUB)
                   - TP-PICKED (C-TEAM-SUB C-POP-SUB)
               MOVE TC-TEAM (C-TEAM-SUB) TO O-TP-TEAM
               MOVE PN-NAME (C-POP-SUB) TO O-TP-POP
               MOVE TP-ALLOTTED (C-TEAM-SUB C-POP-SUB) TO O-TP-ALLOTTED
               MOVE TP-PICKED (C-TEAM-SUB C-POP-SUB) TO O-TP-PICKED
               MOVE TP-DELIVERED (C-TEAM-SUB C-POP-SUB)
                   TO O-TP-DELIVERED
               MOVE TP-RETURNED (C-TEAM-SUB C-POP-SUB) TO O-TP-RETURNED
               MOVE C-OUT-ON-VAN TO O-TP-OUT-ON-VAN
               MOVE C-TO-PICK TO O-TP-TO-PICK
               WRITE PRTLINE
                   FROM TEAM-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
               ADD TP-ALLOTTED (C-TEAM-SUB C-POP-SUB) TO TT-ALLOTTED
               ADD TP-PICKED (C-TEAM-SUB C-POP-SUB) TO TT-PICKED
               ADD TP-DELIVERED (C-TEAM-SUB C-POP-SUB) TO TT-DELIVERED
               ADD TP-RETURNED (C-TEAM-SUB C-POP-SUB) TO TT-RETURNED
               ADD C-OUT-ON-VAN TO TT-OUT-ON-VAN
               ADD C-TO-PICK TO TT-TO-PICK
               ADD C-OUT-ON-VAN TO GT-OUT-ON-VAN
           END-IF.

      *    THE LEFTOVER IS WHAT IS STILL IN THE GARAGE.  WHAT WAS
      *    USED BEYOND THE CASES SOLD (BREAKAGE, LATE ORDERS) IS THE
      *    PAD THE SEASON ACTUALLY NEEDED, ROUNDED UP TO A WHOLE
      *    PERCENT OF CASES SOLD.
       3300-LEFTOVER-REPORT.
           WRITE PRTLINE
               FROM LEFTOVER-TITLE-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE PRTLINE
               FROM LEFTOVER-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           PERFORM 3310-LEFTOVER-LINE
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.

           COMPUTE GT-USED-OVER = GT-RECEIVED - GT-ON-HAND - GT-SOLD.
           MOVE GT-USED-OVER TO C-USED-OVER.
           MOVE GT-SOLD TO O-LT-SOLD.
           MOVE GT-RECEIVED TO O-LT-RECEIVED.
           MOVE GT-ON-HAND TO O-LT-LEFTOVER.
           MOVE GT-USED-OVER TO O-LT-USED-OVER.
           MOVE ZERO TO C-NEXT-PAD.
           IF GT-SOLD > ZERO
              AND GT-USED-OVER > ZERO
               COMPUTE C-NEXT-PAD =
                   (GT-USED-OVER * 100 + GT-SOLD - 1) / GT-SOLD
           END-IF.
           IF C-NEXT-PAD > 99
               MOVE 99 TO C-NEXT-PAD
           END-IF.
           MOVE C-NEXT-PAD TO O-LT-PAD.
           WRITE PRTLINE
               FROM LEFTOVER-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE GT-OUT-ON-VAN TO O-VN-OUT-ON-VAN.
           WRITE PRTLINE
               FROM VAN-NOTE-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE C-PAD-PCT TO O-NX-PAD-NOW.
           MOVE C-NEXT-PAD TO O-NX-PAD-NEXT.
           WRITE PRTLINE
               FROM NEXT-PAD-LINE
                   AFTER ADVANCING 1 LINE.

       3310-LEFTOVER-LINE.
           COMPUTE C-ON-HAND = TS-RECEIVED (C-POP-SUB)
               - TS-PICKED (C-POP-SUB) + TS-RETURNED (C-POP-SUB).
           COMPUTE C-USED-OVER = TS-RECEIVED (C-POP-SUB)
               - C-ON-HAND - TS-SOLD (C-POP-SUB).
           MOVE PN-NAME (C-POP-SUB) TO O-LF-POP.
           MOVE TS-SOLD (C-POP-SUB) TO O-LF-SOLD.
           MOVE TS-RECEIVED (C-POP-SUB) TO O-LF-RECEIVED.
           MOVE C-ON-HAND TO O-LF-LEFTOVER.
           MOVE C-USED-OVER TO O-LF-USED-OVER.
           MOVE ZERO TO C-NEXT-PAD.
           IF TS-SOLD (C-POP-SUB) > ZERO
              AND C-USED-OVER > ZERO
               COMPUTE C-NEXT-PAD = (C-USED-OVER * 100
                   + TS-SOLD (C-POP-SUB) - 1) / TS-SOLD (C-POP-SUB)
           END-IF.
           MOVE C-NEXT-PAD TO O-LF-PAD.
           WRITE PRTLINE
               FROM LEFTOVER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

      *    THE MASTER GOES TO A NEW GENERATION FOR THE JCL TO PUT
      *    BACK IN PLACE.
       3400-WRITE-MASTER.
           OPEN OUTPUT NEW-STOCK-MASTER.
           PERFORM 3410-WRITE-POP-REC
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.
           PERFORM 3420-WRITE-TEAM-RECS
               VARYING C-TEAM-SUB FROM 1 BY 1
                   UNTIL C-TEAM-SUB > 5.
           PERFORM 3440-WRITE-ORDER-REC
               VARYING ORD-IDX FROM 1 BY 1
                   UNTIL ORD-IDX > C-ORD-TBL-CTR.
           CLOSE NEW-STOCK-MASTER.

       3410-WRITE-POP-REC.
           MOVE SPACES TO STK-REC.
           MOVE 'S' TO SP-REC-TYPE.
           MOVE C-POP-SUB TO SP-POP-TYPE.
           MOVE TS-SOLD (C-POP-SUB) TO SP-SOLD.
           MOVE TS-ORDERED (C-POP-SUB) TO SP-ORDERED.
           MOVE TS-RECEIVED (C-POP-SUB) TO SP-RECEIVED.
           WRITE NEW-STK-REC FROM STK-REC.

       3420-WRITE-TEAM-RECS.
           PERFORM 3430-WRITE-TEAM-REC
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.

       3430-WRITE-TEAM-REC.
           IF TP-PICKED (C-TEAM-SUB C-POP-SUB) > ZERO
              OR TP-RETURNED (C-TEAM-SUB C-POP-SUB) > ZERO
               MOVE SPACES TO STK-REC
               MOVE 'T' TO SQ-REC-TYPE
               MOVE TC-TEAM (C-TEAM-SUB) TO SQ-TEAM
               MOVE C-POP-SUB TO SQ-POP-TYPE
               MOVE TP-PICKED (C-TEAM-SUB C-POP-SUB) TO SQ-PICKED
               MOVE TP-RETURNED (C-TEAM-SUB C-POP-SUB) TO SQ-RETURNED
               WRITE NEW-STK-REC FROM STK-REC
           END-IF.

       3440-WRITE-ORDER-REC.
           MOVE SPACES TO STK-REC.
           MOVE 'O' TO SO-REC-TYPE.
           MOVE TO-ORDER-NUM (ORD-IDX) TO SO-ORDER-NUM.
           MOVE TO-TEAM (ORD-IDX) TO SO-TEAM.
           MOVE TO-POP-TYPE (ORD-IDX) TO SO-POP-TYPE.
           MOVE TO-CASES (ORD-IDX) TO SO-CASES.
           MOVE TO-STATUS (ORD-IDX) TO SO-STATUS.
           WRITE NEW-STK-REC FROM STK-REC.

      *    NEXT SEASON'S CBLANL05 PARM CARD: TODAY'S CASE CAP AND
      *    THE PAD THIS SEASON'S LEFTOVERS SUGGEST.
       3500-WRITE-NEXT-PARM.
           OPEN OUTPUT NEXT-PARM-CARD.
           MOVE C-CASE-CAP TO NP-CASE-CAP.
           MOVE C-NEXT-PAD TO NP-PAD-PCT.
           WRITE NEXT-PARM-REC.
           CLOSE NEXT-PARM-CARD.


       9000-READ.
           READ STOCK-TRANS
               AT END
                   MOVE "NO" TO MORE-TRANS.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

       9200-ERR-HEADING.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-PCTR.
           WRITE PRTLINE-ERR
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE-ERR
               FROM ERROR-TITLE
                   AFTER ADVANCING 1 LINE.
