       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLCRP00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * YEAR-END CERTIFICATES OF RENT PAID.                         *
      * CALLED BY THE CBLCLS00 YEAR-END CLOSE BEFORE YTDRENT IS     *
      * ZEROED.  THE TAX YEAR IS THE BUSINESS-DATE YEAR WHEN THE    *
      * CLOSE RUNS IN DECEMBER, OTHERWISE THE YEAR BEFORE.  RENT    *
      * PAID IS THE AMOUNT POSTED AS PAID AGAINST EACH RECEIVABLE   *
      * ITEM ON RENTRECV BILLED IN THE TAX YEAR, SUMMED BY          *
      * BUILDING/UNIT.  WHEN THE TENANT ON TENMAST STARTED THE      *
      * LEASE DURING THE YEAR, ITEMS BILLED BEFORE THE LEASE MONTH  *
      * BELONG TO THE FORMER OCCUPANT AND THE LEASE MONTH ITSELF IS *
      * SPLIT BY DAYS.  ONE CERTIFICATE PAGE PER RENTER GOES TO     *
      * CRPCERT WITH THE LANDLORD FROM THE OWNER MASTER (OWNRMST,   *
      * THROUGH THE BUILDING-TO-OWNER MAP BLDGOWN); THE STATE       *
      * FILING EXTRACT (CRPXTR) CARRIES A HEADER, ONE RECORD PER    *
      * CERTIFICATE AND A TRAILER WITH THE RECORD COUNT AND RENT    *
      * TOTAL.  THE REGISTER (CRPRPT) LISTS EVERY CERTIFICATE AND   *
      * TIES THE YEAR'S BILLINGS BACK TO THE YTDRENT ROLL.          *
      * RETURN CODE 4 MEANS SOME CERTIFICATES NEED A NAME OR A      *
      * LANDLORD FILLED IN BY HAND - THEY ARE FLAGGED ON THE        *
      * REGISTER.                                                   *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL YTD-MASTER
               ASSIGN TO YTDRENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-YTD-STATUS.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO RENTRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RECV-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TENANT-STATUS.

           SELECT OPTIONAL OWNER-MASTER
               ASSIGN TO OWNRMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-OWNER-STATUS.

           SELECT OPTIONAL BLDG-OWNER-MAP
               ASSIGN TO BLDGOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-MAP-STATUS.

           SELECT CRP-EXTRACT
               ASSIGN TO CRPXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CERT-PRTOUT
               ASSIGN TO CRPCERT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO CRPRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD YTD-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS YTD-REC.

       01  YTD-REC.
           05  YTD-RENT-DUE         PIC 9(7)V99.
           05  YTD-RUN-DATE         PIC 9(8).

       FD RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RECV-REC.

       01  RECV-REC.
           05  RV-BLD-CODE          PIC XX.
           05  RV-UNIT              PIC 99.
           05  RV-BILL-DATE         PIC 9(8).
           05  RV-BILL-DATE-R REDEFINES RV-BILL-DATE.
               10  RV-BILL-YEAR     PIC 9(4).
               10  RV-BILL-MONTH    PIC 99.
               10  RV-BILL-DAY      PIC 99.
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

       FD OWNER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS OWNER-REC.

       01  OWNER-REC.
           05  OW-CODE              PIC X(3).
           05  OW-NAME              PIC X(25).
           05  OW-ADDRESS           PIC X(25).
           05  OW-CITY              PIC X(15).
           05  OW-STATE             PIC XX.
           05  OW-ZIP               PIC X(9).
           05  OW-FEE-PCT           PIC 99V99.

       FD BLDG-OWNER-MAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS MAP-REC.

       01  MAP-REC.
           05  BO-BLD-CODE          PIC XX.
           05  BO-OWNER             PIC X(3).

      *    STATE FILING EXTRACT - HEADER (H), ONE DETAIL (D) PER
      *    CERTIFICATE, TRAILER (T).  CX-NAME-FLAG IS N WHEN THE
      *    RENTER'S NAME IS NOT ON FILE AND WAS FILLED IN BY HAND.
       FD CRP-EXTRACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS CX-REC.

       01  CX-REC.
           05  CX-REC-TYPE          PIC X.
           05  CX-TAX-YEAR          PIC 9(4).
           05  CX-BLD-CODE          PIC XX.
           05  CX-UNIT              PIC 99.
           05  CX-RENTER-NAME       PIC X(20).
           05  CX-FROM-DATE         PIC 9(8).
           05  CX-TO-DATE           PIC 9(8).
           05  CX-RENT-PAID         PIC 9(7)V99.
           05  CX-LANDLORD-NAME     PIC X(25).
           05  CX-LANDLORD-ADDR     PIC X(25).
           05  CX-LANDLORD-CITY     PIC X(15).
           05  CX-LANDLORD-STATE    PIC XX.
           05  CX-LANDLORD-ZIP      PIC X(9).
           05  CX-NAME-FLAG         PIC X.
           05  FILLER               PIC X(9).

       01  CX-HEADER REDEFINES CX-REC.
           05  CH-REC-TYPE          PIC X.
           05  CH-TAX-YEAR          PIC 9(4).
           05  CH-CREATE-DATE       PIC 9(8).
           05  CH-FILER             PIC X(30).
           05  FILLER               PIC X(97).

       01  CX-TRAILER REDEFINES CX-REC.
           05  CT-REC-TYPE          PIC X.
           05  CT-TAX-YEAR          PIC 9(4).
           05  CT-REC-CTR           PIC 9(6).
           05  CT-RENT-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(116).

       FD CERT-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CERT-LINE.

       01  CERT-LINE                PIC X(132).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-YTD-STATUS     PIC XX         VALUE "00".
           05  C-RECV-STATUS    PIC XX         VALUE "00".
           05  C-TENANT-STATUS  PIC XX         VALUE "00".
           05  C-OWNER-STATUS   PIC XX         VALUE "00".
           05  C-MAP-STATUS     PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-RECV        PIC XXX        VALUE "YES".
           05  MORE-TENANTS     PIC XXX        VALUE "YES".
           05  MORE-OWNERS      PIC XXX        VALUE "YES".
           05  MORE-MAPS        PIC XXX        VALUE "YES".
           05  C-TAX-YEAR       PIC 9(4)       VALUE ZERO.
           05  C-YEAR-START     PIC 9(8)       VALUE ZERO.
           05  C-YEAR-END       PIC 9(8)       VALUE ZERO.
           05  C-TEN-TBL-CTR    PIC 999        VALUE ZERO.
           05  C-TEN-FOUND-IDX  PIC 999        VALUE ZERO.
           05  C-OWN-TBL-CTR    PIC 99         VALUE ZERO.
           05  C-OWN-FOUND-IDX  PIC 99         VALUE ZERO.
           05  C-MAP-TBL-CTR    PIC 99         VALUE ZERO.
           05  C-UNIT-TBL-CTR   PIC 999        VALUE ZERO.
           05  C-UNIT-FOUND-IDX PIC 999        VALUE ZERO.
           05  C-UNIT-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-RANK-PASS      PIC 999        VALUE ZERO.
           05  C-RANK-LIMIT     PIC 999        VALUE ZERO.
           05  C-START-MONTH    PIC 9(6)       VALUE ZERO.
           05  C-BILL-MONTH     PIC 9(6)       VALUE ZERO.
           05  C-MONTH-DAYS     PIC 99         VALUE ZERO.
           05  C-OCC-DAYS       PIC 99         VALUE ZERO.
           05  C-WORK-INT       PIC 9(7)       VALUE ZERO.
           05  C-CUR-SHARE      PIC 9(7)V99    VALUE ZERO.
           05  C-END-YTD        PIC 9(7)V99    VALUE ZERO.
           05  C-YEAR-BILLED    PIC 9(9)V99    VALUE ZERO.
           05  C-YTD-DIFF       PIC S9(9)V99   VALUE ZERO.
           05  C-CERT-CTR       PIC 9(5)       VALUE ZERO.
           05  C-HAND-CTR       PIC 9(5)       VALUE ZERO.
           05  C-RENT-TOTAL     PIC 9(11)V99   VALUE ZERO.
           05  C-XTR-CTR        PIC 9(6)       VALUE ZERO.
           05  H-RENTER-NAME    PIC X(20)      VALUE SPACES.
           05  H-FROM-DATE      PIC 9(8)       VALUE ZERO.
           05  H-TO-DATE        PIC 9(8)       VALUE ZERO.
           05  H-RENT-PAID      PIC 9(7)V99    VALUE ZERO.
           05  H-NAME-FLAG      PIC X          VALUE SPACE.
           05  H-NOTE           PIC X(30)      VALUE SPACES.

       01  MONTH-START.
           05  MS-YEAR          PIC 9(4).
           05  MS-MONTH         PIC 99.
           05  MS-DAY           PIC 99.
       01  MONTH-START-N REDEFINES MONTH-START PIC 9(8).

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

       01  TENANT-TABLE.
           05  TENANT-ENTRY OCCURS 500 TIMES INDEXED BY TEN-IDX.
               10  TT-BLD-CODE      PIC XX.
               10  TT-UNIT          PIC 99.
               10  TT-NAME          PIC X(20).
               10  TT-LEASE-START   PIC 9(8).
               10  TT-LEASE-END     PIC 9(8).

       01  OWNER-TABLE.
           05  OWNER-ENTRY OCCURS 20 TIMES INDEXED BY OWN-IDX.
               10  TO-CODE          PIC X(3).
               10  TO-NAME          PIC X(25).
               10  TO-ADDRESS       PIC X(25).
               10  TO-CITY          PIC X(15).
               10  TO-STATE         PIC XX.
               10  TO-ZIP           PIC X(9).

       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 20 TIMES INDEXED BY MAP-IDX.
               10  TP-BLD-CODE      PIC XX.
               10  TP-OWNER         PIC X(3).

      *    RENT PAID FOR THE TAX YEAR BY UNIT - THE SHARE OF THE
      *    TENANT NOW ON TENMAST AND THE SHARE OF WHOEVER HAD THE
      *    UNIT BEFORE THAT LEASE STARTED.
       01  UNIT-TABLE.
           05  UNIT-ENTRY OCCURS 300 TIMES INDEXED BY UNIT-IDX.
               10  TU-KEY.
                   15  TU-BLD-CODE  PIC XX.
                   15  TU-UNIT      PIC 99.
               10  TU-CUR-PAID      PIC 9(7)V99.
               10  TU-PRIOR-PAID    PIC 9(7)V99.
               10  TU-TEN-SUB       PIC 999.

       01  UNIT-ENTRY-TEMP      PIC X(25).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLCRP00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.
       01 C-TODAY-DATE REDEFINES I-DATE    PIC 9(8).

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'CERTIFICATES OF RENT PAID REGISTER'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER           PIC X(6)    VALUE 'BLDG'.
           05  FILLER           PIC X(6)    VALUE 'UNIT'.
           05  FILLER           PIC X(23)   VALUE 'RENTER'.
           05  FILLER           PIC X(13)   VALUE 'FROM'.
           05  FILLER           PIC X(13)   VALUE 'TO'.
           05  FILLER           PIC X(16)   VALUE '     RENT PAID'.
           05  FILLER           PIC X(28)   VALUE 'LANDLORD'.
           05  FILLER           PIC X(27)   VALUE 'NOTE'.

       01  REGISTER-LINE.
           05  O-BLD-CODE       PIC XX.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-UNIT           PIC 99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-RENTER-NAME    PIC X(20).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-FROM-DATE      PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-TO-DATE        PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-RENT-PAID      PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-LANDLORD       PIC X(25).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-NOTE           PIC X(27).

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(10)   VALUE 'TAX YEAR: '.
           05  O-TAX-YEAR       PIC 9(4).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'CERTIFICATES: '.
           05  O-CERT-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(17)   VALUE 'TOTAL RENT PAID: '.
           05  O-RENT-TOTAL     PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(24)   VALUE
               'TO BE COMPLETED BY HAND:'.
           05  O-HAND-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(25)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(27)   VALUE
               'YEAR BILLED ON RENTRECV:   '.
           05  O-YEAR-BILLED    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(19)   VALUE 'YTD RENT (YTDRENT):'.
           05  O-END-YTD        PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'DIFFERENCE: '.
           05  O-YTD-DIFF       PIC $$$,$$$,$$9.99-.
           05  FILLER           PIC X(23)   VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER           PIC X(39)   VALUE
               'EXTRACT RECORDS WRITTEN (WITH H AND T):'.
           05  O-XTR-CTR        PIC ZZZ,ZZ9.
           05  FILLER           PIC X(86)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(41)   VALUE
               '** UNIT TABLE FULL - UNITS NOT CERTIFIED:'.
           05  O-UNIT-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(82)   VALUE SPACES.

      *            CERTIFICATE PAGE    ========>>
       01  CERT-TITLE-LINE.
           05  FILLER           PIC X(38)   VALUE SPACES.
           05  FILLER           PIC X(33)   VALUE "LINDQUIST'S RENTALS".
           05  FILLER           PIC X(61)   VALUE SPACES.

       01  CERT-HEAD-LINE.
           05  FILLER           PIC X(30)   VALUE
               'CERTIFICATE OF RENT PAID'.
           05  FILLER           PIC X(10)   VALUE 'TAX YEAR: '.
           05  O-CH-TAX-YEAR    PIC 9(4).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'CERTIFICATE: '.
           05  O-CH-CERT-NO     PIC ZZZZ9.
           05  FILLER           PIC X(64)   VALUE SPACES.

       01  CERT-LANDLORD-LINE.
           05  FILLER           PIC X(18)   VALUE 'LANDLORD:'.
           05  O-CL-NAME        PIC X(25).
           05  FILLER           PIC X(89)   VALUE SPACES.

       01  CERT-ADDR-LINE.
           05  FILLER           PIC X(18)   VALUE SPACES.
           05  O-CA-ADDRESS     PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-CA-CITY        PIC X(15).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-CA-STATE       PIC XX.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-CA-ZIP         PIC X(9).
           05  FILLER           PIC X(59)   VALUE SPACES.

       01  CERT-RENTER-LINE.
           05  FILLER           PIC X(18)   VALUE 'RENTER:'.
           05  O-CR-NAME        PIC X(20).
           05  FILLER           PIC X(94)   VALUE SPACES.

       01  CERT-UNIT-LINE.
           05  FILLER           PIC X(18)   VALUE 'RENTAL UNIT:'.
           05  FILLER           PIC X(9)    VALUE 'BUILDING '.
           05  O-CU-BLD-CODE    PIC XX.
           05  FILLER           PIC X(6)    VALUE ' UNIT '.
           05  O-CU-UNIT        PIC 99.
           05  FILLER           PIC X(95)   VALUE SPACES.

       01  CERT-PERIOD-LINE.
           05  FILLER           PIC X(18)   VALUE 'RENTAL PERIOD:'.
           05  O-CP-FROM        PIC X(10).
           05  FILLER           PIC X(4)    VALUE ' TO '.
           05  O-CP-TO          PIC X(10).
           05  FILLER           PIC X(90)   VALUE SPACES.

       01  CERT-RENT-LINE.
           05  FILLER           PIC X(18)   VALUE 'RENT PAID:'.
           05  O-CP-RENT        PIC $$,$$$,$$9.99.
           05  FILLER           PIC X(101)  VALUE SPACES.

       01  CERT-HAND-LINE.
           05  FILLER           PIC X(18)   VALUE SPACES.
           05  O-CH-NOTE        PIC X(60).
           05  FILLER           PIC X(54)   VALUE SPACES.

       01  CERT-SIGN-LINE.
           05  FILLER           PIC X(18)   VALUE 'LANDLORD SIGNS:'.
           05  FILLER           PIC X(35)   VALUE ALL '_'.
           05  FILLER           PIC X(8)    VALUE '  DATE: '.
           05  FILLER           PIC X(12)   VALUE ALL '_'.
           05  FILLER           PIC X(59)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLCRP00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-CERTIFY-UNIT
               VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > C-UNIT-TBL-CTR.
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
           IF I-MONTH = 12
               MOVE I-YEAR TO C-TAX-YEAR
           ELSE
               COMPUTE C-TAX-YEAR = I-YEAR - 1
           END-IF.
           COMPUTE C-YEAR-START = C-TAX-YEAR * 10000 + 0101.
           COMPUTE C-YEAR-END = C-TAX-YEAR * 10000 + 1231.

           PERFORM 1100-LOAD-TENANTS.
           PERFORM 1200-LOAD-OWNERS.
           PERFORM 1300-LOAD-MAP.
           PERFORM 1400-READ-YTD.
           PERFORM 1500-ROLL-RECEIVABLES.
           IF C-UNIT-TBL-CTR > 1
               PERFORM 1600-RANK-PASS
                   VARYING C-RANK-PASS FROM 1 BY 1
                       UNTIL C-RANK-PASS > C-UNIT-TBL-CTR - 1
           END-IF.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT CERT-PRTOUT.
           OPEN OUTPUT CRP-EXTRACT.
           PERFORM 9100-HEADING.

           MOVE SPACES TO CX-HEADER.
           MOVE 'H' TO CH-REC-TYPE.
           MOVE C-TAX-YEAR TO CH-TAX-YEAR.
           MOVE C-TODAY-DATE TO CH-CREATE-DATE.
           MOVE "LINDQUIST'S RENTALS" TO CH-FILER.
           WRITE CX-REC.
           ADD 1 TO C-XTR-CTR.


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
                   MOVE TN-LEASE-START TO TT-LEASE-START (C-TEN-TBL-CTR)
                   MOVE TN-LEASE-END TO TT-LEASE-END (C-TEN-TBL-CTR)
           END-IF.

       1200-LOAD-OWNERS.
           OPEN INPUT OWNER-MASTER.
           IF C-OWNER-STATUS = "00" OR "05"
               PERFORM 1210-READ-OWNER-REC
                   UNTIL MORE-OWNERS = "NO"
               CLOSE OWNER-MASTER
           END-IF.

       1210-READ-OWNER-REC.
           READ OWNER-MASTER
               AT END
                   MOVE "NO" TO MORE-OWNERS
           END-READ.
           IF MORE-OWNERS = "YES"
               AND C-OWN-TBL-CTR < 20
                   ADD 1 TO C-OWN-TBL-CTR
                   MOVE OW-CODE TO TO-CODE (C-OWN-TBL-CTR)
                   MOVE OW-NAME TO TO-NAME (C-OWN-TBL-CTR)
                   MOVE OW-ADDRESS TO TO-ADDRESS (C-OWN-TBL-CTR)
                   MOVE OW-CITY TO TO-CITY (C-OWN-TBL-CTR)
                   MOVE OW-STATE TO TO-STATE (C-OWN-TBL-CTR)
                   MOVE OW-ZIP TO TO-ZIP (C-OWN-TBL-CTR)
           END-IF.

       1300-LOAD-MAP.
           OPEN INPUT BLDG-OWNER-MAP.
           IF C-MAP-STATUS = "00" OR "05"
               PERFORM 1310-READ-MAP-REC
                   UNTIL MORE-MAPS = "NO"
               CLOSE BLDG-OWNER-MAP
           END-IF.

       1310-READ-MAP-REC.
           READ BLDG-OWNER-MAP
               AT END
                   MOVE "NO" TO MORE-MAPS
           END-READ.
           IF MORE-MAPS = "YES"
               AND C-MAP-TBL-CTR < 20
                   ADD 1 TO C-MAP-TBL-CTR
                   MOVE BO-BLD-CODE TO TP-BLD-CODE (C-MAP-TBL-CTR)
                   MOVE BO-OWNER TO TP-OWNER (C-MAP-TBL-CTR)
           END-IF.

       1400-READ-YTD.
           OPEN INPUT YTD-MASTER.
           IF C-YTD-STATUS = "00" OR "05"
               READ YTD-MASTER
                   AT END
                       MOVE ZERO TO YTD-RENT-DUE
               END-READ
               MOVE YTD-RENT-DUE TO C-END-YTD
               CLOSE YTD-MASTER
           END-IF.

       1500-ROLL-RECEIVABLES.
           OPEN INPUT RECV-MASTER.
           IF C-RECV-STATUS = "00" OR "05"
               PERFORM 1510-ROLL-ONE-RECV
                   UNTIL MORE-RECV = "NO"
               CLOSE RECV-MASTER
           END-IF.

       1510-ROLL-ONE-RECV.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECV
           END-READ.
           IF MORE-RECV = "YES"
              AND RV-BILL-YEAR = C-TAX-YEAR
               ADD RV-BILLED TO C-YEAR-BILLED
               PERFORM 1520-UNIT-FIND
               IF C-UNIT-FOUND-IDX > ZERO
                   SET UNIT-IDX TO C-UNIT-FOUND-IDX
                   PERFORM 1540-SPLIT-PAID
               END-IF
           END-IF.

       1520-UNIT-FIND.
           MOVE ZERO TO C-UNIT-FOUND-IDX.
           PERFORM 1525-UNIT-SEARCH
               VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > C-UNIT-TBL-CTR
                      OR C-UNIT-FOUND-IDX > ZERO.
           IF C-UNIT-FOUND-IDX = ZERO
               IF C-UNIT-TBL-CTR < 300
                   ADD 1 TO C-UNIT-TBL-CTR
                   MOVE C-UNIT-TBL-CTR TO C-UNIT-FOUND-IDX
                   SET UNIT-IDX TO C-UNIT-TBL-CTR
                   MOVE RV-BLD-CODE TO TU-BLD-CODE (UNIT-IDX)
                   MOVE RV-UNIT TO TU-UNIT (UNIT-IDX)
                   MOVE ZERO TO TU-CUR-PAID (UNIT-IDX)
                   MOVE ZERO TO TU-PRIOR-PAID (UNIT-IDX)
                   PERFORM 1530-TENANT-FIND
                   MOVE C-TEN-FOUND-IDX TO TU-TEN-SUB (UNIT-IDX)
               ELSE
                   ADD 1 TO C-UNIT-LOST-CTR
               END-IF
           END-IF.

       1525-UNIT-SEARCH.
           IF TU-BLD-CODE (UNIT-IDX) = RV-BLD-CODE
              AND TU-UNIT (UNIT-IDX) = RV-UNIT
               MOVE UNIT-IDX TO C-UNIT-FOUND-IDX
           END-IF.

       1530-TENANT-FIND.
           MOVE ZERO TO C-TEN-FOUND-IDX.
           PERFORM 1535-TENANT-SEARCH
               VARYING TEN-IDX FROM 1 BY 1
                   UNTIL TEN-IDX > C-TEN-TBL-CTR
                      OR C-TEN-FOUND-IDX > ZERO.

       1535-TENANT-SEARCH.
           IF TT-BLD-CODE (TEN-IDX) = RV-BLD-CODE
              AND TT-UNIT (TEN-IDX) = RV-UNIT
               MOVE TEN-IDX TO C-TEN-FOUND-IDX
           END-IF.

      *    A MONTH BILLED BEFORE THE CURRENT LEASE'S FIRST MONTH
      *    WAS PAID BY THE FORMER OCCUPANT; IN THE MONTH THE LEASE
      *    STARTS THE PAYMENT IS SPLIT BY DAYS OCCUPIED.  A UNIT
      *    WITH NO TENANT ON THE MASTER IS ALL FORMER OCCUPANT.
       1540-SPLIT-PAID.
           IF TU-TEN-SUB (UNIT-IDX) = ZERO
               ADD RV-PAID TO TU-PRIOR-PAID (UNIT-IDX)
           ELSE
               SET TEN-IDX TO TU-TEN-SUB (UNIT-IDX)
               COMPUTE C-START-MONTH =
                   TT-LEASE-START (TEN-IDX) / 100
               COMPUTE C-BILL-MONTH = RV-BILL-DATE / 100
               IF C-BILL-MONTH < C-START-MONTH
                   ADD RV-PAID TO TU-PRIOR-PAID (UNIT-IDX)
               ELSE
                   IF C-BILL-MONTH = C-START-MONTH
                      AND TT-LEASE-START (TEN-IDX) > C-YEAR-START
                       PERFORM 1550-MONTH-SHARE
                       ADD C-CUR-SHARE TO TU-CUR-PAID (UNIT-IDX)
                       COMPUTE TU-PRIOR-PAID (UNIT-IDX) =
                           TU-PRIOR-PAID (UNIT-IDX)
                         + RV-PAID - C-CUR-SHARE
                   ELSE
                       ADD RV-PAID TO TU-CUR-PAID (UNIT-IDX)
                   END-IF
               END-IF
           END-IF.

       1550-MONTH-SHARE.
           MOVE TT-LEASE-START (TEN-IDX) TO WORK-DATE-N.
           MOVE WK-YYYY TO MS-YEAR.
           MOVE WK-MM TO MS-MONTH.
           MOVE 01 TO MS-DAY.
           COMPUTE C-WORK-INT =
               FUNCTION INTEGER-OF-DATE (MONTH-START-N).
           IF MS-MONTH = 12
               MOVE 01 TO MS-MONTH
               ADD 1 TO MS-YEAR
           ELSE
               ADD 1 TO MS-MONTH
           END-IF.
           COMPUTE C-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE (MONTH-START-N) - C-WORK-INT.
           COMPUTE C-OCC-DAYS = C-MONTH-DAYS - WK-DD + 1.
           COMPUTE C-CUR-SHARE ROUNDED =
               RV-PAID * C-OCC-DAYS / C-MONTH-DAYS.

       1600-RANK-PASS.
           COMPUTE C-RANK-LIMIT = C-UNIT-TBL-CTR - C-RANK-PASS.
           PERFORM 1610-RANK-COMPARE
               VARYING UNIT-IDX FROM 1 BY 1
                   UNTIL UNIT-IDX > C-RANK-LIMIT.

       1610-RANK-COMPARE.
           IF TU-KEY (UNIT-IDX) > TU-KEY (UNIT-IDX + 1)
               MOVE UNIT-ENTRY (UNIT-IDX) TO UNIT-ENTRY-TEMP
               MOVE UNIT-ENTRY (UNIT-IDX + 1) TO UNIT-ENTRY (UNIT-IDX)
               MOVE UNIT-ENTRY-TEMP TO UNIT-ENTRY (UNIT-IDX + 1)
           END-IF.


      *    UP TO TWO CERTIFICATES PER UNIT - THE FORMER OCCUPANT
      *    (JANUARY 1 TO THE DAY BEFORE THE CURRENT LEASE) AND THE
      *    CURRENT TENANT (LEASE START OR JANUARY 1, TO THE LEASE
      *    END OR DECEMBER 31).
       2000-CERTIFY-UNIT.
           MOVE ZERO TO C-OWN-FOUND-IDX.
           PERFORM 2100-OWNER-FIND.
           IF TU-PRIOR-PAID (UNIT-IDX) > ZERO
               MOVE 'FORMER OCCUPANT' TO H-RENTER-NAME
               MOVE 'N' TO H-NAME-FLAG
               MOVE C-YEAR-START TO H-FROM-DATE
               MOVE C-YEAR-END TO H-TO-DATE
               IF TU-TEN-SUB (UNIT-IDX) > ZERO
                   SET TEN-IDX TO TU-TEN-SUB (UNIT-IDX)
                   IF TT-LEASE-START (TEN-IDX) > C-YEAR-START
                      AND TT-LEASE-START (TEN-IDX) NOT > C-YEAR-END
                       COMPUTE C-WORK-INT = FUNCTION INTEGER-OF-DATE
                           (TT-LEASE-START (TEN-IDX)) - 1
                       COMPUTE H-TO-DATE =
                           FUNCTION DATE-OF-INTEGER (C-WORK-INT)
                   END-IF
               END-IF
               MOVE TU-PRIOR-PAID (UNIT-IDX) TO H-RENT-PAID
               PERFORM 2500-ONE-CERTIFICATE
           END-IF.
           IF TU-CUR-PAID (UNIT-IDX) > ZERO
               SET TEN-IDX TO TU-TEN-SUB (UNIT-IDX)
               MOVE TT-NAME (TEN-IDX) TO H-RENTER-NAME
               MOVE 'Y' TO H-NAME-FLAG
               IF TT-LEASE-START (TEN-IDX) > C-YEAR-START
                   MOVE TT-LEASE-START (TEN-IDX) TO H-FROM-DATE
               ELSE
                   MOVE C-YEAR-START TO H-FROM-DATE
               END-IF
               IF TT-LEASE-END (TEN-IDX) < C-YEAR-END
                  AND TT-LEASE-END (TEN-IDX) NOT < H-FROM-DATE
                   MOVE TT-LEASE-END (TEN-IDX) TO H-TO-DATE
               ELSE
                   MOVE C-YEAR-END TO H-TO-DATE
               END-IF
               MOVE TU-CUR-PAID (UNIT-IDX) TO H-RENT-PAID
               PERFORM 2500-ONE-CERTIFICATE
           END-IF.

       2100-OWNER-FIND.
           PERFORM 2110-MAP-SEARCH
               VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > C-MAP-TBL-CTR
                      OR C-OWN-FOUND-IDX > ZERO.

       2110-MAP-SEARCH.
           IF TP-BLD-CODE (MAP-IDX) = TU-BLD-CODE (UNIT-IDX)
               PERFORM 2120-OWNER-SEARCH
                   VARYING OWN-IDX FROM 1 BY 1
                       UNTIL OWN-IDX > C-OWN-TBL-CTR
                          OR C-OWN-FOUND-IDX > ZERO
           END-IF.

       2120-OWNER-SEARCH.
           IF TO-CODE (OWN-IDX) = TP-OWNER (MAP-IDX)
               MOVE OWN-IDX TO C-OWN-FOUND-IDX
           END-IF.

       2500-ONE-CERTIFICATE.
           ADD 1 TO C-CERT-CTR.
           ADD H-RENT-PAID TO C-RENT-TOTAL.
           MOVE SPACES TO H-NOTE.
           IF H-NAME-FLAG = 'N'
               MOVE 'RENTER NAME NOT ON FILE' TO H-NOTE
           END-IF.
           IF C-OWN-FOUND-IDX = ZERO
               MOVE 'NO LANDLORD ON OWNER MASTER' TO H-NOTE
           END-IF.
           IF H-NOTE NOT = SPACES
               ADD 1 TO C-HAND-CTR
           END-IF.
           PERFORM 2600-PRINT-CERTIFICATE.
           PERFORM 2700-WRITE-EXTRACT.
           PERFORM 2800-REGISTER-LINE.

      *    ONE PAGE PER CERTIFICATE, LIKE THE OWNER STATEMENTS.
       2600-PRINT-CERTIFICATE.
           WRITE CERT-LINE
               FROM CERT-TITLE-LINE
                   AFTER ADVANCING PAGE.
           MOVE C-TAX-YEAR TO O-CH-TAX-YEAR.
           MOVE C-CERT-CTR TO O-CH-CERT-NO.
           WRITE CERT-LINE
               FROM CERT-HEAD-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-OWN-FOUND-IDX > ZERO
               SET OWN-IDX TO C-OWN-FOUND-IDX
               MOVE TO-NAME (OWN-IDX) TO O-CL-NAME
               MOVE TO-ADDRESS (OWN-IDX) TO O-CA-ADDRESS
               MOVE TO-CITY (OWN-IDX) TO O-CA-CITY
               MOVE TO-STATE (OWN-IDX) TO O-CA-STATE
               MOVE TO-ZIP (OWN-IDX) TO O-CA-ZIP
           ELSE
               MOVE SPACES TO O-CL-NAME
               MOVE SPACES TO O-CA-ADDRESS
               MOVE SPACES TO O-CA-CITY
               MOVE SPACES TO O-CA-STATE
               MOVE SPACES TO O-CA-ZIP
           END-IF.
           WRITE CERT-LINE
               FROM CERT-LANDLORD-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE CERT-LINE
               FROM CERT-ADDR-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE H-RENTER-NAME TO O-CR-NAME.
           WRITE CERT-LINE
               FROM CERT-RENTER-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE TU-BLD-CODE (UNIT-IDX) TO O-CU-BLD-CODE.
           MOVE TU-UNIT (UNIT-IDX) TO O-CU-UNIT.
           WRITE CERT-LINE
               FROM CERT-UNIT-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE H-FROM-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-CP-FROM.
           MOVE H-TO-DATE TO WORK-DATE-N.
           PERFORM 9300-EDIT-DATE.
           MOVE EDIT-DATE TO O-CP-TO.
           WRITE CERT-LINE
               FROM CERT-PERIOD-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE H-RENT-PAID TO O-CP-RENT.
           WRITE CERT-LINE
               FROM CERT-RENT-LINE
                   AFTER ADVANCING 1 LINE.
           IF H-NAME-FLAG = 'N'
               MOVE '** ENTER THE RENTER NAME BEFORE THIS IS SIGNED **'
                   TO O-CH-NOTE
               WRITE CERT-LINE
                   FROM CERT-HAND-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           IF C-OWN-FOUND-IDX = ZERO
               MOVE '** ENTER THE LANDLORD BEFORE THIS IS SIGNED **'
                   TO O-CH-NOTE
               WRITE CERT-LINE
                   FROM CERT-HAND-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           WRITE CERT-LINE
               FROM CERT-SIGN-LINE
                   AFTER ADVANCING 4 LINES.

       2700-WRITE-EXTRACT.
           MOVE SPACES TO CX-REC.
           MOVE 'D' TO CX-REC-TYPE.
           MOVE C-TAX-YEAR TO CX-TAX-YEAR.
           MOVE TU-BLD-CODE (UNIT-IDX) TO CX-BLD-CODE.
           MOVE TU-UNIT (UNIT-IDX) TO CX-UNIT.
           MOVE H-RENTER-NAME TO CX-RENTER-NAME.
           MOVE H-FROM-DATE TO CX-FROM-DATE.
           MOVE H-TO-DATE TO CX-TO-DATE.
           MOVE H-RENT-PAID TO CX-RENT-PAID.
           IF C-OWN-FOUND-IDX > ZERO
               SET OWN-IDX TO C-OWN-FOUND-IDX
               MOVE TO-NAME (OWN-IDX) TO CX-LANDLORD-NAME
               MOVE TO-ADDRESS (OWN-IDX) TO CX-LANDLORD-ADDR
               MOVE TO-CITY (OWN-IDX) TO CX-LANDLORD-CITY
               MOVE TO-STATE (OWN-IDX) TO CX-LANDLORD-STATE
               MOVE TO-ZIP (OWN-IDX) TO CX-LANDLORD-ZIP
           END-IF.
           MOVE H-NAME-FLAG TO CX-NAME-FLAG.
           WRITE CX-REC.
           ADD 1 TO C-XTR-CTR.

       2800-REGISTER-LINE.
           MOVE TU-BLD-CODE (UNIT-IDX) TO O-BLD-CODE.
           MOVE TU-UNIT (UNIT-IDX) TO O-UNIT.
           MOVE H-RENTER-NAME TO O-RENTER-NAME.
           MOVE O-CP-FROM TO O-FROM-DATE.
           MOVE O-CP-TO TO O-TO-DATE.
           MOVE H-RENT-PAID TO O-RENT-PAID.
           MOVE O-CL-NAME TO O-LANDLORD.
           MOVE H-NOTE TO O-NOTE.
           WRITE PRTLINE
               FROM REGISTER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.


       3000-CLOSING.
           MOVE SPACES TO CX-TRAILER.
           MOVE 'T' TO CT-REC-TYPE.
           MOVE C-TAX-YEAR TO CT-TAX-YEAR.
           MOVE C-CERT-CTR TO CT-REC-CTR.
           MOVE C-RENT-TOTAL TO CT-RENT-TOTAL.
           WRITE CX-REC.
           ADD 1 TO C-XTR-CTR.

           MOVE C-TAX-YEAR TO O-TAX-YEAR.
           MOVE C-CERT-CTR TO O-CERT-CTR.
           MOVE C-RENT-TOTAL TO O-RENT-TOTAL.
           MOVE C-HAND-CTR TO O-HAND-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           COMPUTE C-YTD-DIFF = C-YEAR-BILLED - C-END-YTD.
           MOVE C-YEAR-BILLED TO O-YEAR-BILLED.
           MOVE C-END-YTD TO O-END-YTD.
           MOVE C-YTD-DIFF TO O-YTD-DIFF.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE C-XTR-CTR TO O-XTR-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE.
           IF C-UNIT-LOST-CTR > ZERO
               MOVE C-UNIT-LOST-CTR TO O-UNIT-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE CRP-EXTRACT.
           CLOSE CERT-PRTOUT.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-CERT-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-HAND-CTR > ZERO OR C-UNIT-LOST-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.


       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9300-EDIT-DATE.
           MOVE WK-MM TO ED-MM.
           MOVE WK-DD TO ED-DD.
           MOVE WK-YYYY TO ED-YYYY.
