       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLWAR00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * BOAT WARRANTY CLAIMS TRACKING.                              *
      * LOADS THE WARRANTY REGISTRATIONS CBLINV00 WRITES FOR EVERY  *
      * MATCHED SALE (BOATWREG - HULL, BOAT TYPE, CUSTOMER, SALE    *
      * DATE, COVERAGE END DATE; USED-UNIT SALES FLAGGED U ARE      *
      * PASSED OVER) AND THE CLAIMS MASTER, THEN                    *
      * APPLIES THE WARRANTY CLAIM TRANSACTIONS (HULL, CLAIM DATE,  *
      * PART AND LABOR AMOUNTS, MANUFACTURER CLAIM STATUS):         *
      *     S  SUBMITTED - A NEW CLAIM TO THE MANUFACTURER          *
      *     A  APPROVED  - THE MANUFACTURER ACCEPTED THE CLAIM      *
      *     P  PAID      - THE MANUFACTURER PAID THE CLAIM          *
      *     D  DENIED    - THE MANUFACTURER TURNED THE CLAIM DOWN   *
      * A CLAIM IS KNOWN BY ITS HULL AND CLAIM DATE.  A NEW CLAIM   *
      * IS REJECTED FOR AN UNKNOWN HULL, A CLAIM DATE OUTSIDE THE   *
      * COVERAGE, OR A HULL AND DATE ALREADY ON FILE (DUPLICATE);   *
      * A STATUS CHANGE MUST FIND AN OPEN CLAIM.  WRITES THE NEW    *
      * CLAIMS MASTER, LISTS OPEN CLAIMS BY MANUFACTURER STATUS     *
      * WITH DAYS OPEN, AND SUMS CLAIMS COST BY BOAT TYPE.          *
      * REJECTS PRINT ON A SEPARATE ERROR LISTING.                  *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL WARRANTY-REG
               ASSIGN TO BOATWREG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-WREG-STATUS.

           SELECT OPTIONAL CLAIM-MASTER
               ASSIGN TO BOATWCLM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CLM-STATUS.

           SELECT NEW-CLAIM-MASTER
               ASSIGN TO BOATWCLN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLAIM-TRANS
               ASSIGN TO BOATWTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRN-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO BOATWRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO BOATWERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD WARRANTY-REG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS WREG-REC.

       01  WREG-REC.
           05  WR-HULL-NO        PIC X(8).
           05  WR-BOAT-TYPE      PIC X.
           05  WR-CUST-NO        PIC 9(6).
           05  WR-SALE-DATE      PIC 9(8).
           05  WR-COVER-END      PIC 9(8).
           05  WR-NEW-USED       PIC X.

       FD CLAIM-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS CLM-REC.

       01  CLM-REC.
           05  CM-HULL-NO        PIC X(8).
           05  CM-CLAIM-DATE     PIC 9(8).
           05  CM-PART-AMT       PIC 9(5)V99.
           05  CM-LABOR-AMT      PIC 9(5)V99.
           05  CM-STATUS         PIC X.
           05  CM-STATUS-DATE    PIC 9(8).
           05  CM-BOAT-TYPE      PIC X.
           05  CM-CUST-NO        PIC 9(6).

       FD NEW-CLAIM-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS NEW-CLM-REC.

       01  NEW-CLM-REC           PIC X(46).

       FD CLAIM-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS TRN-REC.

       01  TRN-REC.
           05  TR-HULL-NO        PIC X(8).
           05  TR-CLAIM-DATE     PIC X(8).
           05  TR-PART-AMT       PIC 9(5)V99.
           05  TR-LABOR-AMT      PIC 9(5)V99.
           05  TR-STATUS         PIC X.

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
           05  C-WREG-STATUS    PIC XX         VALUE "00".
           05  C-CLM-STATUS     PIC XX         VALUE "00".
           05  C-TRN-STATUS     PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-WREGS       PIC XXX        VALUE "YES".
           05  MORE-CLAIMS      PIC XXX        VALUE "YES".
           05  MORE-TRANS       PIC XXX        VALUE "YES".
           05  TRN-OPEN-SW      PIC XXX        VALUE "NO".
           05  C-REG-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-REG-DUP-CTR    PIC 9(5)       VALUE ZERO.
           05  C-REG-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-CLM-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-CLM-LOST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-REG-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  C-CLM-FOUND-IDX  PIC 9(4)       VALUE ZERO.
           05  REG-FOUND-SW     PIC XXX        VALUE "NO".
           05  CLM-FOUND-SW     PIC XXX        VALUE "NO".
           05  H-HULL-NO        PIC X(8)       VALUE SPACES.
           05  H-CLAIM-DATE     PIC 9(8)       VALUE ZERO.
           05  H-STATUS         PIC X          VALUE SPACE.
           05  C-TRN-READ-CTR   PIC 9(7)       VALUE ZERO.
           05  C-NEW-CTR        PIC 9(5)       VALUE ZERO.
           05  C-UPD-CTR        PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-TODAY-DATE     PIC 9(8)       VALUE ZERO.
           05  C-TODAY-INT      PIC 9(7)       VALUE ZERO.
           05  C-DAYS-OPEN      PIC S9(5)      VALUE ZERO.
           05  C-CLAIM-AMT      PIC 9(6)V99    VALUE ZERO.
           05  C-STAT-CTR       PIC 9(5)       VALUE ZERO.
           05  C-STAT-AMT       PIC 9(9)V99    VALUE ZERO.
           05  GT-CLAIMS        PIC 9(5)       VALUE ZERO.
           05  GT-PART-AMT      PIC 9(9)V99    VALUE ZERO.
           05  GT-LABOR-AMT     PIC 9(9)V99    VALUE ZERO.
           05  GT-PAID-AMT      PIC 9(9)V99    VALUE ZERO.
           05  GT-DENIED        PIC 9(5)       VALUE ZERO.

       01  REG-TABLE.
           05  REG-ENTRY OCCURS 500 TIMES INDEXED BY REG-IDX.
               10  RG-HULL      PIC X(8).
               10  RG-TYPE      PIC X.
               10  RG-CUST      PIC 9(6).
               10  RG-SALE      PIC 9(8).
               10  RG-END       PIC 9(8).

       01  CLAIM-TABLE.
           05  CLAIM-ENTRY OCCURS 500 TIMES INDEXED BY CLM-IDX.
               10  TC-HULL      PIC X(8).
               10  TC-DATE      PIC 9(8).
               10  TC-PART      PIC 9(5)V99.
               10  TC-LABOR     PIC 9(5)V99.
               10  TC-STATUS    PIC X.
               10  TC-STAT-DATE PIC 9(8).
               10  TC-TYPE      PIC X.
               10  TC-CUST      PIC 9(6).

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

       01  TYPE-TOTALS.
           05  TYPE-TOT-ENTRY OCCURS 6 TIMES.
               10  TT-CLAIMS    PIC 9(5).
               10  TT-PART-AMT  PIC 9(9)V99.
               10  TT-LABOR-AMT PIC 9(9)V99.
               10  TT-PAID-AMT  PIC 9(9)V99.
               10  TT-DENIED    PIC 9(5).

       01  STATUS-NAMES.
           05  FILLER           PIC X(10)   VALUE 'SSUBMITTED'.
           05  FILLER           PIC X(10)   VALUE 'AAPPROVED'.
           05  FILLER           PIC X(10)   VALUE 'PPAID'.
           05  FILLER           PIC X(10)   VALUE 'DDENIED'.

       01  STATUS-NAME-TABLE REDEFINES STATUS-NAMES.
           05  STATUS-ENTRY OCCURS 4 TIMES INDEXED BY STAT-IDX.
               10  SN-CODE      PIC X.
               10  SN-NAME      PIC X(9).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLWAR00'.
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
               'BOAT WARRANTY CLAIMS REPORT'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  RUN-TOTAL-LINE.
           05  FILLER           PIC X(12)   VALUE 'NEW CLAIMS: '.
           05  O-NEW-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'STATUS CHANGES: '.
           05  O-UPD-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(15)   VALUE 'REGISTRATIONS: '.
           05  O-REG-CTR        PIC Z,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE
               'DUPLICATES IGNORED: '.
           05  O-REG-DUP-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(14)   VALUE SPACES.

       01  OPEN-TITLE-LINE.
           05  FILLER           PIC X(45)   VALUE SPACES.
           05  FILLER           PIC X(43)   VALUE
               'OPEN WARRANTY CLAIMS BY MANUFACTURER STATUS'.
           05  FILLER           PIC X(44)   VALUE SPACES.

       01  STATUS-HEAD-LINE.
           05  FILLER           PIC X(20)   VALUE
               'MANUFACTURER STATUS:'.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-SH-NAME        PIC X(9).
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  OPEN-HEADING.
           05  FILLER           PIC X(8)    VALUE 'HULL NO'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'CLAIM DATE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '     PARTS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE '     LABOR'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(11)   VALUE '      TOTAL'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'DAYS OPEN'.
           05  FILLER           PIC X(32)   VALUE SPACES.

       01  OPEN-LINE.
           05  O-HULL-NO        PIC X(8).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-BOAT-TYPE      PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-CUST-NO        PIC 9(6).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CLAIM-MM       PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-CLAIM-DD       PIC 99.
           05  FILLER           PIC X       VALUE "/".
           05  O-CLAIM-YY       PIC 9(4).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-PART-AMT       PIC ZZ,ZZZ.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-LABOR-AMT      PIC ZZ,ZZZ.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-CLAIM-AMT      PIC ZZZ,ZZZ.99.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-DAYS-OPEN      PIC ZZ,ZZ9-.
           05  FILLER           PIC X(32)   VALUE SPACES.

       01  STATUS-TOTAL-LINE.
           05  FILLER           PIC X(6)    VALUE 'TOTAL '.
           05  O-ST-NAME        PIC X(9).
           05  FILLER           PIC X(10)   VALUE ' CLAIMS:  '.
           05  O-ST-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  O-ST-AMT         PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(51)   VALUE SPACES.

       01  NO-OPEN-LINE.
           05  FILLER           PIC X(30)   VALUE
               'NO OPEN CLAIMS IN THIS STATUS.'.
           05  FILLER           PIC X(102)  VALUE SPACES.

       01  COST-TITLE-LINE.
           05  FILLER           PIC X(49)   VALUE SPACES.
           05  FILLER           PIC X(34)   VALUE
               'WARRANTY CLAIMS COST BY BOAT TYPE'.
           05  FILLER           PIC X(49)   VALUE SPACES.

       01  COST-HEADING.
           05  FILLER           PIC X(13)   VALUE 'BOAT TYPE'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'CLAIMS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE '         PARTS'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE '         LABOR'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE '    TOTAL COST'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE '     PAID BACK'.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE 'DENIED'.
           05  FILLER           PIC X(33)   VALUE SPACES.

       01  COST-LINE.
           05  O-CT-NAME        PIC X(13).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CT-CLAIMS      PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CT-PART-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CT-LABOR-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CT-TOTAL-AMT   PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CT-PAID-AMT    PIC $$$,$$$,$$9.99.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-CT-DENIED      PIC ZZ,ZZ9.
           05  FILLER           PIC X(33)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(50)   VALUE
               '** WORK TABLE FULL - REGISTRATIONS NOT LOADED: '.
           05  O-REG-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(22)   VALUE
               '  CLAIMS NOT LOADED: '.
           05  O-CLM-LOST-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE ' **'.
           05  FILLER           PIC X(45)   VALUE SPACES.

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

       0000-CBLWAR00.
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

           PERFORM 1100-LOAD-REGISTRATIONS.
           PERFORM 1200-LOAD-CLAIMS.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           OPEN INPUT CLAIM-TRANS.
           IF C-TRN-STATUS = "00" OR "05"
               MOVE "YES" TO TRN-OPEN-SW
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


      *    THE REGISTRATION FILE ONLY GROWS; IF A SALES RUN WAS
      *    REPEATED THE FIRST REGISTRATION OF A HULL STANDS.  USED-UNIT
      *    SALES ARE ON THE FILE FOR THE TITLE RUN ONLY AND CARRY NO
      *    WARRANTY.
       1100-LOAD-REGISTRATIONS.
           OPEN INPUT WARRANTY-REG.
           IF C-WREG-STATUS = "00" OR "05"
               PERFORM 1110-READ-WREG-REC
                   UNTIL MORE-WREGS = "NO"
               CLOSE WARRANTY-REG
           END-IF.

       1110-READ-WREG-REC.
           READ WARRANTY-REG
               AT END
                   MOVE "NO" TO MORE-WREGS
           END-READ.
           IF MORE-WREGS = "YES"
              AND WR-NEW-USED NOT = 'U'
               MOVE WR-HULL-NO TO H-HULL-NO
               PERFORM 2200-REG-FIND
               IF REG-FOUND-SW = "YES"
                   ADD 1 TO C-REG-DUP-CTR
               ELSE
                   IF C-REG-TBL-CTR < 500
                       ADD 1 TO C-REG-TBL-CTR
                       SET REG-IDX TO C-REG-TBL-CTR
                       MOVE WR-HULL-NO TO RG-HULL (REG-IDX)
                       MOVE WR-BOAT-TYPE TO RG-TYPE (REG-IDX)
                       MOVE WR-CUST-NO TO RG-CUST (REG-IDX)
                       MOVE WR-SALE-DATE TO RG-SALE (REG-IDX)
                       MOVE WR-COVER-END TO RG-END (REG-IDX)
                   ELSE
                       ADD 1 TO C-REG-LOST-CTR
                   END-IF
               END-IF
           END-IF.

       1200-LOAD-CLAIMS.
           OPEN INPUT CLAIM-MASTER.
           IF C-CLM-STATUS = "00" OR "05"
               PERFORM 1210-READ-CLM-REC
                   UNTIL MORE-CLAIMS = "NO"
               CLOSE CLAIM-MASTER
           END-IF.

       1210-READ-CLM-REC.
           READ CLAIM-MASTER
               AT END
                   MOVE "NO" TO MORE-CLAIMS
           END-READ.
           IF MORE-CLAIMS = "YES"
               IF C-CLM-TBL-CTR < 500
                   ADD 1 TO C-CLM-TBL-CTR
                   SET CLM-IDX TO C-CLM-TBL-CTR
                   MOVE CM-HULL-NO TO TC-HULL (CLM-IDX)
                   MOVE CM-CLAIM-DATE TO TC-DATE (CLM-IDX)
                   MOVE CM-PART-AMT TO TC-PART (CLM-IDX)
                   MOVE CM-LABOR-AMT TO TC-LABOR (CLM-IDX)
                   MOVE CM-STATUS TO TC-STATUS (CLM-IDX)
                   MOVE CM-STATUS-DATE TO TC-STAT-DATE (CLM-IDX)
                   MOVE CM-BOAT-TYPE TO TC-TYPE (CLM-IDX)
                   MOVE CM-CUST-NO TO TC-CUST (CLM-IDX)
               ELSE
                   ADD 1 TO C-CLM-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           ADD 1 TO C-TRN-READ-CTR.
           PERFORM 2100-EDIT-CLAIM THRU 2100-EXIT.
           PERFORM 9000-READ.


       2100-EDIT-CLAIM.
           MOVE "NO" TO REG-FOUND-SW.
           MOVE "NO" TO CLM-FOUND-SW.
           IF TR-STATUS NOT = 'S' AND NOT = 'A'
              AND NOT = 'P' AND NOT = 'D'
               MOVE 'CLAIM STATUS MUST BE S, A, P OR D.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE TR-CLAIM-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'INVALID OR FUTURE CLAIM DATE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           MOVE TR-CLAIM-DATE TO H-CLAIM-DATE.
           MOVE TR-HULL-NO TO H-HULL-NO.
           PERFORM 2200-REG-FIND.
           IF REG-FOUND-SW = "NO"
               MOVE 'UNKNOWN HULL - NO WARRANTY REGISTRATION.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-CLAIM-FIND.

           IF TR-STATUS = 'S'
               PERFORM 2400-NEW-CLAIM THRU 2400-EXIT
           ELSE
               PERFORM 2500-STATUS-CHANGE THRU 2500-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

       2200-REG-FIND.
           MOVE "NO" TO REG-FOUND-SW.
           MOVE ZERO TO C-REG-FOUND-IDX.
           PERFORM 2210-REG-SEARCH
               VARYING REG-IDX FROM 1 BY 1
                   UNTIL REG-IDX > C-REG-TBL-CTR
                      OR REG-FOUND-SW = "YES".

       2210-REG-SEARCH.
           IF RG-HULL (REG-IDX) = H-HULL-NO
               MOVE "YES" TO REG-FOUND-SW
               MOVE REG-IDX TO C-REG-FOUND-IDX
           END-IF.

       2300-CLAIM-FIND.
           MOVE "NO" TO CLM-FOUND-SW.
           MOVE ZERO TO C-CLM-FOUND-IDX.
           PERFORM 2310-CLAIM-SEARCH
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR
                      OR CLM-FOUND-SW = "YES".

       2310-CLAIM-SEARCH.
           IF TC-HULL (CLM-IDX) = H-HULL-NO
              AND TC-DATE (CLM-IDX) = H-CLAIM-DATE
               MOVE "YES" TO CLM-FOUND-SW
               MOVE CLM-IDX TO C-CLM-FOUND-IDX
           END-IF.


      *    COVERAGE RUNS FROM THE SALE DATE THROUGH THE COVERAGE END
      *    DATE ON THE REGISTRATION, BOTH DAYS INCLUDED.
       2400-NEW-CLAIM.
           SET REG-IDX TO C-REG-FOUND-IDX.
           IF H-CLAIM-DATE > RG-END (REG-IDX)
               MOVE 'COVERAGE EXPIRED BEFORE THE CLAIM DATE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF H-CLAIM-DATE < RG-SALE (REG-IDX)
               MOVE 'CLAIM DATE IS BEFORE THE SALE DATE.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF CLM-FOUND-SW = "YES"
               MOVE 'DUPLICATE CLAIM - HULL AND CLAIM DATE ON FILE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-PART-AMT NOT NUMERIC
              OR TR-LABOR-AMT NOT NUMERIC
               MOVE 'PART AND LABOR AMOUNTS MUST BE NUMERIC.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF TR-PART-AMT + TR-LABOR-AMT = ZERO
               MOVE 'CLAIM HAS NO PART OR LABOR AMOUNT.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.
           IF C-CLM-TBL-CTR NOT < 500
               MOVE 'CLAIM WORK TABLE IS FULL.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2400-EXIT
           END-IF.

           ADD 1 TO C-CLM-TBL-CTR.
           SET CLM-IDX TO C-CLM-TBL-CTR.
           MOVE H-HULL-NO TO TC-HULL (CLM-IDX).
           MOVE H-CLAIM-DATE TO TC-DATE (CLM-IDX).
           MOVE TR-PART-AMT TO TC-PART (CLM-IDX).
           MOVE TR-LABOR-AMT TO TC-LABOR (CLM-IDX).
           MOVE 'S' TO TC-STATUS (CLM-IDX).
           MOVE C-TODAY-DATE TO TC-STAT-DATE (CLM-IDX).
           MOVE RG-TYPE (REG-IDX) TO TC-TYPE (CLM-IDX).
           MOVE RG-CUST (REG-IDX) TO TC-CUST (CLM-IDX).
           ADD 1 TO C-NEW-CTR.

       2400-EXIT.
           EXIT.

      *    THE MANUFACTURER MAY APPROVE OR PAY LESS THAN WAS CLAIMED;
      *    NONZERO AMOUNTS ON A STATUS CHANGE REPLACE THE CLAIM'S.
       2500-STATUS-CHANGE.
           IF CLM-FOUND-SW = "NO"
               MOVE 'NO CLAIM ON FILE FOR THIS HULL AND CLAIM DATE.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2500-EXIT
           END-IF.
           SET CLM-IDX TO C-CLM-FOUND-IDX.
           IF TC-STATUS (CLM-IDX) = 'P' OR 'D'
               MOVE 'CLAIM IS ALREADY CLOSED (PAID OR DENIED).'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2500-EXIT
           END-IF.
           IF TR-PART-AMT NUMERIC
              AND TR-LABOR-AMT NUMERIC
              AND TR-PART-AMT + TR-LABOR-AMT > ZERO
               MOVE TR-PART-AMT TO TC-PART (CLM-IDX)
               MOVE TR-LABOR-AMT TO TC-LABOR (CLM-IDX)
           END-IF.
           MOVE TR-STATUS TO TC-STATUS (CLM-IDX).
           MOVE C-TODAY-DATE TO TC-STAT-DATE (CLM-IDX).
           ADD 1 TO C-UPD-CTR.

       2500-EXIT.
           EXIT.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE TRN-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           IF TRN-OPEN-SW = "YES"
               CLOSE CLAIM-TRANS
           END-IF.

           OPEN OUTPUT NEW-CLAIM-MASTER.
           PERFORM 3100-WRITE-CLAIM
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR.
           CLOSE NEW-CLAIM-MASTER.

           MOVE C-NEW-CTR TO O-NEW-CTR.
           MOVE C-UPD-CTR TO O-UPD-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE C-REG-TBL-CTR TO O-REG-CTR.
           MOVE C-REG-DUP-CTR TO O-REG-DUP-CTR.
           WRITE PRTLINE
               FROM RUN-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-REG-LOST-CTR > ZERO OR C-CLM-LOST-CTR > ZERO
               MOVE C-REG-LOST-CTR TO O-REG-LOST-CTR
               MOVE C-CLM-LOST-CTR TO O-CLM-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           WRITE PRTLINE
               FROM OPEN-TITLE-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'S' TO H-STATUS.
           PERFORM 3200-STATUS-SECTION.
           MOVE 'A' TO H-STATUS.
           PERFORM 3200-STATUS-SECTION.

           PERFORM 3300-TYPE-COST.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRN-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

      *    CLAIMS BEYOND THE WORK TABLE ARE NOT CARRIED FORWARD -
      *    THE TABLE-FULL LINE ON THE REPORT SAYS HOW MANY.
       3100-WRITE-CLAIM.
           MOVE TC-HULL (CLM-IDX) TO CM-HULL-NO.
           MOVE TC-DATE (CLM-IDX) TO CM-CLAIM-DATE.
           MOVE TC-PART (CLM-IDX) TO CM-PART-AMT.
           MOVE TC-LABOR (CLM-IDX) TO CM-LABOR-AMT.
           MOVE TC-STATUS (CLM-IDX) TO CM-STATUS.
           MOVE TC-STAT-DATE (CLM-IDX) TO CM-STATUS-DATE.
           MOVE TC-TYPE (CLM-IDX) TO CM-BOAT-TYPE.
           MOVE TC-CUST (CLM-IDX) TO CM-CUST-NO.
           WRITE NEW-CLM-REC FROM CLM-REC.


      *    ONE SECTION PER OPEN STATUS: SUBMITTED CLAIMS ARE WAITING
      *    ON THE MANUFACTURER'S DECISION, APPROVED ONES ON PAYMENT.
       3200-STATUS-SECTION.
           PERFORM 3230-STATUS-NAME
               VARYING STAT-IDX FROM 1 BY 1 UNTIL STAT-IDX > 4.
           MOVE ZERO TO C-STAT-CTR.
           MOVE ZERO TO C-STAT-AMT.
           WRITE PRTLINE
               FROM STATUS-HEAD-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM OPEN-HEADING
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           PERFORM 3210-OPEN-LINE
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR.
           IF C-STAT-CTR = ZERO
               WRITE PRTLINE
                   FROM NO-OPEN-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           MOVE C-STAT-CTR TO O-ST-CTR.
           MOVE C-STAT-AMT TO O-ST-AMT.
           WRITE PRTLINE
               FROM STATUS-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.

       3210-OPEN-LINE.
           IF TC-STATUS (CLM-IDX) = H-STATUS
               MOVE TC-HULL (CLM-IDX) TO O-HULL-NO
               MOVE SPACES TO O-BOAT-TYPE
               PERFORM 3220-TYPE-NAME
                   VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6
               MOVE TC-CUST (CLM-IDX) TO O-CUST-NO
               MOVE TC-DATE (CLM-IDX) (5:2) TO O-CLAIM-MM
               MOVE TC-DATE (CLM-IDX) (7:2) TO O-CLAIM-DD
               MOVE TC-DATE (CLM-IDX) (1:4) TO O-CLAIM-YY
               MOVE TC-PART (CLM-IDX) TO O-PART-AMT
               MOVE TC-LABOR (CLM-IDX) TO O-LABOR-AMT
               COMPUTE C-CLAIM-AMT =
                   TC-PART (CLM-IDX) + TC-LABOR (CLM-IDX)
               MOVE C-CLAIM-AMT TO O-CLAIM-AMT
               COMPUTE C-DAYS-OPEN = C-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE (TC-DATE (CLM-IDX))
               MOVE C-DAYS-OPEN TO O-DAYS-OPEN
               ADD 1 TO C-STAT-CTR
               ADD C-CLAIM-AMT TO C-STAT-AMT
               WRITE PRTLINE
                   FROM OPEN-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.

       3220-TYPE-NAME.
           IF TY-CODE (TYPE-IDX) = TC-TYPE (CLM-IDX)
               MOVE TY-NAME (TYPE-IDX) TO O-BOAT-TYPE
           END-IF.

       3230-STATUS-NAME.
           IF SN-CODE (STAT-IDX) = H-STATUS
               MOVE SN-NAME (STAT-IDX) TO O-SH-NAME
               MOVE SN-NAME (STAT-IDX) TO O-ST-NAME
           END-IF.


      *    COST IS EVERY CLAIM NOT DENIED, OPEN OR PAID; PAID BACK IS
      *    WHAT THE MANUFACTURER HAS ACTUALLY SETTLED.
       3300-TYPE-COST.
           INITIALIZE TYPE-TOTALS.
           PERFORM 3310-COST-ACCUM
               VARYING CLM-IDX FROM 1 BY 1
                   UNTIL CLM-IDX > C-CLM-TBL-CTR.
           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM COST-TITLE-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COST-HEADING
                   AFTER ADVANCING 2 LINES.
           PERFORM 3330-COST-LINE
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.

           MOVE 'ALL TYPES' TO O-CT-NAME.
           MOVE GT-CLAIMS TO O-CT-CLAIMS.
           MOVE GT-PART-AMT TO O-CT-PART-AMT.
           MOVE GT-LABOR-AMT TO O-CT-LABOR-AMT.
           COMPUTE O-CT-TOTAL-AMT = GT-PART-AMT + GT-LABOR-AMT.
           MOVE GT-PAID-AMT TO O-CT-PAID-AMT.
           MOVE GT-DENIED TO O-CT-DENIED.
           WRITE PRTLINE
               FROM COST-LINE
                   AFTER ADVANCING 2 LINES.

       3310-COST-ACCUM.
           PERFORM 3320-COST-TYPE
               VARYING TYPE-IDX FROM 1 BY 1 UNTIL TYPE-IDX > 6.

       3320-COST-TYPE.
           IF TY-CODE (TYPE-IDX) = TC-TYPE (CLM-IDX)
               IF TC-STATUS (CLM-IDX) = 'D'
                   ADD 1 TO TT-DENIED (TYPE-IDX)
               ELSE
                   ADD 1 TO TT-CLAIMS (TYPE-IDX)
                   ADD TC-PART (CLM-IDX) TO TT-PART-AMT (TYPE-IDX)
                   ADD TC-LABOR (CLM-IDX) TO TT-LABOR-AMT (TYPE-IDX)
                   IF TC-STATUS (CLM-IDX) = 'P'
                       ADD TC-PART (CLM-IDX) TO TT-PAID-AMT (TYPE-IDX)
                       ADD TC-LABOR (CLM-IDX)
                           TO TT-PAID-AMT (TYPE-IDX)
                   END-IF
               END-IF
           END-IF.

       3330-COST-LINE.
           MOVE TY-NAME (TYPE-IDX) TO O-CT-NAME.
           MOVE TT-CLAIMS (TYPE-IDX) TO O-CT-CLAIMS.
           MOVE TT-PART-AMT (TYPE-IDX) TO O-CT-PART-AMT.
           MOVE TT-LABOR-AMT (TYPE-IDX) TO O-CT-LABOR-AMT.
           COMPUTE O-CT-TOTAL-AMT =
               TT-PART-AMT (TYPE-IDX) + TT-LABOR-AMT (TYPE-IDX).
           MOVE TT-PAID-AMT (TYPE-IDX) TO O-CT-PAID-AMT.
           MOVE TT-DENIED (TYPE-IDX) TO O-CT-DENIED.
           ADD TT-CLAIMS (TYPE-IDX) TO GT-CLAIMS.
           ADD TT-PART-AMT (TYPE-IDX) TO GT-PART-AMT.
           ADD TT-LABOR-AMT (TYPE-IDX) TO GT-LABOR-AMT.
           ADD TT-PAID-AMT (TYPE-IDX) TO GT-PAID-AMT.
           ADD TT-DENIED (TYPE-IDX) TO GT-DENIED.
           WRITE PRTLINE
               FROM COST-LINE
                   AFTER ADVANCING 1 LINE.


       9000-READ.
           READ CLAIM-TRANS
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
