       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLINT00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * CROSS-FILE REFERENTIAL INTEGRITY CHECK.                     *
      * RUNS AS A DRIVER PRE-STEP AND PROVES THE KEYS ONE FILE      *
      * CARRIES FOR ANOTHER AGAINST THE MASTER THAT OWNS THEM:      *
      *                                                             *
      *   CHILD FILE    KEY                  PARENT FILE            *
      *   BOATCUST      CUSTOMER NUMBER      BCUSTMST               *
      *   TENMAST       BUILDING/UNIT        EXPUNITS               *
      *   MONBILLS      BUILDING CODE        BLDGOWN                *
      *   CBLBOAT1      SALESPERSON CODE     SLSPMST                *
      *   GL LEDGER     ACCOUNT NUMBER       CHARTACC               *
      *                                                             *
      * EACH RELATIONSHIP IS SORTED ONCE, PARENT AND CHILD KEYS     *
      * TOGETHER, AND MATCHED ON THE KEY.  A CHILD KEY WITH NO      *
      * PARENT IS AN ORPHAN.  A PARENT NO CHILD USES IS PRINTED AS  *
      * UNREFERENCED; IT IS A VIOLATION ONLY WHERE THE RELATIONSHIP *
      * TABLE SAYS SO (A VACANT UNIT OR A CUSTOMER WITH NO SALE     *
      * THIS SEASON IS NORMAL; A BUILDING OWNER WITH NO BILLS OR A  *
      * CHART ACCOUNT THE LEDGER HAS NEVER POSTED TO IS NOT).  THE  *
      * GL ACCOUNTS IN USE ARE THOSE ON THE POSTED LEDGER (GLBAL)   *
      * AND ON THE LAST CONSOLIDATED JOURNAL (GLJOURNL), WHICH      *
      * BETWEEN THEM CARRY EVERY GL FEED, THE CHECK RUN'S CASH AND  *
      * THE ARCONTROL OFFSET.  BLANK CHILD KEYS, BOATCUST SESSION   *
      * TRAILERS, THE JOURNAL TRAILER AND CBLBOAT1 TRADE-INS ARE    *
      * NOT REFERENCES.  A RELATIONSHIP WHOSE PARENT OR CHILD FILE  *
      * IS NOT PRESENT IS REPORTED AS NOT CHECKED.                  *
      *                                                             *
      * EVERY VIOLATION IS LOGGED THROUGH GROUPERR SO THE CBLERR00  *
      * REPEAT-OFFENDER TRACKING PICKS UP A KEY THAT STAYS BROKEN   *
      * FROM RUN TO RUN.  ANY VIOLATION ENDS THE STEP WITH RETURN   *
      * CODE 4, A WARNING THE DRIVER SHOWS ON ITS STATUS REPORT.    *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL BOAT-CUST
               ASSIGN TO BOATCUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO BCUSTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL EXPECTED-UNITS
               ASSIGN TO EXPUNITS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL MONTHLY-BILLS
               ASSIGN TO MONBILLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL BLDG-OWNER-MAP
               ASSIGN TO BLDGOWN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL BOAT-MASTER
               ASSIGN TO CBLBOAT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL SLSP-MASTER
               ASSIGN TO SLSPMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL CHART-OF-ACCOUNTS
               ASSIGN TO CHARTACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL GL-BALANCE
               ASSIGN TO GLBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL GL-JOURNAL
               ASSIGN TO GLJOURNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK47".

           SELECT SORTED-KEYS
               ASSIGN TO INTKEYS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO INTRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD BOAT-CUST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS CUST-HIST-REC.

       01  CUST-HIST-REC.
           05  HI-LAST-NAME         PIC X(15).
           05  HI-STATE             PIC XX.
           05  HI-BOAT-TYPE         PIC X.
           05  HI-SALE-AMT          PIC 9(7)V99.
           05  HI-PURCH-DATE        PIC 9(8).
           05  HI-CUST-NO           PIC 9(6).

       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CUST-MST-REC.

       01  CUST-MST-REC.
           05  BC-CUST-NO           PIC 9(6).
           05  BC-NAME              PIC X(25).
           05  FILLER               PIC X(61).

       FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-REC.

       01  TENANT-REC.
           05  TN-KEY.
               10  TN-BLD-CODE      PIC XX.
               10  TN-UNIT          PIC 99.
           05  TN-NAME              PIC X(20).
           05  FILLER               PIC X(48).

       FD EXPECTED-UNITS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS EXP-REC.

       01  EXP-REC.
           05  EU-KEY.
               10  EU-BLD-CODE      PIC XX.
               10  EU-UNIT          PIC 99.

       FD MONTHLY-BILLS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS BILL-REC.

       01  BILL-REC.
           05  I-BLD-CODE           PIC XX.
           05  I-UNIT               PIC 99.
           05  FILLER               PIC X(23).

       FD BLDG-OWNER-MAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5 CHARACTERS
           DATA RECORD IS MAP-REC.

       01  MAP-REC.
           05  BO-BLD-CODE          PIC XX.
           05  BO-OWNER             PIC X(3).

       FD BOAT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS BOAT-REC.

       01  BOAT-REC.
           05  I-LAST-NAME          PIC X(15).
           05  FILLER               PIC X(27).
           05  I-SALESPERSON        PIC X(3).
           05  I-REC-TYPE           PIC X.
           05  FILLER               PIC X(14).

       FD SLSP-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS SLSP-MST-REC.

       01  SLSP-MST-REC.
           05  SM-CODE              PIC X(3).
           05  SM-NAME              PIC X(25).
           05  SM-RATE              PIC V999.
           05  SM-ACTIVE            PIC X.

       FD CHART-OF-ACCOUNTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CHART-REC.

       01  CHART-REC.
           05  CA-KEY               PIC X(10).
           05  CA-ACCOUNT           PIC 9(8).

      *    ONE RECORD PER ACCOUNT THE LEDGER CARRIES (GLBAL.CPY);
      *    ONLY THE ACCOUNT NUMBER IS NEEDED HERE.
       FD GL-BALANCE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 398 CHARACTERS
           DATA RECORD IS GL-BAL-REC.

       01  GL-BAL-REC.
           05  GBF-ACCOUNT          PIC X(8).
           05  FILLER               PIC X(390).

       FD GL-JOURNAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS GL-JRN-REC.

       01  GL-JRN-REC               PIC X(41).

      *    ONE KEY PER RECORD: SIDE 1 IS THE PARENT, SIDE 2 A CHILD,
      *    SO A KEY'S PARENT SORTS AHEAD OF ITS CHILDREN.
       SD SORT-WORK.
       01  SD-REC.
           05  SD-KEY               PIC X(15).
           05  SD-SIDE              PIC X.
           05  FILLER               PIC X(25).

       FD SORTED-KEYS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS SK-REC.

       01  SK-REC.
           05  SK-KEY               PIC X(15).
           05  SK-SIDE              PIC X.
           05  SK-INFO              PIC X(25).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99        VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX        VALUE "00".
           05  C-IN-STATUS      PIC XX        VALUE "00".
           05  MORE-IN          PIC XXX       VALUE "YES".
           05  MORE-SORTED      PIC XXX       VALUE "YES".
           05  PARENT-FILE-SW   PIC XXX       VALUE "NO".
           05  CHILD-FILE-SW    PIC XXX       VALUE "NO".
           05  C-MISSING-FILE   PIC X(11)     VALUE SPACES.
           05  C-REL-NO         PIC 9         VALUE ZERO.
           05  C-GL-REC         PIC X(41)     VALUE SPACES.
           05  H-KEY            PIC X(15)     VALUE SPACES.
           05  H-INFO           PIC X(25)     VALUE SPACES.
           05  C-GRP-PARENTS    PIC 9(5)      VALUE ZERO.
           05  C-GRP-CHILDREN   PIC 9(7)      VALUE ZERO.
           05  C-REL-PARENTS    PIC 9(7)      VALUE ZERO.
           05  C-REL-CHILDREN   PIC 9(7)      VALUE ZERO.
           05  C-REL-ORPHANS    PIC 9(5)      VALUE ZERO.
           05  C-REL-ORPH-RECS  PIC 9(7)      VALUE ZERO.
           05  C-REL-UNREF      PIC 9(5)      VALUE ZERO.
           05  C-REL-DUPS       PIC 9(5)      VALUE ZERO.
           05  C-RECS-READ      PIC 9(7)      VALUE ZERO.
           05  C-VIOL-CTR       PIC 9(7)      VALUE ZERO.
           05  C-REL-CHECKED    PIC 9         VALUE ZERO.
           05  C-REL-SKIPPED    PIC 9         VALUE ZERO.

      *    RELATIONSHIPS CHECKED - CHILD FILE, PARENT FILE, KEY
      *    DESCRIPTION, AND Y WHERE AN UNREFERENCED PARENT IS A
      *    VIOLATION.  THE ORDER MATCHES THE INPUT PROCEDURES IN
      *    0000-CBLINT00.
       01  REL-ARRAY.
           05  FILLER           PIC X(40)     VALUE
               'BOATCUST   BCUSTMSTCUSTOMER NUMBER     N'.
           05  FILLER           PIC X(40)     VALUE
               'TENMAST    EXPUNITSBUILDING/UNIT       N'.
           05  FILLER           PIC X(40)     VALUE
               'MONBILLS   BLDGOWN BUILDING CODE       Y'.
           05  FILLER           PIC X(40)     VALUE
               'CBLBOAT1   SLSPMST SALESPERSON CODE    N'.
           05  FILLER           PIC X(40)     VALUE
               'GL LEDGER  CHARTACCACCOUNT NUMBER      Y'.

       01  REL-TABLE REDEFINES REL-ARRAY.
           05  REL-ENTRY OCCURS 5 TIMES INDEXED BY REL-IDX.
               10  REL-CHILD        PIC X(11).
               10  REL-PARENT       PIC X(8).
               10  REL-DESC         PIC X(20).
               10  REL-UNREF-SW     PIC X.

       01  SHARED-ERR-PARMS.
           05  SE-PGM-ID       PIC X(9)    VALUE 'CBLINT00'.
           05  SE-REASON-CODE  PIC XX      VALUE '90'.
           05  SE-ERR-MSG      PIC X(59)   VALUE SPACES.
           05  SE-BAD-RECORD   PIC X(80)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLINT00'.
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
           05  FILLER           PIC X(41)   VALUE
               'MASTER FILE REFERENTIAL INTEGRITY CHECK'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  REL-HEADING-LINE.
           05  FILLER           PIC X(14)   VALUE 'RELATIONSHIP: '.
           05  O-REL-CHILD      PIC X(11).
           05  FILLER           PIC X(4)    VALUE ' -> '.
           05  O-REL-PARENT     PIC X(8).
           05  FILLER           PIC X(5)    VALUE '  ON '.
           05  O-REL-DESC       PIC X(20).
           05  FILLER           PIC X(70)   VALUE SPACES.

       01  DETAIL-HEADING.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'CONDITION'.
           05  FILLER           PIC X(17)   VALUE 'KEY'.
           05  FILLER           PIC X(40)   VALUE 'DETAIL'.
           05  FILLER           PIC X(56)   VALUE SPACES.

       01  ORPHAN-LINE.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'ORPHAN'.
           05  O-ORPH-KEY       PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'NOT ON PARENT,'.
           05  O-ORPH-RECS      PIC ZZZ,ZZ9.
           05  FILLER           PIC X(18)   VALUE
               ' CHILD RECORD(S)'.
           05  FILLER           PIC X(57)   VALUE SPACES.

       01  UNREF-LINE.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-UNREF-TYPE     PIC X(14).
           05  O-UNREF-KEY      PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-UNREF-INFO     PIC X(25).
           05  FILLER           PIC X(71)   VALUE SPACES.

       01  DUP-LINE.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'DUPLICATE'.
           05  O-DUP-KEY        PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-DUP-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(24)   VALUE
               ' PARENT RECORDS ON FILE'.
           05  FILLER           PIC X(66)   VALUE SPACES.

       01  NOT-CHECKED-LINE.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(3)    VALUE '** '.
           05  O-NC-FILE        PIC X(11).
           05  FILLER           PIC X(45)   VALUE
               ' NOT PRESENT - RELATIONSHIP NOT CHECKED **'.
           05  FILLER           PIC X(68)   VALUE SPACES.

       01  REL-COUNT-LINE.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  FILLER           PIC X(9)    VALUE 'PARENTS: '.
           05  O-CNT-PARENTS    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(12)   VALUE '  CHILDREN: '.
           05  O-CNT-CHILDREN   PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(16)   VALUE '  ORPHAN KEYS: '.
           05  O-CNT-ORPHANS    PIC ZZ,ZZ9.
           05  FILLER           PIC X(19)   VALUE
               '  ORPHAN RECORDS: '.
           05  O-CNT-ORPH-RECS  PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(16)   VALUE '  UNREFERENCED: '.
           05  O-CNT-UNREF      PIC ZZ,ZZ9.
           05  FILLER           PIC X(16)   VALUE SPACES.

       01  TOTAL-LINE.
           05  O-TOT-TEXT       PIC X(36).
           05  O-TOT-CTR        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(87)   VALUE SPACES.

       01  WARNING-LINE.
           05  FILLER           PIC X(46)   VALUE
               '*** INTEGRITY VIOLATIONS LOGGED TO GROUPERR - '.
           05  FILLER           PIC X(36)   VALUE
               'STEP ENDS WITH WARNING CODE 4 ***'.
           05  FILLER           PIC X(50)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLINT00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.

           MOVE 1 TO C-REL-NO.
           SORT SORT-WORK
               ON ASCENDING KEY SD-KEY
               ON ASCENDING KEY SD-SIDE
               INPUT PROCEDURE IS 0500-CUST-INPUT
                   THRU 0509-CUST-INPUT-EXIT
               GIVING SORTED-KEYS.
           PERFORM 2000-MATCH-PASS.

           MOVE 2 TO C-REL-NO.
           SORT SORT-WORK
               ON ASCENDING KEY SD-KEY
               ON ASCENDING KEY SD-SIDE
               INPUT PROCEDURE IS 0510-UNIT-INPUT
                   THRU 0519-UNIT-INPUT-EXIT
               GIVING SORTED-KEYS.
           PERFORM 2000-MATCH-PASS.

           MOVE 3 TO C-REL-NO.
           SORT SORT-WORK
               ON ASCENDING KEY SD-KEY
               ON ASCENDING KEY SD-SIDE
               INPUT PROCEDURE IS 0520-BLDG-INPUT
                   THRU 0529-BLDG-INPUT-EXIT
               GIVING SORTED-KEYS.
           PERFORM 2000-MATCH-PASS.

           MOVE 4 TO C-REL-NO.
           SORT SORT-WORK
               ON ASCENDING KEY SD-KEY
               ON ASCENDING KEY SD-SIDE
               INPUT PROCEDURE IS 0530-SLSP-INPUT
                   THRU 0539-SLSP-INPUT-EXIT
               GIVING SORTED-KEYS.
           PERFORM 2000-MATCH-PASS.

           MOVE 5 TO C-REL-NO.
           SORT SORT-WORK
               ON ASCENDING KEY SD-KEY
               ON ASCENDING KEY SD-SIDE
               INPUT PROCEDURE IS 0540-ACCT-INPUT
                   THRU 0549-ACCT-INPUT-EXIT
               GIVING SORTED-KEYS.
           PERFORM 2000-MATCH-PASS.

           PERFORM 3000-CLOSING.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           MOVE I-DAY TO O-DAY.

           OPEN OUTPUT PRTOUT.


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


      *    BOATCUST CUSTOMER NUMBERS AGAINST THE BOAT CUSTOMER
      *    MASTER.  THE SESSION TRAILERS CBLANL02 WRITES ARE SKIPPED.
       0500-CUST-INPUT.
           PERFORM 0800-REL-START.
           OPEN INPUT CUST-MASTER.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO PARENT-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0501-READ-CUST-MASTER
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE CUST-MASTER.

           OPEN INPUT BOAT-CUST.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO CHILD-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0502-READ-BOAT-CUST
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE BOAT-CUST.
           GO TO 0509-CUST-INPUT-EXIT.

       0501-READ-CUST-MASTER.
           READ CUST-MASTER
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE BC-CUST-NO TO SD-KEY
               MOVE BC-NAME TO H-INFO
               PERFORM 0850-RELEASE-PARENT
           END-IF.

       0502-READ-BOAT-CUST.
           READ BOAT-CUST
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND HI-LAST-NAME NOT = '**TRAILER**'
               MOVE HI-CUST-NO TO SD-KEY
               PERFORM 0860-RELEASE-CHILD
           END-IF.

       0509-CUST-INPUT-EXIT.
           EXIT.


      *    TENANT MASTER UNITS AGAINST THE EXPECTED-UNITS MASTER.
       0510-UNIT-INPUT.
           PERFORM 0800-REL-START.
           OPEN INPUT EXPECTED-UNITS.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO PARENT-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0511-READ-EXP-UNITS
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE EXPECTED-UNITS.

           OPEN INPUT TENANT-MASTER.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO CHILD-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0512-READ-TENANT
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE TENANT-MASTER.
           GO TO 0519-UNIT-INPUT-EXIT.

       0511-READ-EXP-UNITS.
           READ EXPECTED-UNITS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE EU-KEY TO SD-KEY
               MOVE SPACES TO H-INFO
               PERFORM 0850-RELEASE-PARENT
           END-IF.

       0512-READ-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE TN-KEY TO SD-KEY
               PERFORM 0860-RELEASE-CHILD
           END-IF.

       0519-UNIT-INPUT-EXIT.
           EXIT.


      *    BUILDINGS BILLED ON MONBILLS AGAINST THE BUILDING-OWNER
      *    MAP.  EVERY MONBILLS RECORD TYPE CARRIES THE BUILDING.
       0520-BLDG-INPUT.
           PERFORM 0800-REL-START.
           OPEN INPUT BLDG-OWNER-MAP.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO PARENT-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0521-READ-OWNER-MAP
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE BLDG-OWNER-MAP.

           OPEN INPUT MONTHLY-BILLS.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO CHILD-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0522-READ-BILLS
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE MONTHLY-BILLS.
           GO TO 0529-BLDG-INPUT-EXIT.

       0521-READ-OWNER-MAP.
           READ BLDG-OWNER-MAP
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE BO-BLD-CODE TO SD-KEY
               MOVE SPACES TO H-INFO
               STRING 'OWNER ' DELIMITED BY SIZE
                      BO-OWNER DELIMITED BY SIZE
                   INTO H-INFO
               PERFORM 0850-RELEASE-PARENT
           END-IF.

       0522-READ-BILLS.
           READ MONTHLY-BILLS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE I-BLD-CODE TO SD-KEY
               PERFORM 0860-RELEASE-CHILD
           END-IF.

       0529-BLDG-INPUT-EXIT.
           EXIT.


      *    SALESPERSON CODES ON THE BOAT SALES FILE AGAINST THE
      *    SALESPERSON MASTER.  TRADE-IN RECORDS CARRY NO SALE.
       0530-SLSP-INPUT.
           PERFORM 0800-REL-START.
           OPEN INPUT SLSP-MASTER.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO PARENT-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0531-READ-SLSP-MASTER
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE SLSP-MASTER.

           OPEN INPUT BOAT-MASTER.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO CHILD-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0532-READ-BOAT
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE BOAT-MASTER.
           GO TO 0539-SLSP-INPUT-EXIT.

       0531-READ-SLSP-MASTER.
           READ SLSP-MASTER
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE SM-CODE TO SD-KEY
               MOVE SM-NAME TO H-INFO
               PERFORM 0850-RELEASE-PARENT
           END-IF.

       0532-READ-BOAT.
           READ BOAT-MASTER
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND I-REC-TYPE NOT = 'T'
               MOVE I-SALESPERSON TO SD-KEY
               PERFORM 0860-RELEASE-CHILD
           END-IF.

       0539-SLSP-INPUT-EXIT.
           EXIT.


      *    ACCOUNT NUMBERS THE LEDGER HAS POSTED, AND THOSE ON THE
      *    LAST JOURNAL IN CASE IT IS NOT POSTED YET, AGAINST THE
      *    CHART OF ACCOUNTS.
       0540-ACCT-INPUT.
           PERFORM 0800-REL-START.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO PARENT-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0541-READ-CHART
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE CHART-OF-ACCOUNTS.

           OPEN INPUT GL-BALANCE.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO CHILD-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0542-READ-GL-BALANCE
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE GL-BALANCE.

           OPEN INPUT GL-JOURNAL.
           IF C-IN-STATUS = "00"
               MOVE "YES" TO CHILD-FILE-SW
               MOVE "YES" TO MORE-IN
               PERFORM 0543-READ-GL-JOURNAL
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE GL-JOURNAL.
           GO TO 0549-ACCT-INPUT-EXIT.

       0541-READ-CHART.
           READ CHART-OF-ACCOUNTS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE CA-ACCOUNT TO SD-KEY
               MOVE CA-KEY TO H-INFO
               PERFORM 0850-RELEASE-PARENT
           END-IF.

       0542-READ-GL-BALANCE.
           READ GL-BALANCE
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE GBF-ACCOUNT TO C-GL-REC
               PERFORM 0870-RELEASE-GL
           END-IF.

       0543-READ-GL-JOURNAL.
           READ GL-JOURNAL
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE GL-JRN-REC TO C-GL-REC
               PERFORM 0870-RELEASE-GL
           END-IF.

       0549-ACCT-INPUT-EXIT.
           EXIT.


       0800-REL-START.
           SET REL-IDX TO C-REL-NO.
           MOVE "NO" TO PARENT-FILE-SW.
           MOVE "NO" TO CHILD-FILE-SW.
           MOVE ZERO TO C-REL-PARENTS.
           MOVE ZERO TO C-REL-CHILDREN.
           MOVE ZERO TO C-REL-ORPHANS.
           MOVE ZERO TO C-REL-ORPH-RECS.
           MOVE ZERO TO C-REL-UNREF.
           MOVE ZERO TO C-REL-DUPS.

       0850-RELEASE-PARENT.
           ADD 1 TO C-REL-PARENTS.
           ADD 1 TO C-RECS-READ.
           MOVE '1' TO SD-SIDE.
           MOVE H-INFO TO SD-REC (17:25).
           RELEASE SD-REC.

      *    A BLANK KEY REFERS TO NOTHING AND IS NOT RELEASED.
       0860-RELEASE-CHILD.
           ADD 1 TO C-RECS-READ.
           IF SD-KEY NOT = SPACES
               ADD 1 TO C-REL-CHILDREN
               MOVE '2' TO SD-SIDE
               MOVE SPACES TO SD-REC (17:25)
               RELEASE SD-REC
           END-IF.

       0870-RELEASE-GL.
           IF C-GL-REC (1:8) = 'TRAILER '
               ADD 1 TO C-RECS-READ
           ELSE
               MOVE C-GL-REC (1:8) TO SD-KEY
               PERFORM 0860-RELEASE-CHILD
           END-IF.


      *    ONE PASS OF THE SORTED KEYS PER RELATIONSHIP.  EACH KEY'S
      *    PARENT AND CHILD RECORDS ARE COUNTED TOGETHER; NO PARENT
      *    IS AN ORPHAN, NO CHILD AN UNREFERENCED PARENT.
       2000-MATCH-PASS.
           PERFORM 2900-REL-HEADING.
           IF PARENT-FILE-SW = "NO"
               MOVE REL-PARENT (REL-IDX) TO C-MISSING-FILE
               PERFORM 2950-NOT-CHECKED
           ELSE
               IF CHILD-FILE-SW = "NO"
                   MOVE REL-CHILD (REL-IDX) TO C-MISSING-FILE
                   PERFORM 2950-NOT-CHECKED
               ELSE
                   ADD 1 TO C-REL-CHECKED
                   MOVE "YES" TO MORE-SORTED
                   OPEN INPUT SORTED-KEYS
                   PERFORM 9000-READ-SORTED
                   PERFORM 2100-KEY-GROUP
                       UNTIL MORE-SORTED = "NO"
                   CLOSE SORTED-KEYS
                   PERFORM 2800-REL-COUNTS
               END-IF
           END-IF.

       2100-KEY-GROUP.
           MOVE SK-KEY TO H-KEY.
           MOVE SPACES TO H-INFO.
           MOVE ZERO TO C-GRP-PARENTS.
           MOVE ZERO TO C-GRP-CHILDREN.
           PERFORM 2110-GROUP-REC
               UNTIL MORE-SORTED = "NO"
                  OR SK-KEY NOT = H-KEY.
           IF C-GRP-PARENTS = ZERO
               PERFORM 2200-ORPHAN
           ELSE
               IF C-GRP-CHILDREN = ZERO
                   PERFORM 2300-UNREFERENCED
               END-IF
               IF C-GRP-PARENTS > 1
                   PERFORM 2400-DUPLICATE
               END-IF
           END-IF.

       2110-GROUP-REC.
           IF SK-SIDE = '1'
               ADD 1 TO C-GRP-PARENTS
               MOVE SK-INFO TO H-INFO
           ELSE
               ADD 1 TO C-GRP-CHILDREN
           END-IF.
           PERFORM 9000-READ-SORTED.

       2200-ORPHAN.
           ADD 1 TO C-REL-ORPHANS.
           ADD C-GRP-CHILDREN TO C-REL-ORPH-RECS.
           MOVE H-KEY TO O-ORPH-KEY.
           MOVE C-GRP-CHILDREN TO O-ORPH-RECS.
           WRITE PRTLINE
               FROM ORPHAN-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

           MOVE SPACES TO SE-ERR-MSG.
           STRING REL-CHILD (REL-IDX) DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  REL-DESC (REL-IDX) DELIMITED BY '  '
                  ' NOT ON ' DELIMITED BY SIZE
                  REL-PARENT (REL-IDX) DELIMITED BY SPACE
               INTO SE-ERR-MSG.
           PERFORM 2500-LOG-VIOLATION.

      *    A PARENT NOTHING USES PRINTS FOR EVERY RELATIONSHIP BUT
      *    IS LOGGED ONLY WHERE THE TABLE MAKES IT A VIOLATION.
       2300-UNREFERENCED.
           ADD 1 TO C-REL-UNREF.
           IF REL-UNREF-SW (REL-IDX) = 'Y'
               MOVE 'UNREFERENCED' TO O-UNREF-TYPE
           ELSE
               MOVE 'NOT USED' TO O-UNREF-TYPE
           END-IF.
           MOVE H-KEY TO O-UNREF-KEY.
           MOVE H-INFO TO O-UNREF-INFO.
           WRITE PRTLINE
               FROM UNREF-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

           IF REL-UNREF-SW (REL-IDX) = 'Y'
               MOVE SPACES TO SE-ERR-MSG
               STRING REL-PARENT (REL-IDX) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      REL-DESC (REL-IDX) DELIMITED BY '  '
                      ' NOT USED BY ' DELIMITED BY SIZE
                      REL-CHILD (REL-IDX) DELIMITED BY '  '
                   INTO SE-ERR-MSG
               END-STRING
               PERFORM 2500-LOG-VIOLATION
           END-IF.

      *    A KEY ON THE PARENT FILE MORE THAN ONCE IS PRINTED SO THE
      *    MASTER CAN BE CLEANED UP; IT IS NOT A REFERENCE BREAK.
       2400-DUPLICATE.
           ADD 1 TO C-REL-DUPS.
           MOVE H-KEY TO O-DUP-KEY.
           MOVE C-GRP-PARENTS TO O-DUP-CTR.
           WRITE PRTLINE
               FROM DUP-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

      *    THE RECORD IMAGE IS THE RELATIONSHIP AND KEY ONLY, SO THE
      *    SAME BROKEN KEY LOGS THE SAME IMAGE EVERY NIGHT.
       2500-LOG-VIOLATION.
           ADD 1 TO C-VIOL-CTR.
           MOVE SPACES TO SE-BAD-RECORD.
           STRING REL-CHILD (REL-IDX) DELIMITED BY '  '
                  '/' DELIMITED BY SIZE
                  REL-PARENT (REL-IDX) DELIMITED BY SPACE
                  ' KEY ' DELIMITED BY SIZE
                  H-KEY DELIMITED BY SIZE
               INTO SE-BAD-RECORD.
           MOVE '90' TO SE-REASON-CODE.
           CALL 'GROUPERR' USING SHARED-ERR-PARMS.

       2800-REL-COUNTS.
           MOVE C-REL-PARENTS TO O-CNT-PARENTS.
           MOVE C-REL-CHILDREN TO O-CNT-CHILDREN.
           MOVE C-REL-ORPHANS TO O-CNT-ORPHANS.
           MOVE C-REL-ORPH-RECS TO O-CNT-ORPH-RECS.
           MOVE C-REL-UNREF TO O-CNT-UNREF.
           WRITE PRTLINE
               FROM REL-COUNT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

      *    EACH RELATIONSHIP STARTS ON A NEW PAGE.
       2900-REL-HEADING.
           MOVE REL-CHILD (REL-IDX) TO O-REL-CHILD.
           MOVE REL-PARENT (REL-IDX) TO O-REL-PARENT.
           MOVE REL-DESC (REL-IDX) TO O-REL-DESC.
           PERFORM 9100-HEADING.

       2950-NOT-CHECKED.
           ADD 1 TO C-REL-SKIPPED.
           MOVE C-MISSING-FILE TO O-NC-FILE.
           WRITE PRTLINE
               FROM NOT-CHECKED-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.


       3000-CLOSING.
           MOVE 'RELATIONSHIPS CHECKED' TO O-TOT-TEXT.
           MOVE C-REL-CHECKED TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'RELATIONSHIPS NOT CHECKED' TO O-TOT-TEXT.
           MOVE C-REL-SKIPPED TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS READ' TO O-TOT-TEXT.
           MOVE C-RECS-READ TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'VIOLATIONS LOGGED' TO O-TOT-TEXT.
           MOVE C-VIOL-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-VIOL-CTR > ZERO
               WRITE PRTLINE
                   FROM WARNING-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           MOVE '99' TO SE-REASON-CODE.
           CALL 'GROUPERR' USING SHARED-ERR-PARMS.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-RECS-READ TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-VIOL-CTR > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.


       9000-READ-SORTED.
           READ SORTED-KEYS
               AT END
                   MOVE "NO" TO MORE-SORTED.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM REL-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM DETAIL-HEADING
                   AFTER ADVANCING 2 LINES.
