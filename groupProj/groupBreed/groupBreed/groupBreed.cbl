       IDENTIFICATION DIVISION.
       PROGRAM-ID.             GROUPBRD.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - GROUP PROJECT - BREEDING AND BIRTHING -  *
      * BIRTHS REACHED GROUPTRX WITH NO RECORD OF   *
      * THE BREEDING BEHIND THEM, SO NOBODY KNEW    *
      * WHAT WAS COMING OR HOW MANY FEMALES ACTUALLY*
      * CAUGHT.  BREEDING TRANSACTIONS (SPECIES,    *
      * BREEDING DATE, FEMALES BRED, SIRE) ARE HELD *
      * ON THE BREEDING FILE WITH A DUE DATE FROM   *
      * THE PER-SPECIES GESTATION TABLE.  BIRTHS    *
      * RECORDED AGAINST A BREEDING ARE PASSED ON   *
      * AS B TRANSACTIONS IN HERDTRN FORMAT FOR     *
      * GROUPTRX.  THE REPORT CARRIES THE UPCOMING  *
      * BIRTHS WORKLIST BY WEEK, THE SEASON'S BRED  *
      * VS BIRTHED COUNTS AND BIRTH RATE PER        *
      * SPECIES, AND THE BREEDINGS STILL OPEN PAST  *
      * THEIR DUE DATE PLUS THE OVERDUE MARGIN.     *
      * BAD TRANSACTIONS GO THROUGH GROUPERR.       *
      *                                             *
      * BREEDING TRANSACTION TYPES:                 *
      *   R  BREEDING  - FEMALES = FEMALES BRED     *
      *   B  BIRTHS    - FEMALES = FEMALES THAT     *
      *                  DELIVERED, OFFSPRING =     *
      *                  NUMBER BORN                *
      *   C  CLOSE     - NO MORE BIRTHS EXPECTED    *
      ***********************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL BREED-MASTER
           ASSIGN TO BREEDMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-BRDM-STATUS.

           SELECT NEW-BREED-MASTER
           ASSIGN TO BREEDMSTN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BREED-TRANS
           ASSIGN TO BREEDTRX
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GEST-PARMS
           ASSIGN TO GESTPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-GEST-STATUS.

           SELECT OPTIONAL BREED-PARMS
           ASSIGN TO BRDPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL HERD-MASTER
           ASSIGN TO HERDMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-HERD-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT BIRTH-TRANS
           ASSIGN TO HERDBTRN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BREED-PRTOUT
           ASSIGN TO BREEDRPT.



       DATA DIVISION.
       FILE SECTION.

       FD  BREED-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS BREED-REC
           RECORD CONTAINS 60 CHARACTERS.

       01  BREED-REC.
           05  BM-BREED-ID       PIC X(6).
           05  BM-ANIMAL         PIC X(11).
           05  BM-BRED-DATE      PIC 9(8).
           05  BM-FEMALES        PIC 99.
           05  BM-SIRE           PIC X(11).
           05  BM-DUE-DATE       PIC 9(8).
           05  BM-DELIVERED      PIC 99.
           05  BM-BORN           PIC 9(3).
           05  BM-LAST-BIRTH     PIC 9(8).
           05  BM-STATUS         PIC X.

       FD  NEW-BREED-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-BREED-REC
           RECORD CONTAINS 60 CHARACTERS.

       01  NEW-BREED-REC.
           05  NB-BREED-ID       PIC X(6).
           05  NB-ANIMAL         PIC X(11).
           05  NB-BRED-DATE      PIC 9(8).
           05  NB-FEMALES        PIC 99.
           05  NB-SIRE           PIC X(11).
           05  NB-DUE-DATE       PIC 9(8).
           05  NB-DELIVERED      PIC 99.
           05  NB-BORN           PIC 9(3).
           05  NB-LAST-BIRTH     PIC 9(8).
           05  NB-STATUS         PIC X.

       FD  BREED-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-REC
           RECORD CONTAINS 41 CHARACTERS.

       01  TRANS-REC.
           05  BT-TYPE           PIC X.
           05  BT-BREED-ID       PIC X(6).
           05  BT-ANIMAL         PIC X(11).
           05  BT-DATE           PIC X(8).
           05  BT-DATE-9 REDEFINES BT-DATE
                                 PIC 9(8).
           05  BT-FEMALES        PIC 99.
           05  BT-OFFSPRING      PIC 99.
           05  BT-SIRE           PIC X(11).

       FD  GEST-PARMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS GEST-REC
           RECORD CONTAINS 14 CHARACTERS.

       01  GEST-REC.
           05  GP-ANIMAL         PIC X(11).
           05  GP-DAYS           PIC 9(3).

       FD  BREED-PARMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BRDPARM-REC
           RECORD CONTAINS 13 CHARACTERS.

       01  BRDPARM-REC.
           05  BP-MARGIN-DAYS    PIC 9(3).
           05  BP-HORIZON-WEEKS  PIC 99.
           05  BP-SEASON-START   PIC 9(8).

       FD  HERD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HERD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  HERD-REC.
           05  HM-ANIMAL         PIC X(11).
           05  HM-QUANTITY       PIC 99.
           05  HM-VALUE          PIC 9(5)V99.
           05  HM-ACQ-DATE       PIC 9(8).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD  BIRTH-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS BIRTH-REC
           RECORD CONTAINS 14 CHARACTERS.

       01  BIRTH-REC.
           05  BX-TYPE           PIC X.
           05  BX-ANIMAL         PIC X(11).
           05  BX-QTY            PIC 99.

       FD BREED-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).



       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  MORE-MAST       PIC XXX       VALUE 'YES'.
           05  MORE-TRANS      PIC XXX       VALUE 'YES'.
           05  MORE-GESTS      PIC XXX       VALUE 'YES'.
           05  MORE-HERD       PIC XXX       VALUE 'YES'.
           05  C-BRDM-STATUS   PIC XX        VALUE '00'.
           05  C-GEST-STATUS   PIC XX        VALUE '00'.
           05  C-PARM-STATUS   PIC XX        VALUE '00'.
           05  C-HERD-STATUS   PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  C-BRD-TBL-CTR   PIC 9(3)      VALUE ZERO.
           05  C-BRD-FOUND-IDX PIC 9(3)      VALUE ZERO.
           05  BRD-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  BRD-OVFL-SW     PIC XXX       VALUE 'NO'.
           05  C-MAST-SKIP-CTR PIC 9(5)      VALUE ZERO.
           05  C-LOOKUP-ID     PIC X(6)      VALUE SPACES.
           05  C-GEST-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-GEST-FOUND-IDX PIC 99       VALUE ZERO.
           05  GEST-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  C-HERD-TBL-CTR  PIC 99        VALUE ZERO.
           05  HERD-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  C-SPEC-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-SPEC-FOUND-IDX PIC 99       VALUE ZERO.
           05  SPEC-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  C-LOOKUP-ANIMAL PIC X(11)     VALUE SPACES.

           05  C-MARGIN-DAYS   PIC 9(3)      VALUE 14.
           05  C-HORIZON-WEEKS PIC 99        VALUE 8.
           05  C-SEASON-START  PIC 9(8)      VALUE ZERO.

           05  C-TODAY-INT     PIC 9(7)      VALUE ZERO.
           05  C-DUE-INT       PIC 9(7)      VALUE ZERO.
           05  C-WEEK-INT      PIC 9(7)      VALUE ZERO.
           05  C-HORIZON-INT   PIC 9(7)      VALUE ZERO.
           05  C-WEEK-DATE     PIC 9(8)      VALUE ZERO.
           05  C-LAST-WEEK     PIC 9(8)      VALUE ZERO.
           05  C-NEXT-IDX      PIC 9(3)      VALUE ZERO.
           05  C-NEXT-DUE      PIC 9(8)      VALUE ZERO.
           05  WORK-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  OVERDUE-SW      PIC XXX       VALUE 'NO'.
           05  C-DAYS-LATE     PIC 9(5)      VALUE ZERO.
           05  C-BIRTH-RATE    PIC 9(3)V9    VALUE ZERO.
           05  C-SECTION       PIC 9         VALUE ZERO.

           05  C-TRX-CTR       PIC 9(5)      VALUE ZERO.
           05  C-REJ-CTR       PIC 9(5)      VALUE ZERO.
           05  C-NEW-BRD-CTR   PIC 9(5)      VALUE ZERO.
           05  C-BIRTH-CTR     PIC 9(5)      VALUE ZERO.
           05  C-BORN-CTR      PIC 9(5)      VALUE ZERO.
           05  C-CLOSE-CTR     PIC 9(5)      VALUE ZERO.
           05  C-WORK-CTR      PIC 9(5)      VALUE ZERO.
           05  C-OVERDUE-CTR   PIC 9(5)      VALUE ZERO.

       01  ERR-PARMS.
           05  EP-PGM-ID       PIC X(9)    VALUE 'GROUPBRD'.
           05  EP-REASON-CODE  PIC XX.
           05  EP-ERR-MSG      PIC X(59).
           05  EP-BAD-RECORD   PIC X(80).

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.


       01  BREED-TABLE.
           05  BRD-ENTRY OCCURS 999 TIMES INDEXED BY BRD-IDX.
               10  T-BR-ID         PIC X(6).
               10  T-BR-ANIMAL     PIC X(11).
               10  T-BR-BRED       PIC 9(8).
               10  T-BR-FEMALES    PIC 99.
               10  T-BR-SIRE       PIC X(11).
               10  T-BR-DUE        PIC 9(8).
               10  T-BR-DELIVERED  PIC 99.
               10  T-BR-BORN       PIC 9(3).
               10  T-BR-LAST-BIRTH PIC 9(8).
               10  T-BR-STATUS     PIC X.
               10  T-BR-LISTED     PIC X.

       01  GEST-TABLE.
           05  GEST-ENTRY OCCURS 30 TIMES INDEXED BY GEST-IDX.
               10  T-GEST-ANIMAL   PIC X(11).
               10  T-GEST-DAYS     PIC 9(3).

       01  HERD-TABLE.
           05  HERD-ENTRY OCCURS 30 TIMES INDEXED BY HERD-IDX.
               10  T-HERD-ANIMAL   PIC X(11).

       01  SPECIES-TABLE.
           05  SPECIES-ENTRY OCCURS 31 TIMES INDEXED BY SPEC-IDX.
               10  T-SP-ANIMAL     PIC X(11).
               10  T-SP-BREEDINGS  PIC 9(5).
               10  T-SP-BRED       PIC 9(5).
               10  T-SP-DELIVERED  PIC 9(5).
               10  T-SP-BORN       PIC 9(5).
               10  T-SP-OPEN       PIC 9(5).
               10  T-SP-OVERDUE    PIC 9(5).


       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.
       01  C-TODAY-DATE REDEFINES SYS-DATE PIC 9(8).



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(44)   VALUE SPACES.
           05  FILLER       PIC X(22)   VALUE 'BREEDING / BIRTHING'.
           05  FILLER       PIC X(42)   VALUE SPACES.
           COPY RPTPAGE.

       01  DETAIL-HEADING-LINE.
           05  FILLER       PIC X(13)   VALUE 'GROUP-PROJECT'.
           05  FILLER       PIC X(47)   VALUE SPACES.
           05  O-HDG-TITLE  PIC X(30)   VALUE SPACES.
           05  FILLER       PIC X(42)   VALUE SPACES.

       01  SEASON-DATE-LINE.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(17)   VALUE 'SEASON BEGINNING '.
           05  O-SEASON-START PIC 9(8).
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(21)   VALUE 'OVERDUE MARGIN DAYS: '.
           05  O-MARGIN-DAYS PIC ZZ9.
           05  FILLER       PIC X(73)   VALUE SPACES.

       01  WORK-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'BREED ID'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'BRED ON'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DUE DATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(12)   VALUE 'FEMALES OPEN'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'SIRE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE 'NOTE'.
           05  FILLER       PIC X(35)   VALUE SPACES.

       01  WEEK-LINE.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'WEEK OF '.
           05  O-WEEK-DATE     PIC 9(8).
           05  FILLER          PIC X(113)  VALUE SPACES.

       01  WORK-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-WK-ID         PIC X(6).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-WK-ANIMAL     PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-WK-BRED       PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-WK-DUE        PIC 9(8).
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  O-WK-OPEN       PIC Z9.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  O-WK-SIRE       PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-WK-NOTE       PIC X(10).
           05  FILLER          PIC X(35)   VALUE SPACES.

       01  SPECIES-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE 'BREEDINGS'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(12)   VALUE 'FEMALES BRED'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE 'DELIVERED'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(4)    VALUE 'BORN'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE 'BIRTH RATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(4)    VALUE 'OPEN'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'OVERDUE'.
           05  FILLER       PIC X(33)   VALUE SPACES.

       01  SPECIES-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-SP-ANIMAL     PIC X(11).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-SP-BREEDINGS  PIC ZZ,ZZ9.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  O-SP-BRED       PIC ZZ,ZZ9.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-SP-DELIVERED  PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SP-BORN       PIC ZZ,ZZ9.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-SP-RATE       PIC ZZ9.9.
           05  FILLER          PIC X       VALUE '%'.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-SP-OPEN       PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-SP-OVERDUE    PIC ZZ,ZZ9.
           05  FILLER          PIC X(33)   VALUE SPACES.

       01  OVERDUE-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'BREED ID'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'BRED ON'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DUE DATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE 'DAYS LATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(12)   VALUE 'FEMALES OPEN'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'SIRE'.
           05  FILLER       PIC X(36)   VALUE SPACES.

       01  OVERDUE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-OD-ID         PIC X(6).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-OD-ANIMAL     PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-OD-BRED       PIC 9(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-OD-DUE        PIC 9(8).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-OD-LATE       PIC ZZ,ZZ9.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  O-OD-OPEN       PIC Z9.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  O-OD-SIRE       PIC X(11).
           05  FILLER          PIC X(36)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-NONE-MSG      PIC X(50).
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-TOT-DESC      PIC X(30).
           05  O-TOT-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(91)   VALUE SPACES.


       01  BLANK-LINE.
           05  FILLER              PIC X(132)    VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPBRD'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPBRD.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
             INTO O-DATE.
           COMPUTE C-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (C-TODAY-DATE).

      *    THE SEASON RUNS FROM JANUARY 1ST OF THE BUSINESS YEAR
      *    UNLESS THE PARAMETER CARD SAYS OTHERWISE.
           COMPUTE C-SEASON-START = I-YEAR * 10000 + 101.

           PERFORM 1100-READ-PARMS.
           PERFORM 1200-LOAD-GESTATION.
           PERFORM 1300-LOAD-HERD-MASTER.
           PERFORM 1400-LOAD-BREED-MASTER.

           OPEN INPUT BREED-TRANS.
           OPEN OUTPUT BIRTH-TRANS.
           OPEN OUTPUT BREED-PRTOUT.

           PERFORM 9000-READ-TRANS.


      *    THE RUN-CONTROL CARD CARRIES THE OFFICIAL BUSINESS DATE
      *    FOR THE RUN; WITH NO CARD THE SYSTEM DATE IS THE DEFAULT.
       1015-BUSINESS-DATE.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.
           OPEN INPUT RUN-CONTROL.
           IF C-RUNCTL-STATUS = "00" OR "05"
               READ RUN-CONTROL
                   AT END
                       MOVE SPACES TO CTL-BUS-DATE
               END-READ
               IF CTL-BUS-DATE IS NUMERIC
                  AND CTL-BUS-DATE NOT = '00000000'
                   MOVE CTL-BUS-DATE TO SYS-DATE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.


      *    ONE CARD: OVERDUE MARGIN DAYS, WORKLIST WEEKS AHEAD AND
      *    SEASON START.  A ZERO OR BLANK FIELD KEEPS THE DEFAULT.
       1100-READ-PARMS.

           OPEN INPUT BREED-PARMS.
           IF C-PARM-STATUS = '00' OR '05'
               READ BREED-PARMS
                   AT END
                       MOVE SPACES TO BRDPARM-REC
               END-READ
               IF BP-MARGIN-DAYS NUMERIC
                  AND BP-MARGIN-DAYS > ZERO
                   MOVE BP-MARGIN-DAYS TO C-MARGIN-DAYS
               END-IF
               IF BP-HORIZON-WEEKS NUMERIC
                  AND BP-HORIZON-WEEKS > ZERO
                   MOVE BP-HORIZON-WEEKS TO C-HORIZON-WEEKS
               END-IF
               IF BP-SEASON-START NUMERIC
                  AND BP-SEASON-START > ZERO
                   MOVE BP-SEASON-START TO C-SEASON-START
               END-IF
               CLOSE BREED-PARMS
           END-IF.


       1200-LOAD-GESTATION.

           OPEN INPUT GEST-PARMS.
           IF C-GEST-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-GEST
                   UNTIL MORE-GESTS = 'NO'
               CLOSE GEST-PARMS
           END-IF.

       1210-LOAD-ONE-GEST.

           READ GEST-PARMS
               AT END
                   MOVE 'NO' TO MORE-GESTS
           END-READ.
           IF MORE-GESTS = 'YES'
               AND GP-DAYS NUMERIC
               AND GP-DAYS > ZERO
               AND C-GEST-TBL-CTR < 30
                   ADD 1 TO C-GEST-TBL-CTR
                   SET GEST-IDX TO C-GEST-TBL-CTR
                   MOVE GP-ANIMAL TO T-GEST-ANIMAL (GEST-IDX)
                   MOVE GP-DAYS TO T-GEST-DAYS (GEST-IDX)
           END-IF.


      *    THE HERD MASTER IS ONLY USED TO CONFIRM THE SPECIES -
      *    A BIRTH FOR A SPECIES GROUPTRX DOES NOT CARRY WOULD BE
      *    REJECTED THERE, SO THE BREEDING IS REJECTED HERE.
       1300-LOAD-HERD-MASTER.

           OPEN INPUT HERD-MASTER.
           IF C-HERD-STATUS = '00' OR '05'
               PERFORM 1310-LOAD-ONE-HERD
                   UNTIL MORE-HERD = 'NO'
               CLOSE HERD-MASTER
           END-IF.

       1310-LOAD-ONE-HERD.

           READ HERD-MASTER
               AT END
                   MOVE 'NO' TO MORE-HERD
           END-READ.
           IF MORE-HERD = 'YES'
               AND C-HERD-TBL-CTR < 30
                   ADD 1 TO C-HERD-TBL-CTR
                   SET HERD-IDX TO C-HERD-TBL-CTR
                   MOVE HM-ANIMAL TO T-HERD-ANIMAL (HERD-IDX)
           END-IF.


       1400-LOAD-BREED-MASTER.

           OPEN INPUT BREED-MASTER.
           IF C-BRDM-STATUS = '00' OR '05'
               PERFORM 1410-LOAD-ONE-BREED
                   UNTIL MORE-MAST = 'NO'
               CLOSE BREED-MASTER
           END-IF.

       1410-LOAD-ONE-BREED.

           READ BREED-MASTER
               AT END
                   MOVE 'NO' TO MORE-MAST
           END-READ.
           IF MORE-MAST = 'YES'
               IF C-BRD-TBL-CTR < 999
                   ADD 1 TO C-BRD-TBL-CTR
                   SET BRD-IDX TO C-BRD-TBL-CTR
                   MOVE BM-BREED-ID TO T-BR-ID (BRD-IDX)
                   MOVE BM-ANIMAL TO T-BR-ANIMAL (BRD-IDX)
                   MOVE BM-BRED-DATE TO T-BR-BRED (BRD-IDX)
                   MOVE BM-FEMALES TO T-BR-FEMALES (BRD-IDX)
                   MOVE BM-SIRE TO T-BR-SIRE (BRD-IDX)
                   MOVE BM-DUE-DATE TO T-BR-DUE (BRD-IDX)
                   MOVE BM-DELIVERED TO T-BR-DELIVERED (BRD-IDX)
                   MOVE BM-BORN TO T-BR-BORN (BRD-IDX)
                   MOVE BM-LAST-BIRTH TO T-BR-LAST-BIRTH (BRD-IDX)
                   MOVE BM-STATUS TO T-BR-STATUS (BRD-IDX)
                   MOVE 'N' TO T-BR-LISTED (BRD-IDX)
               ELSE
      *            RECORDS PAST THE WORK TABLE PASS THROUGH TO THE
      *            REWRITE UNCHANGED AND ANY TRANSACTION AGAINST
      *            THEM IS REJECTED AS NOT ON FILE.
                   MOVE 'YES' TO BRD-OVFL-SW
               END-IF
           END-IF.


       1500-BRD-LOOKUP.

           MOVE 'NO' TO BRD-FOUND-SW.
           MOVE ZERO TO C-BRD-FOUND-IDX.
           PERFORM 1510-BRD-SEARCH
               VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > C-BRD-TBL-CTR
                      OR BRD-FOUND-SW = 'YES'.

       1510-BRD-SEARCH.

           IF T-BR-ID (BRD-IDX) = C-LOOKUP-ID
               MOVE 'YES' TO BRD-FOUND-SW
               MOVE BRD-IDX TO C-BRD-FOUND-IDX
           END-IF.


       1520-GEST-LOOKUP.

           MOVE 'NO' TO GEST-FOUND-SW.
           MOVE ZERO TO C-GEST-FOUND-IDX.
           PERFORM 1530-GEST-SEARCH
               VARYING GEST-IDX FROM 1 BY 1
                   UNTIL GEST-IDX > C-GEST-TBL-CTR
                      OR GEST-FOUND-SW = 'YES'.

       1530-GEST-SEARCH.

           IF T-GEST-ANIMAL (GEST-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO GEST-FOUND-SW
               MOVE GEST-IDX TO C-GEST-FOUND-IDX
           END-IF.


       1540-HERD-LOOKUP.

           MOVE 'NO' TO HERD-FOUND-SW.
           PERFORM 1550-HERD-SEARCH
               VARYING HERD-IDX FROM 1 BY 1
                   UNTIL HERD-IDX > C-HERD-TBL-CTR
                      OR HERD-FOUND-SW = 'YES'.

       1550-HERD-SEARCH.

           IF T-HERD-ANIMAL (HERD-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO HERD-FOUND-SW
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-TRX-CTR.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.

           IF EP-ERR-MSG NOT = SPACES
               PERFORM 2150-REJECT-OUTPUT
           ELSE
               EVALUATE BT-TYPE
                   WHEN 'R'
                       PERFORM 2100-ADD-BREEDING
                   WHEN 'B'
                       PERFORM 2200-RECORD-BIRTHS
                   WHEN 'C'
                       PERFORM 2300-CLOSE-BREEDING
               END-EVALUATE
           END-IF.

           PERFORM 9000-READ-TRANS.


      *    BIRTHS AND CLOSES MUST NAME AN OPEN BREEDING ON FILE;
      *    A BIRTH CANNOT PREDATE ITS BREEDING OR DELIVER MORE
      *    FEMALES THAN WERE BRED.
       2050-VALIDATION.

           MOVE SPACES TO EP-ERR-MSG.

           IF BT-TYPE NOT = 'R' AND BT-TYPE NOT = 'B'
              AND BT-TYPE NOT = 'C'
               MOVE 'UNKNOWN BREEDING TRANSACTION TYPE.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF BT-BREED-ID = SPACES
               MOVE 'BREEDING ID IS BLANK.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           MOVE BT-BREED-ID TO C-LOOKUP-ID.
           PERFORM 1500-BRD-LOOKUP.

           IF BT-TYPE = 'R'
               PERFORM 2060-BREEDING-EDIT THRU 2060-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF BRD-FOUND-SW = 'NO'
               MOVE 'BREEDING ID IS NOT ON THE BREEDING FILE.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           SET BRD-IDX TO C-BRD-FOUND-IDX.

           IF T-BR-STATUS (BRD-IDX) = 'C'
               MOVE 'BREEDING IS ALREADY CLOSED.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF BT-ANIMAL NOT = SPACES
              AND BT-ANIMAL NOT = T-BR-ANIMAL (BRD-IDX)
               MOVE 'SPECIES DOES NOT MATCH THE BREEDING.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF BT-TYPE = 'C'
               GO TO 2050-EXIT
           END-IF.

           MOVE BT-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'BIRTH DATE IS NOT VALID OR IS IN THE FUTURE.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF BT-DATE-9 < T-BR-BRED (BRD-IDX)
               MOVE 'BIRTH DATE IS BEFORE THE BREEDING DATE.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF BT-FEMALES NOT NUMERIC OR BT-OFFSPRING NOT NUMERIC
               MOVE 'FEMALES DELIVERED AND OFFSPRING MUST BE NUMERIC.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF BT-FEMALES = ZERO AND BT-OFFSPRING = ZERO
               MOVE 'BIRTH RECORD HAS NO FEMALES AND NO OFFSPRING.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF T-BR-DELIVERED (BRD-IDX) + BT-FEMALES
                  > T-BR-FEMALES (BRD-IDX)
               MOVE 'MORE FEMALES DELIVERED THAN WERE BRED.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

       2050-EXIT.
           EXIT.


       2060-BREEDING-EDIT.

           IF BRD-FOUND-SW = 'YES'
               MOVE 'BREEDING ID IS ALREADY ON THE BREEDING FILE.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           IF BT-ANIMAL = SPACES
               MOVE 'BLANK FARM ANIMAL.' TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           MOVE BT-ANIMAL TO C-LOOKUP-ANIMAL.
           PERFORM 1520-GEST-LOOKUP.
           IF GEST-FOUND-SW = 'NO'
               MOVE 'NO GESTATION PERIOD ON FILE FOR THE SPECIES.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           IF C-HERD-TBL-CTR > ZERO
               PERFORM 1540-HERD-LOOKUP
               IF HERD-FOUND-SW = 'NO'
                   MOVE 'SPECIES NOT ON HERD MASTER.' TO EP-ERR-MSG
                   GO TO 2060-EXIT
               END-IF
           END-IF.

           MOVE BT-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC NOT = '0'
               MOVE 'BREEDING DATE IS NOT VALID OR IS IN THE FUTURE.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           IF BT-FEMALES NOT NUMERIC OR BT-FEMALES = ZERO
               MOVE 'FEMALES BRED MUST BE NUMERIC AND NONZERO.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           IF C-BRD-TBL-CTR NOT < 999
               MOVE 'NO ROOM FOR A NEW BREEDING - BREEDING TABLE FULL.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

       2060-EXIT.
           EXIT.


      *    DUE DATE = BREEDING DATE PLUS THE SPECIES GESTATION DAYS.
       2100-ADD-BREEDING.

           ADD 1 TO C-BRD-TBL-CTR.
           SET BRD-IDX TO C-BRD-TBL-CTR.
           SET GEST-IDX TO C-GEST-FOUND-IDX.

           MOVE BT-BREED-ID TO T-BR-ID (BRD-IDX).
           MOVE BT-ANIMAL TO T-BR-ANIMAL (BRD-IDX).
           MOVE BT-DATE-9 TO T-BR-BRED (BRD-IDX).
           MOVE BT-FEMALES TO T-BR-FEMALES (BRD-IDX).
           MOVE BT-SIRE TO T-BR-SIRE (BRD-IDX).
           COMPUTE C-DUE-INT =
               FUNCTION INTEGER-OF-DATE (BT-DATE-9)
               + T-GEST-DAYS (GEST-IDX).
           COMPUTE T-BR-DUE (BRD-IDX) =
               FUNCTION DATE-OF-INTEGER (C-DUE-INT).
           MOVE ZERO TO T-BR-DELIVERED (BRD-IDX).
           MOVE ZERO TO T-BR-BORN (BRD-IDX).
           MOVE ZERO TO T-BR-LAST-BIRTH (BRD-IDX).
           MOVE 'O' TO T-BR-STATUS (BRD-IDX).
           MOVE 'N' TO T-BR-LISTED (BRD-IDX).

           ADD 1 TO C-NEW-BRD-CTR.


      *    THE OFFSPRING GO TO GROUPTRX AS A B MOVEMENT FOR THE
      *    BREEDING'S SPECIES.  ONCE EVERY FEMALE BRED HAS
      *    DELIVERED THE BREEDING CLOSES ITSELF.
       2200-RECORD-BIRTHS.

           SET BRD-IDX TO C-BRD-FOUND-IDX.

           ADD BT-FEMALES TO T-BR-DELIVERED (BRD-IDX).
           ADD BT-OFFSPRING TO T-BR-BORN (BRD-IDX).
           IF BT-DATE-9 > T-BR-LAST-BIRTH (BRD-IDX)
               MOVE BT-DATE-9 TO T-BR-LAST-BIRTH (BRD-IDX)
           END-IF.
           IF T-BR-DELIVERED (BRD-IDX) = T-BR-FEMALES (BRD-IDX)
               MOVE 'C' TO T-BR-STATUS (BRD-IDX)
           END-IF.

           IF BT-OFFSPRING > ZERO
               MOVE 'B' TO BX-TYPE
               MOVE T-BR-ANIMAL (BRD-IDX) TO BX-ANIMAL
               MOVE BT-OFFSPRING TO BX-QTY
               WRITE BIRTH-REC
               ADD BT-OFFSPRING TO C-BORN-CTR
           END-IF.

           ADD 1 TO C-BIRTH-CTR.


      *    A CLOSE SAYS NO MORE BIRTHS ARE COMING - THE FEMALES
      *    NOT YET DELIVERED COUNT AS NOT BIRTHED FOR THE SEASON.
       2300-CLOSE-BREEDING.

           SET BRD-IDX TO C-BRD-FOUND-IDX.
           MOVE 'C' TO T-BR-STATUS (BRD-IDX).
           ADD 1 TO C-CLOSE-CTR.


       2150-REJECT-OUTPUT.

           ADD 1 TO C-REJ-CTR.

           MOVE '90' TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           MOVE TRANS-REC TO EP-BAD-RECORD.

           CALL 'GROUPERR' USING ERR-PARMS.



       3000-CLOSING.

           MOVE '99' TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           CALL 'GROUPERR' USING ERR-PARMS.

           PERFORM 3100-WORKLIST.
           PERFORM 3200-SEASON-SUMMARY.
           PERFORM 3300-OVERDUE-LIST.
           PERFORM 3400-RUN-TOTALS.
           PERFORM 3500-WRITE-NEW-MASTER.

           CLOSE BREED-TRANS.
           CLOSE BIRTH-TRANS.
           CLOSE BREED-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRX-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    OPEN BREEDINGS DUE WITHIN THE WORKLIST WINDOW PRINT IN
      *    DUE-DATE ORDER UNDER THE MONDAY OF THEIR DUE WEEK.  ONES
      *    ALREADY PAST DUE BUT INSIDE THE MARGIN STAY ON THE LIST;
      *    PAST THE MARGIN THEY MOVE TO THE OVERDUE SECTION.
       3100-WORKLIST.

           MOVE 'UPCOMING BIRTHS BY WEEK' TO O-HDG-TITLE.
           MOVE 1 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           COMPUTE C-HORIZON-INT =
               C-TODAY-INT + C-HORIZON-WEEKS * 7.
           MOVE ZERO TO C-LAST-WEEK.
           MOVE 'YES' TO WORK-FOUND-SW.
           PERFORM 3110-NEXT-DUE
               UNTIL WORK-FOUND-SW = 'NO'.

           IF C-WORK-CTR = ZERO
               MOVE 'NO BIRTHS DUE IN THE WORKLIST WINDOW.'
                   TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

       3110-NEXT-DUE.

           MOVE 'NO' TO WORK-FOUND-SW.
           MOVE ZERO TO C-NEXT-IDX.
           MOVE 99999999 TO C-NEXT-DUE.
           PERFORM 3120-DUE-SCAN
               VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > C-BRD-TBL-CTR.
           IF C-NEXT-IDX > ZERO
               MOVE 'YES' TO WORK-FOUND-SW
               SET BRD-IDX TO C-NEXT-IDX
               MOVE 'Y' TO T-BR-LISTED (BRD-IDX)
               PERFORM 3130-WORKLIST-ROW
           END-IF.

       3120-DUE-SCAN.

           IF T-BR-STATUS (BRD-IDX) = 'O'
              AND T-BR-LISTED (BRD-IDX) = 'N'
              AND T-BR-DUE (BRD-IDX) < C-NEXT-DUE
               COMPUTE C-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (T-BR-DUE (BRD-IDX))
               IF C-DUE-INT NOT > C-HORIZON-INT
                  AND C-DUE-INT + C-MARGIN-DAYS NOT < C-TODAY-INT
                   MOVE T-BR-DUE (BRD-IDX) TO C-NEXT-DUE
                   MOVE BRD-IDX TO C-NEXT-IDX
               END-IF
           END-IF.

      *    DAY 1 OF THE INTEGER CALENDAR IS A MONDAY, SO BACKING OFF
      *    THE REMAINDER OF (DAY - 1) / 7 LANDS ON THE WEEK'S MONDAY.
       3130-WORKLIST-ROW.

           COMPUTE C-DUE-INT =
               FUNCTION INTEGER-OF-DATE (T-BR-DUE (BRD-IDX)).
           COMPUTE C-WEEK-INT = C-DUE-INT -
               FUNCTION MOD (C-DUE-INT - 1, 7).
           COMPUTE C-WEEK-DATE =
               FUNCTION DATE-OF-INTEGER (C-WEEK-INT).

           IF C-WEEK-DATE NOT = C-LAST-WEEK
               MOVE C-WEEK-DATE TO C-LAST-WEEK
               MOVE C-WEEK-DATE TO O-WEEK-DATE
               WRITE PRTLINE
                   FROM WEEK-LINE
                       AFTER ADVANCING 2 LINES
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.

           MOVE T-BR-ID (BRD-IDX) TO O-WK-ID.
           MOVE T-BR-ANIMAL (BRD-IDX) TO O-WK-ANIMAL.
           MOVE T-BR-BRED (BRD-IDX) TO O-WK-BRED.
           MOVE T-BR-DUE (BRD-IDX) TO O-WK-DUE.
           COMPUTE O-WK-OPEN =
               T-BR-FEMALES (BRD-IDX) - T-BR-DELIVERED (BRD-IDX).
           MOVE T-BR-SIRE (BRD-IDX) TO O-WK-SIRE.
           IF C-DUE-INT < C-TODAY-INT
               MOVE 'PAST DUE' TO O-WK-NOTE
           ELSE
               MOVE SPACES TO O-WK-NOTE
           END-IF.

           WRITE PRTLINE
               FROM WORK-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.

           ADD 1 TO C-WORK-CTR.


      *    BRED VS BIRTHED FOR BREEDINGS MADE SINCE THE SEASON
      *    START.  BIRTH RATE = FEMALES DELIVERED / FEMALES BRED.
      *    THE LAST ROW OF THE TABLE CARRIES THE ALL-SPECIES TOTAL.
       3200-SEASON-SUMMARY.

           MOVE 'SEASON SUMMARY BY SPECIES' TO O-HDG-TITLE.
           MOVE 2 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           MOVE 'ALL SPECIES' TO T-SP-ANIMAL (31).
           MOVE ZERO TO T-SP-BREEDINGS (31).
           MOVE ZERO TO T-SP-BRED (31).
           MOVE ZERO TO T-SP-DELIVERED (31).
           MOVE ZERO TO T-SP-BORN (31).
           MOVE ZERO TO T-SP-OPEN (31).
           MOVE ZERO TO T-SP-OVERDUE (31).

           PERFORM 3210-SPECIES-ACCUM
               VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > C-BRD-TBL-CTR.

           PERFORM 3230-SPECIES-ROW
               VARYING SPEC-IDX FROM 1 BY 1
                   UNTIL SPEC-IDX > C-SPEC-TBL-CTR.

           SET SPEC-IDX TO 31.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
           PERFORM 3230-SPECIES-ROW.

       3210-SPECIES-ACCUM.

           PERFORM 3250-OVERDUE-CHECK.

           IF T-BR-BRED (BRD-IDX) NOT < C-SEASON-START
               MOVE T-BR-ANIMAL (BRD-IDX) TO C-LOOKUP-ANIMAL
               MOVE 'NO' TO SPEC-FOUND-SW
               MOVE ZERO TO C-SPEC-FOUND-IDX
               PERFORM 3220-SPECIES-SEARCH
                   VARYING SPEC-IDX FROM 1 BY 1
                       UNTIL SPEC-IDX > C-SPEC-TBL-CTR
                          OR SPEC-FOUND-SW = 'YES'
               IF SPEC-FOUND-SW = 'NO'
                   AND C-SPEC-TBL-CTR < 30
                       ADD 1 TO C-SPEC-TBL-CTR
                       MOVE C-SPEC-TBL-CTR TO C-SPEC-FOUND-IDX
                       SET SPEC-IDX TO C-SPEC-TBL-CTR
                       MOVE C-LOOKUP-ANIMAL TO T-SP-ANIMAL (SPEC-IDX)
                       MOVE ZERO TO T-SP-BREEDINGS (SPEC-IDX)
                       MOVE ZERO TO T-SP-BRED (SPEC-IDX)
                       MOVE ZERO TO T-SP-DELIVERED (SPEC-IDX)
                       MOVE ZERO TO T-SP-BORN (SPEC-IDX)
                       MOVE ZERO TO T-SP-OPEN (SPEC-IDX)
                       MOVE ZERO TO T-SP-OVERDUE (SPEC-IDX)
               END-IF
               IF C-SPEC-FOUND-IDX > ZERO
                   SET SPEC-IDX TO C-SPEC-FOUND-IDX
                   PERFORM 3240-SPECIES-ADD
               END-IF
               SET SPEC-IDX TO 31
               PERFORM 3240-SPECIES-ADD
           END-IF.

       3220-SPECIES-SEARCH.

           IF T-SP-ANIMAL (SPEC-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO SPEC-FOUND-SW
               MOVE SPEC-IDX TO C-SPEC-FOUND-IDX
           END-IF.

       3230-SPECIES-ROW.

           MOVE T-SP-ANIMAL (SPEC-IDX) TO O-SP-ANIMAL.
           MOVE T-SP-BREEDINGS (SPEC-IDX) TO O-SP-BREEDINGS.
           MOVE T-SP-BRED (SPEC-IDX) TO O-SP-BRED.
           MOVE T-SP-DELIVERED (SPEC-IDX) TO O-SP-DELIVERED.
           MOVE T-SP-BORN (SPEC-IDX) TO O-SP-BORN.
           MOVE T-SP-OPEN (SPEC-IDX) TO O-SP-OPEN.
           MOVE T-SP-OVERDUE (SPEC-IDX) TO O-SP-OVERDUE.
           IF T-SP-BRED (SPEC-IDX) > ZERO
               COMPUTE C-BIRTH-RATE ROUNDED =
                   T-SP-DELIVERED (SPEC-IDX) * 100
                   / T-SP-BRED (SPEC-IDX)
           ELSE
               MOVE ZERO TO C-BIRTH-RATE
           END-IF.
           MOVE C-BIRTH-RATE TO O-SP-RATE.

           WRITE PRTLINE
               FROM SPECIES-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.

       3240-SPECIES-ADD.

           ADD 1 TO T-SP-BREEDINGS (SPEC-IDX).
           ADD T-BR-FEMALES (BRD-IDX) TO T-SP-BRED (SPEC-IDX).
           ADD T-BR-DELIVERED (BRD-IDX) TO T-SP-DELIVERED (SPEC-IDX).
           ADD T-BR-BORN (BRD-IDX) TO T-SP-BORN (SPEC-IDX).
           IF T-BR-STATUS (BRD-IDX) = 'O'
               ADD 1 TO T-SP-OPEN (SPEC-IDX)
           END-IF.
           IF OVERDUE-SW = 'YES'
               ADD 1 TO T-SP-OVERDUE (SPEC-IDX)
           END-IF.

      *    OVERDUE = STILL OPEN AND PAST THE DUE DATE PLUS MARGIN.
       3250-OVERDUE-CHECK.

           MOVE 'NO' TO OVERDUE-SW.
           MOVE ZERO TO C-DAYS-LATE.
           IF T-BR-STATUS (BRD-IDX) = 'O'
               COMPUTE C-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (T-BR-DUE (BRD-IDX))
               IF C-DUE-INT + C-MARGIN-DAYS < C-TODAY-INT
                   MOVE 'YES' TO OVERDUE-SW
                   COMPUTE C-DAYS-LATE = C-TODAY-INT - C-DUE-INT
               END-IF
           END-IF.


       3300-OVERDUE-LIST.

           MOVE 'OVERDUE BREEDINGS' TO O-HDG-TITLE.
           MOVE 3 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           PERFORM 3310-OVERDUE-ROW
               VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > C-BRD-TBL-CTR.

           IF C-OVERDUE-CTR = ZERO
               MOVE 'NO BREEDINGS PAST DUE DATE PLUS MARGIN.'
                   TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

       3310-OVERDUE-ROW.

           PERFORM 3250-OVERDUE-CHECK.

           IF OVERDUE-SW = 'YES'
               MOVE T-BR-ID (BRD-IDX) TO O-OD-ID
               MOVE T-BR-ANIMAL (BRD-IDX) TO O-OD-ANIMAL
               MOVE T-BR-BRED (BRD-IDX) TO O-OD-BRED
               MOVE T-BR-DUE (BRD-IDX) TO O-OD-DUE
               MOVE C-DAYS-LATE TO O-OD-LATE
               COMPUTE O-OD-OPEN = T-BR-FEMALES (BRD-IDX)
                   - T-BR-DELIVERED (BRD-IDX)
               MOVE T-BR-SIRE (BRD-IDX) TO O-OD-SIRE
               WRITE PRTLINE
                   FROM OVERDUE-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
               ADD 1 TO C-OVERDUE-CTR
           END-IF.


       3400-RUN-TOTALS.

           MOVE 4 TO C-SECTION.

           MOVE 'TRANSACTIONS READ:' TO O-TOT-DESC.
           MOVE C-TRX-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'TRANSACTIONS REJECTED:' TO O-TOT-DESC.
           MOVE C-REJ-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'BREEDINGS ADDED:' TO O-TOT-DESC.
           MOVE C-NEW-BRD-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'BIRTH RECORDS POSTED:' TO O-TOT-DESC.
           MOVE C-BIRTH-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'HEAD BORN SENT TO GROUPTRX:' TO O-TOT-DESC.
           MOVE C-BORN-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'BREEDINGS CLOSED:' TO O-TOT-DESC.
           MOVE C-CLOSE-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.


      *    OPEN BREEDINGS ALWAYS CARRY FORWARD; CLOSED ONES ARE
      *    KEPT WHILE THEY BELONG TO THE CURRENT SEASON.
       3500-WRITE-NEW-MASTER.

           OPEN OUTPUT NEW-BREED-MASTER.
           PERFORM 3510-WRITE-ONE-BREED
               VARYING BRD-IDX FROM 1 BY 1
                   UNTIL BRD-IDX > C-BRD-TBL-CTR.
           IF BRD-OVFL-SW = 'YES'
               PERFORM 3520-COPY-OVERFLOW
           END-IF.
           CLOSE NEW-BREED-MASTER.

       3510-WRITE-ONE-BREED.

           IF T-BR-STATUS (BRD-IDX) = 'O'
              OR T-BR-BRED (BRD-IDX) NOT < C-SEASON-START
               MOVE T-BR-ID (BRD-IDX) TO NB-BREED-ID
               MOVE T-BR-ANIMAL (BRD-IDX) TO NB-ANIMAL
               MOVE T-BR-BRED (BRD-IDX) TO NB-BRED-DATE
               MOVE T-BR-FEMALES (BRD-IDX) TO NB-FEMALES
               MOVE T-BR-SIRE (BRD-IDX) TO NB-SIRE
               MOVE T-BR-DUE (BRD-IDX) TO NB-DUE-DATE
               MOVE T-BR-DELIVERED (BRD-IDX) TO NB-DELIVERED
               MOVE T-BR-BORN (BRD-IDX) TO NB-BORN
               MOVE T-BR-LAST-BIRTH (BRD-IDX) TO NB-LAST-BIRTH
               MOVE T-BR-STATUS (BRD-IDX) TO NB-STATUS
               WRITE NEW-BREED-REC
           END-IF.


      *    THE FIRST 999 MASTER RECORDS WERE CARRIED IN THE WORK
      *    TABLE; EVERYTHING PAST THEM IS REREAD AND PASSED THROUGH
      *    UNCHANGED SO THE REWRITTEN MASTER NEVER LOSES RECORDS.
       3520-COPY-OVERFLOW.

           MOVE 'YES' TO MORE-MAST.
           MOVE ZERO TO C-MAST-SKIP-CTR.
           OPEN INPUT BREED-MASTER.
           PERFORM 3530-COPY-ONE
               UNTIL MORE-MAST = 'NO'.
           CLOSE BREED-MASTER.

       3530-COPY-ONE.

           READ BREED-MASTER
               AT END
                   MOVE 'NO' TO MORE-MAST
           END-READ.
           IF MORE-MAST = 'YES'
               ADD 1 TO C-MAST-SKIP-CTR
               IF C-MAST-SKIP-CTR > 999
                   MOVE BREED-REC TO NEW-BREED-REC
                   WRITE NEW-BREED-REC
               END-IF
           END-IF.


       9000-READ-TRANS.

           READ BREED-TRANS
               AT END
                   MOVE 'NO' TO MORE-TRANS.


       9900-DETAIL-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM DETAIL-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.

           EVALUATE C-SECTION
               WHEN 1
                   WRITE PRTLINE
                       FROM WORK-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
               WHEN 2
                   MOVE C-SEASON-START TO O-SEASON-START
                   MOVE C-MARGIN-DAYS TO O-MARGIN-DAYS
                   WRITE PRTLINE
                       FROM SEASON-DATE-LINE
                           AFTER ADVANCING 1 LINE
                   WRITE PRTLINE
                       FROM BLANK-LINE
                           AFTER ADVANCING 1 LINE
                   WRITE PRTLINE
                       FROM SPECIES-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
               WHEN 3
                   WRITE PRTLINE
                       FROM OVERDUE-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
           END-EVALUATE.

           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
