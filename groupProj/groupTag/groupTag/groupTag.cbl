       IDENTIFICATION DIVISION.
       PROGRAM-ID.             GROUPTAG.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - GROUP PROJECT - EAR TAG REGISTRY -       *
      * THE HERD MASTER CARRIES ONE RECORD PER      *
      * SPECIES, SO NOBODY COULD SAY WHICH COW WAS  *
      * TREATED, SOLD OR DUE TO GO.  THE ANIMAL     *
      * REGISTRY HOLDS ONE RECORD PER EAR TAG       *
      * (SPECIES, BIRTH OR ACQUISITION DATE, SEX,   *
      * DAM TAG, STATUS, CURRENT VALUE).  BIRTHS,   *
      * PURCHASES, SALES, DEATHS AND REVALUATIONS   *
      * POST BY TAG, AND TAGGED HERDVET TREATMENTS  *
      * OPEN A WITHDRAWAL WINDOW ON THAT ANIMAL     *
      * ONLY.  A SALE INSIDE THE ANIMAL'S WINDOW IS *
      * BLOCKED THROUGH GROUPERR (REASON 08).       *
      *                                             *
      * FOR EVERY SPECIES WITH ANIMALS ON THE       *
      * REGISTRY THE HERD MASTER HEADCOUNT, PER-    *
      * HEAD VALUE AND ACQUISITION DATE ARE ROLLED  *
      * UP FROM THE ACTIVE ANIMALS, SO GROUPPROJ,   *
      * GROUPFED AND GROUPAGE READ THE SAME RECORD  *
      * THEY ALWAYS HAVE.  UNTAGGED SPECIES PASS    *
      * THROUGH UNCHANGED AND STAY WITH GROUPTRX.   *
      * THE REPORT ALSO LISTS EACH ANIMAL STILL IN  *
      * WITHDRAWAL AND EACH ANIMAL PAST THE CULL    *
      * PARAMETER AGE FOR ITS SPECIES.              *
      *                                             *
      * TAG TRANSACTION TYPES:                      *
      *   B  BIRTH     - DAM TAG REQUIRED           *
      *   P  PURCHASE  - VALUE REQUIRED             *
      *   S  SALE      D  DEATH                     *
      *   V  REVALUE   - NEW CURRENT VALUE          *
      ***********************************************



       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL ANIMAL-MASTER
           ASSIGN TO ANIMMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-ANIM-STATUS.

           SELECT NEW-ANIMAL-MASTER
           ASSIGN TO ANIMMSTN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TAG-TRANS
           ASSIGN TO TAGTRX
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VET-TRANS
           ASSIGN TO HERDVET
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-VET-STATUS.

           SELECT OPTIONAL HERD-MASTER
           ASSIGN TO HERDMST
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-HERD-STATUS.

           SELECT NEW-HERD-MASTER
           ASSIGN TO HERDMSTN
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CULL-PARMS
           ASSIGN TO CULLPARM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS C-CULL-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT TAG-PRTOUT
           ASSIGN TO TAGRPT.



       DATA DIVISION.
       FILE SECTION.

       FD  ANIMAL-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS ANIMAL-REC
           RECORD CONTAINS 61 CHARACTERS.

       01  ANIMAL-REC.
           05  AR-TAG            PIC X(8).
           05  AR-ANIMAL         PIC X(11).
           05  AR-BORN-DATE      PIC 9(8).
           05  AR-ORIGIN         PIC X.
           05  AR-SEX            PIC X.
           05  AR-DAM-TAG        PIC X(8).
           05  AR-STATUS         PIC X.
           05  AR-STATUS-DATE    PIC 9(8).
           05  AR-VALUE          PIC 9(5)V99.
           05  AR-CLEAR-DATE     PIC 9(8).

       FD  NEW-ANIMAL-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-ANIMAL-REC
           RECORD CONTAINS 61 CHARACTERS.

       01  NEW-ANIMAL-REC.
           05  NA-TAG            PIC X(8).
           05  NA-ANIMAL         PIC X(11).
           05  NA-BORN-DATE      PIC 9(8).
           05  NA-ORIGIN         PIC X.
           05  NA-SEX            PIC X.
           05  NA-DAM-TAG        PIC X(8).
           05  NA-STATUS         PIC X.
           05  NA-STATUS-DATE    PIC 9(8).
           05  NA-VALUE          PIC 9(5)V99.
           05  NA-CLEAR-DATE     PIC 9(8).

       FD  TAG-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-REC
           RECORD CONTAINS 44 CHARACTERS.

       01  TRANS-REC.
           05  TT-TYPE           PIC X.
           05  TT-TAG            PIC X(8).
           05  TT-ANIMAL         PIC X(11).
           05  TT-DATE           PIC X(8).
           05  TT-DATE-9 REDEFINES TT-DATE
                                 PIC 9(8).
           05  TT-SEX            PIC X.
           05  TT-DAM-TAG        PIC X(8).
           05  TT-VALUE-X        PIC X(7).
           05  TT-VALUE REDEFINES TT-VALUE-X
                                 PIC 9(5)V99.

       FD  VET-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS VET-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  VET-REC.
           05  VT-ANIMAL         PIC X(11).
           05  VT-TREAT-DATE     PIC 9(8).
           05  VT-WITHDRAW-DAYS  PIC 9(3).
           05  VT-TAG            PIC X(8).

       FD  HERD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS HERD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  HERD-REC.
           05  HM-ANIMAL         PIC X(11).
           05  HM-QUANTITY       PIC 99.
           05  HM-VALUE          PIC 9(5)V99.
           05  HM-ACQ-DATE       PIC 9(8).

       FD  NEW-HERD-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-HERD-REC
           RECORD CONTAINS 28 CHARACTERS.

       01  NEW-HERD-REC.
           05  NM-ANIMAL         PIC X(11).
           05  NM-QUANTITY       PIC 99.
           05  NM-VALUE          PIC 9(5)V99.
           05  NM-ACQ-DATE       PIC 9(8).

       FD  CULL-PARMS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CULL-REC
           RECORD CONTAINS 16 CHARACTERS.

       01  CULL-REC.
           05  CP-ANIMAL         PIC X(11).
           05  CP-MAX-DAYS       PIC 9(5).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD TAG-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).



       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  MORE-ANIMS      PIC XXX       VALUE 'YES'.
           05  MORE-TRANS      PIC XXX       VALUE 'YES'.
           05  MORE-VETS       PIC XXX       VALUE 'YES'.
           05  MORE-HERD       PIC XXX       VALUE 'YES'.
           05  MORE-CULLS      PIC XXX       VALUE 'YES'.
           05  C-ANIM-STATUS   PIC XX        VALUE '00'.
           05  C-VET-STATUS    PIC XX        VALUE '00'.
           05  C-HERD-STATUS   PIC XX        VALUE '00'.
           05  C-CULL-STATUS   PIC XX        VALUE '00'.
           05  C-RUNCTL-STATUS PIC XX        VALUE '00'.

           05  C-ANM-TBL-CTR   PIC 9(4)      VALUE ZERO.
           05  C-ANM-FOUND-IDX PIC 9(4)      VALUE ZERO.
           05  ANM-FOUND-SW    PIC XXX       VALUE 'NO'.
           05  ANM-OVFL-SW     PIC XXX       VALUE 'NO'.
           05  C-ANM-SKIP-CTR  PIC 9(5)      VALUE ZERO.
           05  C-LOOKUP-TAG    PIC X(8)      VALUE SPACES.
           05  C-DAM-IDX       PIC 9(4)      VALUE ZERO.

           05  C-HERD-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-HERD-FOUND-IDX PIC 99       VALUE ZERO.
           05  HERD-FOUND-SW   PIC XXX       VALUE 'NO'.
           05  HERD-OVFL-SW    PIC XXX       VALUE 'NO'.
           05  C-MAST-SKIP-CTR PIC 9(4)      VALUE ZERO.
           05  C-LOOKUP-ANIMAL PIC X(11)     VALUE SPACES.

           05  C-CULL-TBL-CTR  PIC 99        VALUE ZERO.
           05  C-CULL-FOUND-IDX PIC 99       VALUE ZERO.
           05  CULL-FOUND-SW   PIC XXX       VALUE 'NO'.

           05  C-REASON-CODE   PIC XX        VALUE SPACES.
           05  C-SECTION       PIC 9         VALUE ZERO.
           05  C-TODAY-INT     PIC 9(7)      VALUE ZERO.
           05  C-TREAT-INT     PIC 9(7)      VALUE ZERO.
           05  C-CLEAR-DATE    PIC 9(8)      VALUE ZERO.
           05  C-POST-DATE     PIC 9(8)      VALUE ZERO.
           05  C-DAYS-HELD     PIC S9(5)     VALUE ZERO.
           05  C-AVG-INT       PIC 9(7)      VALUE ZERO.
           05  C-VALUATION     PIC 9(7)V99   VALUE ZERO.
           05  ANY-FOUND-SW    PIC XXX       VALUE 'NO'.

           05  C-TRX-CTR       PIC 9(5)      VALUE ZERO.
           05  C-REJ-CTR       PIC 9(5)      VALUE ZERO.
           05  C-POST-CTR      PIC 9(5)      VALUE ZERO.
           05  C-VET-CTR       PIC 9(5)      VALUE ZERO.
           05  C-WDRW-CTR      PIC 9(5)      VALUE ZERO.
           05  C-CULL-CTR      PIC 9(5)      VALUE ZERO.
           05  C-ACTIVE-CTR    PIC 9(5)      VALUE ZERO.

       01  ERR-PARMS.
           05  EP-PGM-ID       PIC X(9)    VALUE 'GROUPTAG'.
           05  EP-REASON-CODE  PIC XX.
           05  EP-ERR-MSG      PIC X(59).
           05  EP-BAD-RECORD   PIC X(80).

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.


       01  ANIMAL-TABLE.
           05  ANM-ENTRY OCCURS 2000 TIMES INDEXED BY ANM-IDX.
               10  T-AN-TAG        PIC X(8).
               10  T-AN-ANIMAL     PIC X(11).
               10  T-AN-BORN       PIC 9(8).
               10  T-AN-ORIGIN     PIC X.
               10  T-AN-SEX        PIC X.
               10  T-AN-DAM        PIC X(8).
               10  T-AN-STATUS     PIC X.
               10  T-AN-STAT-DATE  PIC 9(8).
               10  T-AN-VALUE      PIC 9(5)V99.
               10  T-AN-CLEAR      PIC 9(8).

      *    T-ACTIVE IS KEPT LIVE AS TAGS POST SO THE TWO-DIGIT
      *    HERD MASTER QUANTITY CAN BE ENFORCED; THE MALE, FEMALE,
      *    VALUE AND DATE SUMS ARE BUILT AT CLOSE FOR THE ROLL-UP.
       01  HERD-TABLE.
           05  HERD-ENTRY OCCURS 30 TIMES INDEXED BY HERD-IDX.
               10  T-ANIMAL        PIC X(11).
               10  T-QTY           PIC 99.
               10  T-VALUE         PIC 9(5)V99.
               10  T-ACQ-DATE      PIC 9(8).
               10  T-TAGGED        PIC X.
               10  T-ACTIVE        PIC 9(5).
               10  T-MALES         PIC 9(5).
               10  T-FEMALES       PIC 9(5).
               10  T-VAL-SUM       PIC 9(9)V99.
               10  T-DATE-SUM      PIC 9(12).

       01  CULL-TABLE.
           05  CULL-ENTRY OCCURS 30 TIMES INDEXED BY CULL-IDX.
               10  T-CULL-ANIMAL   PIC X(11).
               10  T-CULL-MAX      PIC 9(5).


       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.
       01  C-TODAY-DATE REDEFINES SYS-DATE PIC 9(8).



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(44)   VALUE SPACES.
           05  FILLER       PIC X(22)   VALUE 'EAR TAG REGISTRY'.
           05  FILLER       PIC X(42)   VALUE SPACES.
           COPY RPTPAGE.

       01  DETAIL-HEADING-LINE.
           05  FILLER       PIC X(13)   VALUE 'GROUP-PROJECT'.
           05  FILLER       PIC X(47)   VALUE SPACES.
           05  O-HDG-TITLE  PIC X(36)   VALUE SPACES.
           05  FILLER       PIC X(36)   VALUE SPACES.

       01  POST-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'EAR TAG'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'MOVEMENT'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(3)    VALUE 'SEX'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DAM TAG'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE 'HEAD VALUE'.
           05  FILLER       PIC X(47)   VALUE SPACES.

       01  POST-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-PT-TAG        PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-PT-ANIMAL     PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-PT-MOVE       PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-PT-DATE       PIC 9(8).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-PT-SEX        PIC X.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-PT-DAM        PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-PT-VALUE      PIC $$$,$$$.99.
           05  FILLER          PIC X(47)   VALUE SPACES.

       01  ROLLUP-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(6)    VALUE 'ACTIVE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(5)    VALUE 'MALES'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(7)    VALUE 'FEMALES'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(10)   VALUE ' AVG VALUE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE '  VALUATION'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(12)   VALUE 'AVG ACQ DATE'.
           05  FILLER       PIC X(41)   VALUE SPACES.

       01  ROLLUP-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-RU-ANIMAL     PIC X(11).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RU-ACTIVE     PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RU-MALES      PIC ZZZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-RU-FEMALES    PIC ZZZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RU-AVG-VALUE  PIC $$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-RU-VALUATION  PIC $$$$,$$$.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-RU-ACQ-DATE   PIC 9(8).
           05  FILLER          PIC X(43)   VALUE SPACES.

       01  WDRW-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-WD-TAG        PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-WD-ANIMAL     PIC X(11).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'SALEABLE FROM '.
           05  O-WD-CLEAR      PIC 9(8).
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  CULL-COLUMN-HEADING.
           05  FILLER       PIC X(5)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'EAR TAG'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'FARM ANIMAL'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(3)    VALUE 'SEX'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'BORN/ACQ'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(9)    VALUE 'DAYS HELD'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(14)   VALUE 'CULL THRESHOLD'.
           05  FILLER       PIC X(54)   VALUE SPACES.

       01  CULL-LINE.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-CL-TAG        PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-CL-ANIMAL     PIC X(11).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-CL-SEX        PIC X.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-CL-BORN       PIC 9(8).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-CL-DAYS       PIC ZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE SPACES.
           05  O-CL-MAX        PIC ZZ,ZZ9.
           05  FILLER          PIC X(54)   VALUE SPACES.

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
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPTAG'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPTAG.

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

           PERFORM 1100-READ-CULL-PARMS.
           PERFORM 1200-LOAD-HERD-MASTER.
           PERFORM 1300-LOAD-REGISTRY.
           PERFORM 1400-APPLY-TREATMENTS.

           OPEN INPUT TAG-TRANS.
           OPEN OUTPUT TAG-PRTOUT.

           MOVE 'REGISTRY POSTINGS' TO O-HDG-TITLE.
           MOVE 1 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

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


       1100-READ-CULL-PARMS.

           OPEN INPUT CULL-PARMS.
           IF C-CULL-STATUS = '00' OR '05'
               PERFORM 1110-READ-ONE-CULL
                   UNTIL MORE-CULLS = 'NO'
               CLOSE CULL-PARMS
           END-IF.

       1110-READ-ONE-CULL.

           READ CULL-PARMS
               AT END
                   MOVE 'NO' TO MORE-CULLS
           END-READ.
           IF MORE-CULLS = 'YES'
               AND C-CULL-TBL-CTR < 30
                   ADD 1 TO C-CULL-TBL-CTR
                   MOVE CP-ANIMAL TO T-CULL-ANIMAL (C-CULL-TBL-CTR)
                   MOVE CP-MAX-DAYS TO T-CULL-MAX (C-CULL-TBL-CTR)
           END-IF.


       1200-LOAD-HERD-MASTER.

           OPEN INPUT HERD-MASTER.
           IF C-HERD-STATUS = '00' OR '05'
               PERFORM 1210-LOAD-ONE-HERD
                   UNTIL MORE-HERD = 'NO'
               CLOSE HERD-MASTER
           END-IF.

       1210-LOAD-ONE-HERD.

           READ HERD-MASTER
               AT END
                   MOVE 'NO' TO MORE-HERD
           END-READ.
           IF MORE-HERD = 'YES'
               IF C-HERD-TBL-CTR < 30
                   ADD 1 TO C-HERD-TBL-CTR
                   SET HERD-IDX TO C-HERD-TBL-CTR
                   MOVE HM-ANIMAL TO T-ANIMAL (HERD-IDX)
                   MOVE HM-QUANTITY TO T-QTY (HERD-IDX)
                   MOVE HM-VALUE TO T-VALUE (HERD-IDX)
                   MOVE HM-ACQ-DATE TO T-ACQ-DATE (HERD-IDX)
                   PERFORM 1220-CLEAR-ROLLUP
               ELSE
      *            RECORDS PAST THE WORK TABLE PASS THROUGH TO THE
      *            REWRITE UNCHANGED, AS IN GROUPTRX.
                   MOVE 'YES' TO HERD-OVFL-SW
               END-IF
           END-IF.

       1220-CLEAR-ROLLUP.

           MOVE 'N' TO T-TAGGED (HERD-IDX).
           MOVE ZERO TO T-ACTIVE (HERD-IDX).
           MOVE ZERO TO T-MALES (HERD-IDX).
           MOVE ZERO TO T-FEMALES (HERD-IDX).
           MOVE ZERO TO T-VAL-SUM (HERD-IDX).
           MOVE ZERO TO T-DATE-SUM (HERD-IDX).


       1300-LOAD-REGISTRY.

           OPEN INPUT ANIMAL-MASTER.
           IF C-ANIM-STATUS = '00' OR '05'
               PERFORM 1310-LOAD-ONE-ANIMAL
                   UNTIL MORE-ANIMS = 'NO'
               CLOSE ANIMAL-MASTER
           END-IF.

      *    EVERY ACTIVE ANIMAL COUNTS TOWARD ITS SPECIES, EVEN ONE
      *    PAST THE WORK TABLE, SO THE 99-HEAD CHECK STAYS HONEST.
       1310-LOAD-ONE-ANIMAL.

           READ ANIMAL-MASTER
               AT END
                   MOVE 'NO' TO MORE-ANIMS
           END-READ.
           IF MORE-ANIMS = 'YES'
               IF C-ANM-TBL-CTR < 2000
                   ADD 1 TO C-ANM-TBL-CTR
                   SET ANM-IDX TO C-ANM-TBL-CTR
                   MOVE AR-TAG TO T-AN-TAG (ANM-IDX)
                   MOVE AR-ANIMAL TO T-AN-ANIMAL (ANM-IDX)
                   MOVE AR-BORN-DATE TO T-AN-BORN (ANM-IDX)
                   MOVE AR-ORIGIN TO T-AN-ORIGIN (ANM-IDX)
                   MOVE AR-SEX TO T-AN-SEX (ANM-IDX)
                   MOVE AR-DAM-TAG TO T-AN-DAM (ANM-IDX)
                   MOVE AR-STATUS TO T-AN-STATUS (ANM-IDX)
                   MOVE AR-STATUS-DATE TO T-AN-STAT-DATE (ANM-IDX)
                   MOVE AR-VALUE TO T-AN-VALUE (ANM-IDX)
                   MOVE AR-CLEAR-DATE TO T-AN-CLEAR (ANM-IDX)
               ELSE
                   MOVE 'YES' TO ANM-OVFL-SW
               END-IF
               MOVE AR-ANIMAL TO C-LOOKUP-ANIMAL
               PERFORM 1350-SPECIES-ENTRY
               IF C-HERD-FOUND-IDX > ZERO
                   AND AR-STATUS = 'A'
                       SET HERD-IDX TO C-HERD-FOUND-IDX
                       ADD 1 TO T-ACTIVE (HERD-IDX)
               END-IF
           END-IF.


      *    FINDS THE SPECIES ON THE HERD TABLE, ADDING IT WHEN THE
      *    REGISTRY CARRIES A SPECIES THE MASTER DOES NOT.  EITHER
      *    WAY THE SPECIES IS NOW TAGGED AND ITS COUNT IS DERIVED.
       1350-SPECIES-ENTRY.

           PERFORM 1500-HERD-LOOKUP.
           IF HERD-FOUND-SW = 'NO'
               AND C-HERD-TBL-CTR < 30
                   ADD 1 TO C-HERD-TBL-CTR
                   MOVE C-HERD-TBL-CTR TO C-HERD-FOUND-IDX
                   SET HERD-IDX TO C-HERD-TBL-CTR
                   MOVE C-LOOKUP-ANIMAL TO T-ANIMAL (HERD-IDX)
                   MOVE ZERO TO T-QTY (HERD-IDX)
                   MOVE ZERO TO T-VALUE (HERD-IDX)
                   MOVE C-TODAY-DATE TO T-ACQ-DATE (HERD-IDX)
                   PERFORM 1220-CLEAR-ROLLUP
           END-IF.
           IF C-HERD-FOUND-IDX > ZERO
               SET HERD-IDX TO C-HERD-FOUND-IDX
               MOVE 'Y' TO T-TAGGED (HERD-IDX)
           END-IF.


      *    A TAGGED TREATMENT OPENS (OR EXTENDS) THAT ANIMAL'S
      *    WITHDRAWAL WINDOW; THE LATEST CLEAR DATE WINS.  UNTAGGED
      *    TREATMENTS BELONG TO GROUPTRX AND ARE LEFT ALONE HERE.
       1400-APPLY-TREATMENTS.

           OPEN INPUT VET-TRANS.
           IF C-VET-STATUS = '00' OR '05'
               PERFORM 1410-APPLY-ONE-VET
                   UNTIL MORE-VETS = 'NO'
               CLOSE VET-TRANS
           END-IF.

       1410-APPLY-ONE-VET.

           READ VET-TRANS
               AT END
                   MOVE 'NO' TO MORE-VETS
           END-READ.
           IF MORE-VETS = 'YES'
               AND VT-TAG NOT = SPACES
               PERFORM 1420-POST-ONE-VET THRU 1420-EXIT
           END-IF.

       1420-POST-ONE-VET.

           MOVE VT-TAG TO C-LOOKUP-TAG.
           PERFORM 1520-TAG-LOOKUP.
           IF ANM-FOUND-SW = 'NO'
               MOVE 'TREATED EAR TAG IS NOT ON THE REGISTRY.'
                   TO EP-ERR-MSG
               PERFORM 1490-VET-REJECT
               GO TO 1420-EXIT
           END-IF.

           SET ANM-IDX TO C-ANM-FOUND-IDX.
           IF T-AN-STATUS (ANM-IDX) NOT = 'A'
               MOVE 'TREATED ANIMAL IS NO LONGER ON HAND.'
                   TO EP-ERR-MSG
               PERFORM 1490-VET-REJECT
               GO TO 1420-EXIT
           END-IF.

           IF VT-ANIMAL NOT = SPACES
              AND VT-ANIMAL NOT = T-AN-ANIMAL (ANM-IDX)
               MOVE 'TREATMENT SPECIES DOES NOT MATCH THE EAR TAG.'
                   TO EP-ERR-MSG
               PERFORM 1490-VET-REJECT
               GO TO 1420-EXIT
           END-IF.

           IF VT-TREAT-DATE NOT NUMERIC
              OR VT-WITHDRAW-DAYS NOT NUMERIC
               MOVE 'TREATMENT DATE OR WITHDRAWAL DAYS NOT NUMERIC.'
                   TO EP-ERR-MSG
               PERFORM 1490-VET-REJECT
               GO TO 1420-EXIT
           END-IF.

           COMPUTE C-TREAT-INT =
               FUNCTION INTEGER-OF-DATE (VT-TREAT-DATE)
               + VT-WITHDRAW-DAYS.
           COMPUTE C-CLEAR-DATE =
               FUNCTION DATE-OF-INTEGER (C-TREAT-INT).
           IF C-CLEAR-DATE > T-AN-CLEAR (ANM-IDX)
               MOVE C-CLEAR-DATE TO T-AN-CLEAR (ANM-IDX)
           END-IF.
           ADD 1 TO C-VET-CTR.

       1420-EXIT.
           EXIT.

       1490-VET-REJECT.

           ADD 1 TO C-REJ-CTR.
           MOVE '90' TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           MOVE VET-REC TO EP-BAD-RECORD.
           CALL 'GROUPERR' USING ERR-PARMS.


       1500-HERD-LOOKUP.

           MOVE 'NO' TO HERD-FOUND-SW.
           MOVE ZERO TO C-HERD-FOUND-IDX.
           PERFORM 1510-HERD-SEARCH
               VARYING HERD-IDX FROM 1 BY 1
                   UNTIL HERD-IDX > C-HERD-TBL-CTR
                      OR HERD-FOUND-SW = 'YES'.

       1510-HERD-SEARCH.

           IF T-ANIMAL (HERD-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO HERD-FOUND-SW
               MOVE HERD-IDX TO C-HERD-FOUND-IDX
           END-IF.


       1520-TAG-LOOKUP.

           MOVE 'NO' TO ANM-FOUND-SW.
           MOVE ZERO TO C-ANM-FOUND-IDX.
           PERFORM 1530-TAG-SEARCH
               VARYING ANM-IDX FROM 1 BY 1
                   UNTIL ANM-IDX > C-ANM-TBL-CTR
                      OR ANM-FOUND-SW = 'YES'.

       1530-TAG-SEARCH.

           IF T-AN-TAG (ANM-IDX) = C-LOOKUP-TAG
               MOVE 'YES' TO ANM-FOUND-SW
               MOVE ANM-IDX TO C-ANM-FOUND-IDX
           END-IF.


       1540-CULL-LOOKUP.

           MOVE 'NO' TO CULL-FOUND-SW.
           MOVE ZERO TO C-CULL-FOUND-IDX.
           PERFORM 1550-CULL-SEARCH
               VARYING CULL-IDX FROM 1 BY 1
                   UNTIL CULL-IDX > C-CULL-TBL-CTR
                      OR CULL-FOUND-SW = 'YES'.

       1550-CULL-SEARCH.

           IF T-CULL-ANIMAL (CULL-IDX) = C-LOOKUP-ANIMAL
               MOVE 'YES' TO CULL-FOUND-SW
               MOVE CULL-IDX TO C-CULL-FOUND-IDX
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-TRX-CTR.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.

      *    REASON 90 CARRIES THIS PROGRAM'S OWN MESSAGE TEXT.
           IF EP-ERR-MSG NOT = SPACES
               MOVE '90' TO C-REASON-CODE
           END-IF.

           IF C-REASON-CODE NOT = SPACES
               PERFORM 2150-REJECT-OUTPUT
           ELSE
               PERFORM 2100-POST-MOVEMENT
           END-IF.

           PERFORM 9000-READ-TRANS.


      *    A NEW TAG (BIRTH OR PURCHASE) MUST NOT ALREADY EXIST; EVERY
      *    OTHER MOVEMENT NEEDS AN ANIMAL STILL ON HAND.  A BIRTH
      *    NEEDS ITS DAM ON HAND AS A FEMALE OF THE SAME SPECIES.
       2050-VALIDATION.

           MOVE SPACES TO C-REASON-CODE.
           MOVE SPACES TO EP-ERR-MSG.

           IF TT-TYPE NOT = 'B' AND TT-TYPE NOT = 'P'
              AND TT-TYPE NOT = 'S' AND TT-TYPE NOT = 'D'
              AND TT-TYPE NOT = 'V'
               MOVE '05' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

           IF TT-TAG = SPACES
               MOVE 'EAR TAG IS BLANK.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

      *    A BLANK DATE POSTS AT THE BUSINESS DATE.
           IF TT-DATE = SPACES
               MOVE C-TODAY-DATE TO C-POST-DATE
           ELSE
               MOVE TT-DATE TO DC-DATE
               MOVE 'N' TO DC-FUTURE-RULE
               CALL 'CBLDATCK' USING DATE-PARMS
               IF DC-RC NOT = '0'
                   MOVE 'MOVEMENT DATE IS NOT VALID OR IN THE FUTURE.'
                       TO EP-ERR-MSG
                   GO TO 2050-EXIT
               END-IF
               MOVE TT-DATE-9 TO C-POST-DATE
           END-IF.

           MOVE TT-TAG TO C-LOOKUP-TAG.
           PERFORM 1520-TAG-LOOKUP.

           IF TT-TYPE = 'B' OR TT-TYPE = 'P'
               PERFORM 2060-NEW-TAG-EDIT THRU 2060-EXIT
               GO TO 2050-EXIT
           END-IF.

           IF ANM-FOUND-SW = 'NO'
               MOVE 'EAR TAG IS NOT ON THE REGISTRY.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           SET ANM-IDX TO C-ANM-FOUND-IDX.

           IF T-AN-STATUS (ANM-IDX) NOT = 'A'
               MOVE 'ANIMAL IS NO LONGER ON HAND.' TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF TT-ANIMAL NOT = SPACES
              AND TT-ANIMAL NOT = T-AN-ANIMAL (ANM-IDX)
               MOVE 'SPECIES DOES NOT MATCH THE EAR TAG.'
                   TO EP-ERR-MSG
               GO TO 2050-EXIT
           END-IF.

           IF TT-TYPE = 'V'
              AND TT-VALUE NOT NUMERIC
               MOVE '03' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

      *    A TREATED ANIMAL CANNOT LEGALLY SELL UNTIL ITS OWN
      *    WITHDRAWAL WINDOW CLOSES.
           IF TT-TYPE = 'S'
              AND T-AN-CLEAR (ANM-IDX) > C-TODAY-DATE
               MOVE '08' TO C-REASON-CODE
               GO TO 2050-EXIT
           END-IF.

       2050-EXIT.
           EXIT.


       2060-NEW-TAG-EDIT.

           IF ANM-FOUND-SW = 'YES'
               MOVE 'EAR TAG IS ALREADY ON THE REGISTRY.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           IF TT-ANIMAL = SPACES
               MOVE '01' TO C-REASON-CODE
               GO TO 2060-EXIT
           END-IF.

           IF TT-SEX NOT = 'M' AND TT-SEX NOT = 'F'
               MOVE 'SEX MUST BE M OR F.' TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

           IF TT-TYPE = 'P'
              AND TT-VALUE NOT NUMERIC
               MOVE '03' TO C-REASON-CODE
               GO TO 2060-EXIT
           END-IF.

           IF TT-TYPE = 'B'
               IF TT-DAM-TAG = SPACES
                   MOVE 'A BIRTH NEEDS THE DAM EAR TAG.' TO EP-ERR-MSG
                   GO TO 2060-EXIT
               END-IF
               MOVE TT-DAM-TAG TO C-LOOKUP-TAG
               PERFORM 1520-TAG-LOOKUP
               IF ANM-FOUND-SW = 'NO'
                   MOVE 'DAM EAR TAG IS NOT ON THE REGISTRY.'
                       TO EP-ERR-MSG
                   GO TO 2060-EXIT
               END-IF
               SET ANM-IDX TO C-ANM-FOUND-IDX
               IF T-AN-STATUS (ANM-IDX) NOT = 'A'
                  OR T-AN-SEX (ANM-IDX) NOT = 'F'
                  OR T-AN-ANIMAL (ANM-IDX) NOT = TT-ANIMAL
                   MOVE 'DAM IS NOT AN ON-HAND FEMALE OF THE SPECIES.'
                       TO EP-ERR-MSG
                   GO TO 2060-EXIT
               END-IF
           END-IF.

           MOVE TT-ANIMAL TO C-LOOKUP-ANIMAL.
           PERFORM 1500-HERD-LOOKUP.

           IF HERD-FOUND-SW = 'NO'
               AND TT-TYPE = 'B'
               MOVE '06' TO C-REASON-CODE
               GO TO 2060-EXIT
           END-IF.

           IF HERD-FOUND-SW = 'NO'
               AND C-HERD-TBL-CTR NOT < 30
               MOVE '07' TO C-REASON-CODE
               GO TO 2060-EXIT
           END-IF.

      *    THE MASTER QUANTITY FIELD HOLDS TWO DIGITS - A NEW TAG
      *    THAT WOULD PUSH A SPECIES PAST 99 HEAD CANNOT BE CARRIED.
           IF HERD-FOUND-SW = 'YES'
               SET HERD-IDX TO C-HERD-FOUND-IDX
               IF T-ACTIVE (HERD-IDX) NOT < 99
                   MOVE '04' TO C-REASON-CODE
                   GO TO 2060-EXIT
               END-IF
           END-IF.

           IF C-ANM-TBL-CTR NOT < 2000
               MOVE 'NO ROOM FOR A NEW EAR TAG - REGISTRY TABLE FULL.'
                   TO EP-ERR-MSG
               GO TO 2060-EXIT
           END-IF.

       2060-EXIT.
           EXIT.


       2100-POST-MOVEMENT.

           EVALUATE TT-TYPE
               WHEN 'B'
                   PERFORM 2110-ADD-ANIMAL
                   MOVE 'BIRTH' TO O-PT-MOVE
               WHEN 'P'
                   PERFORM 2110-ADD-ANIMAL
                   MOVE 'PURCHASE' TO O-PT-MOVE
               WHEN 'S'
                   PERFORM 2120-REMOVE-ANIMAL
                   MOVE 'SALE' TO O-PT-MOVE
               WHEN 'D'
                   PERFORM 2120-REMOVE-ANIMAL
                   MOVE 'DEATH' TO O-PT-MOVE
               WHEN 'V'
                   SET ANM-IDX TO C-ANM-FOUND-IDX
                   MOVE TT-VALUE TO T-AN-VALUE (ANM-IDX)
                   MOVE 'REVALUE' TO O-PT-MOVE
           END-EVALUATE.

           ADD 1 TO C-POST-CTR.

           MOVE T-AN-TAG (ANM-IDX) TO O-PT-TAG.
           MOVE T-AN-ANIMAL (ANM-IDX) TO O-PT-ANIMAL.
           MOVE C-POST-DATE TO O-PT-DATE.
           MOVE T-AN-SEX (ANM-IDX) TO O-PT-SEX.
           MOVE T-AN-DAM (ANM-IDX) TO O-PT-DAM.
           MOVE T-AN-VALUE (ANM-IDX) TO O-PT-VALUE.

           WRITE PRTLINE
               FROM POST-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.


      *    A CALF WITH NO VALUE KEYED TAKES THE SPECIES' PER-HEAD
      *    VALUE FROM THE HERD MASTER.
       2110-ADD-ANIMAL.

           MOVE TT-ANIMAL TO C-LOOKUP-ANIMAL.
           PERFORM 1350-SPECIES-ENTRY.
           SET HERD-IDX TO C-HERD-FOUND-IDX.
           ADD 1 TO T-ACTIVE (HERD-IDX).

           ADD 1 TO C-ANM-TBL-CTR.
           SET ANM-IDX TO C-ANM-TBL-CTR.
           MOVE TT-TAG TO T-AN-TAG (ANM-IDX).
           MOVE TT-ANIMAL TO T-AN-ANIMAL (ANM-IDX).
           MOVE C-POST-DATE TO T-AN-BORN (ANM-IDX).
           MOVE TT-TYPE TO T-AN-ORIGIN (ANM-IDX).
           MOVE TT-SEX TO T-AN-SEX (ANM-IDX).
           MOVE TT-DAM-TAG TO T-AN-DAM (ANM-IDX).
           MOVE 'A' TO T-AN-STATUS (ANM-IDX).
           MOVE C-POST-DATE TO T-AN-STAT-DATE (ANM-IDX).
           IF TT-VALUE NUMERIC
               MOVE TT-VALUE TO T-AN-VALUE (ANM-IDX)
           ELSE
               MOVE T-VALUE (HERD-IDX) TO T-AN-VALUE (ANM-IDX)
           END-IF.
           MOVE ZERO TO T-AN-CLEAR (ANM-IDX).


       2120-REMOVE-ANIMAL.

           SET ANM-IDX TO C-ANM-FOUND-IDX.
           MOVE TT-TYPE TO T-AN-STATUS (ANM-IDX).
           MOVE C-POST-DATE TO T-AN-STAT-DATE (ANM-IDX).

           MOVE T-AN-ANIMAL (ANM-IDX) TO C-LOOKUP-ANIMAL.
           PERFORM 1500-HERD-LOOKUP.
           IF HERD-FOUND-SW = 'YES'
               SET HERD-IDX TO C-HERD-FOUND-IDX
               IF T-ACTIVE (HERD-IDX) > ZERO
                   SUBTRACT 1 FROM T-ACTIVE (HERD-IDX)
               END-IF
           END-IF.


       2150-REJECT-OUTPUT.

           ADD 1 TO C-REJ-CTR.

           MOVE C-REASON-CODE TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           MOVE TRANS-REC TO EP-BAD-RECORD.

           CALL 'GROUPERR' USING ERR-PARMS.



       3000-CLOSING.

           MOVE '99' TO EP-REASON-CODE.
           MOVE SPACES TO EP-BAD-RECORD.
           CALL 'GROUPERR' USING ERR-PARMS.

           IF C-POST-CTR = ZERO
               MOVE 'NO REGISTRY POSTINGS THIS RUN.' TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM 3100-WRITE-REGISTRY.
           PERFORM 3200-HERD-ROLLUP.
           PERFORM 3300-WITHDRAWAL-LIST.
           PERFORM 3400-CULL-LIST.
           PERFORM 3500-RUN-TOTALS.

           CLOSE TAG-TRANS.
           CLOSE TAG-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRX-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    SOLD AND DEAD ANIMALS STAY ON THE REGISTRY AS HISTORY.
      *    EVERY ACTIVE ANIMAL, IN THE TABLE OR PAST IT, FEEDS THE
      *    HERD ROLL-UP AS IT IS WRITTEN.
       3100-WRITE-REGISTRY.

           OPEN OUTPUT NEW-ANIMAL-MASTER.
           PERFORM 3110-WRITE-ONE-ANIMAL
               VARYING ANM-IDX FROM 1 BY 1
                   UNTIL ANM-IDX > C-ANM-TBL-CTR.
           IF ANM-OVFL-SW = 'YES'
               PERFORM 3120-COPY-ANIMAL-OVERFLOW
           END-IF.
           CLOSE NEW-ANIMAL-MASTER.

       3110-WRITE-ONE-ANIMAL.

           MOVE T-AN-TAG (ANM-IDX) TO NA-TAG.
           MOVE T-AN-ANIMAL (ANM-IDX) TO NA-ANIMAL.
           MOVE T-AN-BORN (ANM-IDX) TO NA-BORN-DATE.
           MOVE T-AN-ORIGIN (ANM-IDX) TO NA-ORIGIN.
           MOVE T-AN-SEX (ANM-IDX) TO NA-SEX.
           MOVE T-AN-DAM (ANM-IDX) TO NA-DAM-TAG.
           MOVE T-AN-STATUS (ANM-IDX) TO NA-STATUS.
           MOVE T-AN-STAT-DATE (ANM-IDX) TO NA-STATUS-DATE.
           MOVE T-AN-VALUE (ANM-IDX) TO NA-VALUE.
           MOVE T-AN-CLEAR (ANM-IDX) TO NA-CLEAR-DATE.
           WRITE NEW-ANIMAL-REC.
           PERFORM 3150-ROLLUP-ADD.

       3120-COPY-ANIMAL-OVERFLOW.

           MOVE 'YES' TO MORE-ANIMS.
           MOVE ZERO TO C-ANM-SKIP-CTR.
           OPEN INPUT ANIMAL-MASTER.
           PERFORM 3130-COPY-ONE-ANIMAL
               UNTIL MORE-ANIMS = 'NO'.
           CLOSE ANIMAL-MASTER.

       3130-COPY-ONE-ANIMAL.

           READ ANIMAL-MASTER
               AT END
                   MOVE 'NO' TO MORE-ANIMS
           END-READ.
           IF MORE-ANIMS = 'YES'
               ADD 1 TO C-ANM-SKIP-CTR
               IF C-ANM-SKIP-CTR > 2000
                   MOVE ANIMAL-REC TO NEW-ANIMAL-REC
                   WRITE NEW-ANIMAL-REC
                   PERFORM 3150-ROLLUP-ADD
               END-IF
           END-IF.

       3150-ROLLUP-ADD.

           IF NA-STATUS = 'A'
               ADD 1 TO C-ACTIVE-CTR
               MOVE NA-ANIMAL TO C-LOOKUP-ANIMAL
               PERFORM 1500-HERD-LOOKUP
               IF HERD-FOUND-SW = 'YES'
                   SET HERD-IDX TO C-HERD-FOUND-IDX
                   IF NA-SEX = 'M'
                       ADD 1 TO T-MALES (HERD-IDX)
                   ELSE
                       ADD 1 TO T-FEMALES (HERD-IDX)
                   END-IF
                   ADD NA-VALUE TO T-VAL-SUM (HERD-IDX)
                   IF NA-BORN-DATE NUMERIC
                      AND NA-BORN-DATE > ZERO
                       COMPUTE T-DATE-SUM (HERD-IDX) =
                           T-DATE-SUM (HERD-IDX) +
                           FUNCTION INTEGER-OF-DATE (NA-BORN-DATE)
                   ELSE
                       ADD C-TODAY-INT TO T-DATE-SUM (HERD-IDX)
                   END-IF
               END-IF
           END-IF.


      *    TAGGED SPECIES TAKE THEIR HEADCOUNT FROM THE ACTIVE
      *    ANIMALS, THE AVERAGE CURRENT VALUE AS THE PER-HEAD VALUE
      *    (SO QUANTITY X VALUE STILL GIVES THE HERD VALUATION) AND
      *    THE AVERAGE BIRTH/ACQUISITION DATE FOR GROUPAGE.  A
      *    TAGGED SPECIES WITH NONE LEFT ON HAND KEEPS ITS OLD
      *    VALUE AND DATE AT A ZERO COUNT.
       3200-HERD-ROLLUP.

           MOVE 'HERD MASTER ROLL-UP' TO O-HDG-TITLE.
           MOVE 2 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           OPEN OUTPUT NEW-HERD-MASTER.
           PERFORM 3210-ROLLUP-ONE
               VARYING HERD-IDX FROM 1 BY 1
                   UNTIL HERD-IDX > C-HERD-TBL-CTR.
           IF HERD-OVFL-SW = 'YES'
               PERFORM 3220-COPY-HERD-OVERFLOW
           END-IF.
           CLOSE NEW-HERD-MASTER.

       3210-ROLLUP-ONE.

           IF T-TAGGED (HERD-IDX) = 'Y'
               MOVE T-ACTIVE (HERD-IDX) TO T-QTY (HERD-IDX)
               IF T-ACTIVE (HERD-IDX) > ZERO
                   COMPUTE T-VALUE (HERD-IDX) ROUNDED =
                       T-VAL-SUM (HERD-IDX) / T-ACTIVE (HERD-IDX)
                   COMPUTE C-AVG-INT ROUNDED =
                       T-DATE-SUM (HERD-IDX) / T-ACTIVE (HERD-IDX)
                   COMPUTE T-ACQ-DATE (HERD-IDX) =
                       FUNCTION DATE-OF-INTEGER (C-AVG-INT)
               END-IF
               MOVE T-ANIMAL (HERD-IDX) TO O-RU-ANIMAL
               MOVE T-ACTIVE (HERD-IDX) TO O-RU-ACTIVE
               MOVE T-MALES (HERD-IDX) TO O-RU-MALES
               MOVE T-FEMALES (HERD-IDX) TO O-RU-FEMALES
               MOVE T-VALUE (HERD-IDX) TO O-RU-AVG-VALUE
               COMPUTE C-VALUATION =
                   T-QTY (HERD-IDX) * T-VALUE (HERD-IDX)
               MOVE C-VALUATION TO O-RU-VALUATION
               MOVE T-ACQ-DATE (HERD-IDX) TO O-RU-ACQ-DATE
               WRITE PRTLINE
                   FROM ROLLUP-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
           END-IF.

           MOVE T-ANIMAL (HERD-IDX) TO NM-ANIMAL.
           MOVE T-QTY (HERD-IDX) TO NM-QUANTITY.
           MOVE T-VALUE (HERD-IDX) TO NM-VALUE.
           MOVE T-ACQ-DATE (HERD-IDX) TO NM-ACQ-DATE.
           WRITE NEW-HERD-REC.


      *    THE FIRST 30 MASTER RECORDS WERE CARRIED IN THE WORK
      *    TABLE; EVERYTHING PAST THEM IS REREAD AND PASSED THROUGH
      *    UNCHANGED SO THE REWRITTEN MASTER NEVER LOSES RECORDS.
       3220-COPY-HERD-OVERFLOW.

           MOVE 'YES' TO MORE-HERD.
           MOVE ZERO TO C-MAST-SKIP-CTR.
           OPEN INPUT HERD-MASTER.
           PERFORM 3230-COPY-ONE-HERD
               UNTIL MORE-HERD = 'NO'.
           CLOSE HERD-MASTER.

       3230-COPY-ONE-HERD.

           READ HERD-MASTER
               AT END
                   MOVE 'NO' TO MORE-HERD
           END-READ.
           IF MORE-HERD = 'YES'
               ADD 1 TO C-MAST-SKIP-CTR
               IF C-MAST-SKIP-CTR > 30
                   MOVE HERD-REC TO NEW-HERD-REC
                   WRITE NEW-HERD-REC
               END-IF
           END-IF.


      *    OPEN WINDOWS PRINT BY ANIMAL SO THE BARN KNOWS WHICH
      *    HEAD CAN GO ON THE TRUCK AND WHICH CANNOT.
       3300-WITHDRAWAL-LIST.

           MOVE 'TREATMENTS IN EFFECT - NOT SALEABLE' TO O-HDG-TITLE.
           MOVE 3 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           PERFORM 3310-WITHDRAWAL-ROW
               VARYING ANM-IDX FROM 1 BY 1
                   UNTIL ANM-IDX > C-ANM-TBL-CTR.

           IF C-WDRW-CTR = ZERO
               MOVE 'NO ANIMALS IN A WITHDRAWAL PERIOD.' TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

       3310-WITHDRAWAL-ROW.

           IF T-AN-STATUS (ANM-IDX) = 'A'
              AND T-AN-CLEAR (ANM-IDX) > C-TODAY-DATE
               MOVE T-AN-TAG (ANM-IDX) TO O-WD-TAG
               MOVE T-AN-ANIMAL (ANM-IDX) TO O-WD-ANIMAL
               MOVE T-AN-CLEAR (ANM-IDX) TO O-WD-CLEAR
               WRITE PRTLINE
                   FROM WDRW-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9900-DETAIL-HEADING
               END-WRITE
               ADD 1 TO C-WDRW-CTR
           END-IF.


      *    THE SAME CULL PARAMETER FILE GROUPAGE USES, APPLIED TO
      *    EACH ANIMAL'S OWN BIRTH OR ACQUISITION DATE.
       3400-CULL-LIST.

           MOVE 'CULL CANDIDATES BY ANIMAL' TO O-HDG-TITLE.
           MOVE 4 TO C-SECTION.
           PERFORM 9900-DETAIL-HEADING.

           IF C-CULL-TBL-CTR > ZERO
               PERFORM 3410-CULL-ROW
                   VARYING ANM-IDX FROM 1 BY 1
                       UNTIL ANM-IDX > C-ANM-TBL-CTR
           END-IF.

           IF C-CULL-CTR = ZERO
               MOVE 'NO ANIMALS PAST THEIR CULL THRESHOLD.'
                   TO O-NONE-MSG
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 1 LINE
           END-IF.

       3410-CULL-ROW.

           IF T-AN-STATUS (ANM-IDX) = 'A'
              AND T-AN-BORN (ANM-IDX) NUMERIC
              AND T-AN-BORN (ANM-IDX) > ZERO
               MOVE T-AN-ANIMAL (ANM-IDX) TO C-LOOKUP-ANIMAL
               PERFORM 1540-CULL-LOOKUP
               IF CULL-FOUND-SW = 'YES'
                   SET CULL-IDX TO C-CULL-FOUND-IDX
                   COMPUTE C-DAYS-HELD = C-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE (T-AN-BORN (ANM-IDX))
                   IF C-DAYS-HELD > T-CULL-MAX (CULL-IDX)
                       PERFORM 3420-CULL-PRINT
                   END-IF
               END-IF
           END-IF.

       3420-CULL-PRINT.

           MOVE T-AN-TAG (ANM-IDX) TO O-CL-TAG.
           MOVE T-AN-ANIMAL (ANM-IDX) TO O-CL-ANIMAL.
           MOVE T-AN-SEX (ANM-IDX) TO O-CL-SEX.
           MOVE T-AN-BORN (ANM-IDX) TO O-CL-BORN.
           MOVE C-DAYS-HELD TO O-CL-DAYS.
           MOVE T-CULL-MAX (CULL-IDX) TO O-CL-MAX.
           WRITE PRTLINE
               FROM CULL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9900-DETAIL-HEADING.
           ADD 1 TO C-CULL-CTR.


       3500-RUN-TOTALS.

           MOVE 5 TO C-SECTION.

           MOVE 'TAG TRANSACTIONS READ:' TO O-TOT-DESC.
           MOVE C-TRX-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'MOVEMENTS POSTED:' TO O-TOT-DESC.
           MOVE C-POST-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'TREATMENTS POSTED BY TAG:' TO O-TOT-DESC.
           MOVE C-VET-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS REJECTED:' TO O-TOT-DESC.
           MOVE C-REJ-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'ANIMALS ON HAND:' TO O-TOT-DESC.
           MOVE C-ACTIVE-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'CULL CANDIDATES:' TO O-TOT-DESC.
           MOVE C-CULL-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.


       9000-READ-TRANS.

           READ TAG-TRANS
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
                       FROM POST-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
               WHEN 2
                   WRITE PRTLINE
                       FROM ROLLUP-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
               WHEN 4
                   WRITE PRTLINE
                       FROM CULL-COLUMN-HEADING
                           AFTER ADVANCING 1 LINE
           END-EVALUATE.

           WRITE PRTLINE
               FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE.
