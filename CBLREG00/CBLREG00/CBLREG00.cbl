       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLREG00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * TERM REGISTRATION AND CLASS ROSTERS.                        *
      * APPLIES A DECK OF REGISTRATION TRANSACTIONS AGAINST THE     *
      * COURSE CATALOG MASTER AND THE CARRIED-FORWARD REGISTRATION  *
      * MASTER FOR THE TERM ON THE PARM CARD:                       *
      *   R  REGISTER A STUDENT IN A COURSE SECTION,                *
      *   D  DROP A REGISTRATION,                                   *
      *   G  POST THE END-OF-TERM LETTER GRADE.                     *
      * REGISTRATIONS ARE SEATED IN THE ORDER THEY WERE KEYED, SO   *
      * THE LAST STUDENTS INTO A FULL SECTION ARE THE ONES TURNED   *
      * AWAY.  COURSES NOT IN THE CATALOG, CLOSED COURSES, FULL     *
      * SECTIONS, DUPLICATES AND GRADES OR DROPS FOR COURSES NOT    *
      * REGISTERED PRINT ON THE REJECT LISTING.  A NEW REGISTRATION *
      * MASTER IS WRITTEN THE WAY CBLUPD00 WRITES THE NEW STUDENT   *
      * MASTER, AND A CLASS ROSTER PRINTS PER SECTION.              *
      * WHEN THE PARM CARD MARKS THE TERM'S GRADES FINAL, ONE TERM  *
      * GPA / CREDIT-HOUR RECORD PER STUDENT IS APPENDED TO THE     *
      * TERMGPA HISTORY THAT CBLANL00 AND CBLGPA00 READ.  A TERM    *
      * ALREADY ON TERMGPA IS NEVER APPENDED TWICE.                 *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COURSE-CATALOG
               ASSIGN TO CRSCATLG
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STUDENT-MASTER
               ASSIGN TO STDNTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-STU-STATUS.

           SELECT OPTIONAL REG-MASTER
               ASSIGN TO REGMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REG-STATUS.

           SELECT SORTED-MASTER
               ASSIGN TO REGMSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TRANS-FILE
               ASSIGN TO REGTRN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-TRANS
               ASSIGN TO REGTRS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK30".

           SELECT NEW-MASTER
               ASSIGN TO REGMSTN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-SORTED
               ASSIGN TO REGRSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL GPA-HISTORY
               ASSIGN TO TERMGPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GPA-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO REGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO REGRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT ERROUT
               ASSIGN TO REGERR
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD COURSE-CATALOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS CC-REC.

       01  CC-REC.
           05  CC-COURSE-NO     PIC X(6).
           05  CC-SECTION       PIC X(3).
           05  CC-TITLE         PIC X(20).
           05  CC-DEPT          PIC XX.
           05  CC-CREDIT-HRS    PIC 9.
           05  CC-CAPACITY      PIC 999.
           05  CC-STATUS        PIC X.

       FD STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS STU-REC.

       01  STU-REC.
           05  SM-ID            PIC X(7).
           05  SM-LNAME         PIC X(15).
           05  SM-FNAME         PIC X(15).
           05  FILLER           PIC X(15).

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

       FD SORTED-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS SRM-REC.

       01  SRM-REC              PIC X(26).

       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS T-REC.

       01  T-REC.
           05  T-CODE           PIC X.
           05  T-TERM           PIC 9(6).
           05  T-ID             PIC X(7).
           05  T-COURSE-NO      PIC X(6).
           05  T-SECTION        PIC X(3).
           05  T-GRADE          PIC X.

      *    THE KEYING SEQUENCE RIDES BEHIND THE TRANSACTION SO TWO
      *    TRANSACTIONS FOR THE SAME REGISTRATION APPLY IN THE
      *    ORDER THEY WERE KEYED.
       FD SORTED-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS ST-REC.

       01  ST-REC.
           05  ST-CODE          PIC X.
           05  ST-KEY.
               10  ST-TERM      PIC 9(6).
               10  ST-ID        PIC X(7).
               10  ST-COURSE-NO PIC X(6).
               10  ST-SECTION   PIC X(3).
           05  ST-GRADE         PIC X.
           05  ST-SEQ           PIC 9(6).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-MAST-KEY      PIC X(22).
           05  FILLER           PIC X(8).
       01  SD-TRANS-REC.
           05  FILLER           PIC X.
           05  SD-TRANS-KEY     PIC X(22).
           05  FILLER           PIC X.
           05  SD-TRANS-SEQ     PIC 9(6).
       01  SD-ROSTER-REC.
           05  SD-RO-TERM       PIC 9(6).
           05  SD-RO-ID         PIC X(7).
           05  SD-RO-SECT-KEY   PIC X(9).
           05  FILLER           PIC X(8).

       FD NEW-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS N-REC.

       01  N-REC                PIC X(26).

       FD ROSTER-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS RO-REC.

       01  RO-REC.
           05  RO-TERM          PIC 9(6).
           05  RO-ID            PIC X(7).
           05  RO-SECT-KEY.
               10  RO-COURSE-NO PIC X(6).
               10  RO-SECTION   PIC X(3).
           05  RO-CREDIT-HRS    PIC 9.
           05  RO-GRADE         PIC X.
           05  RO-DEPT          PIC XX.

       FD GPA-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS GPA-HIST-REC.

       01  GPA-HIST-REC.
           05  TG-ID            PIC X(7).
           05  TG-TERM          PIC 9(6).
           05  TG-TERM-GPA      PIC 9V99.
           05  TG-CREDIT-HRS    PIC 99.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TERM        PIC 9(6).
           05  PARM-FINAL       PIC X.

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

       FD ERROUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS ERRLINE.

       01 ERRLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS PIC XX         VALUE "00".
           05  C-STU-STATUS    PIC XX         VALUE "00".
           05  C-REG-STATUS    PIC XX         VALUE "00".
           05  C-GPA-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS   PIC XX         VALUE "00".
           05  C-PCTR          PIC 99         VALUE ZERO.
           05  C-EPCTR         PIC 99         VALUE ZERO.
           05  C-TERM          PIC 9(6)       VALUE ZERO.
           05  C-FINAL         PIC X          VALUE SPACE.
           05  C-TRN-CTR       PIC 9(6)       VALUE ZERO.
           05  C-OLD-CTR       PIC 9(6)       VALUE ZERO.
           05  C-NEW-CTR       PIC 9(6)       VALUE ZERO.
           05  C-REG-CTR       PIC 9(5)       VALUE ZERO.
           05  C-DROP-CTR      PIC 9(5)       VALUE ZERO.
           05  C-GRADE-CTR     PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR       PIC 9(5)       VALUE ZERO.
           05  C-UNGRADED-CTR  PIC 9(5)       VALUE ZERO.
           05  C-TGPA-CTR      PIC 9(5)       VALUE ZERO.
           05  C-SECT-CTR      PIC 9(5)       VALUE ZERO.
           05  C-ROSTER-CTR    PIC 9(6)       VALUE ZERO.
           05  C-SECT-ENRL     PIC 999        VALUE ZERO.
           05  C-CAT-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-CAT-LOST-CTR  PIC 9(4)       VALUE ZERO.
           05  C-CAT-FOUND-IDX PIC 9(4)       VALUE ZERO.
           05  C-CAT-LOOKUP    PIC X(9)       VALUE SPACES.
           05  C-STU-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-STU-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-STU-FOUND-IDX PIC 9(4)       VALUE ZERO.
           05  C-STU-POINTS    PIC 9(4)V99    VALUE ZERO.
           05  C-STU-CREDITS   PIC 99         VALUE ZERO.
           05  C-GRADE-POINTS  PIC 9          VALUE ZERO.
           05  C-GRADE-IN      PIC X          VALUE SPACE.
           05  H-GPA-ID        PIC X(7)       VALUE SPACES.
           05  H-SECT-KEY      PIC X(9)       VALUE SPACES.
           05  H-ADDED-KEY     PIC X(22)      VALUE SPACES.
           05  CAT-FOUND-SW    PIC XXX        VALUE "NO".
           05  STU-FOUND-SW    PIC XXX        VALUE "NO".
           05  TERM-POSTED-SW  PIC XXX        VALUE "NO".
           05  GPA-WANTED-SW   PIC XXX        VALUE "NO".
           05  GRADE-VALID-SW  PIC XXX        VALUE "NO".
           05  MORE-CAT        PIC XXX        VALUE "YES".
           05  MORE-STU        PIC XXX        VALUE "YES".
           05  MORE-OLD        PIC XXX        VALUE "YES".
           05  MORE-GPA        PIC XXX        VALUE "YES".
           05  MORE-TRN-IN     PIC XXX        VALUE "YES".
           05  MORE-MAST       PIC XXX        VALUE "YES".
           05  MORE-TRANS      PIC XXX        VALUE "YES".
           05  MORE-ROSTER     PIC XXX        VALUE "YES".
           05  ROSTER-HIT-SW   PIC XXX        VALUE "NO".

       01  M-HOLD.
           05  MH-KEY.
               10  MH-TERM      PIC 9(6).
               10  MH-ID        PIC X(7).
               10  MH-COURSE-NO PIC X(6).
               10  MH-SECTION   PIC X(3).
           05  MH-CREDIT-HRS    PIC 9.
           05  MH-GRADE         PIC X.
           05  MH-DEPT          PIC XX.

       01  W-HOLD.
           05  WH-KEY.
               10  WH-TERM      PIC 9(6).
               10  WH-ID        PIC X(7).
               10  WH-COURSE-NO PIC X(6).
               10  WH-SECTION   PIC X(3).
           05  WH-CREDIT-HRS    PIC 9.
           05  WH-GRADE         PIC X.
           05  WH-DEPT          PIC XX.

      *    THE ENROLLED COUNT STARTS FROM THE TERM'S REGISTRATIONS
      *    ALREADY ON THE MASTER AND GROWS AS SEATS ARE GIVEN OUT.
       01  CATALOG-TABLE.
           05  CAT-ENTRY OCCURS 500 TIMES INDEXED BY CAT-IDX.
               10  CT-KEY.
                   15  CT-COURSE-NO PIC X(6).
                   15  CT-SECTION   PIC X(3).
               10  CT-TITLE         PIC X(20).
               10  CT-DEPT          PIC XX.
               10  CT-CREDIT-HRS    PIC 9.
               10  CT-CAPACITY      PIC 999.
               10  CT-STATUS        PIC X.
               10  CT-ENROLLED      PIC 999.

       01  STUDENT-TABLE.
           05  STU-ENTRY OCCURS 1000 TIMES INDEXED BY STU-IDX.
               10  STT-ID           PIC X(7).
               10  STT-LNAME        PIC X(15).
               10  STT-FNAME        PIC X(15).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLREG00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR          PIC 9(4).
           05  I-MONTH         PIC 99.
           05  I-DAY           PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER          PIC X(33)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'WILSON''S COBOL'.
           05  FILLER          PIC X(27)   VALUE
               'CLASS ROSTERS'.
           05  FILLER          PIC X(33)   VALUE SPACES.
           COPY RPTPAGE.

       01 ERR-TITLE.
           05  FILLER          PIC X(6)    VALUE "DATE:".
           05  O-ERR-MONTH     PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-ERR-DAY       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-ERR-YEAR      PIC 9(4).
           05  FILLER          PIC X(33)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'WILSON''S COBOL'.
           05  FILLER          PIC X(27)   VALUE
               'REGISTRATION REJECTS'.
           05  FILLER          PIC X(33)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "PAGE:".
           05  O-EPCTR         PIC Z9.

       01  TERM-LINE.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  O-TERM-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-TERM-YY       PIC 9(4).
           05  FILLER          PIC X(119)  VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER          PIC X(8)    VALUE 'COURSE: '.
           05  O-SH-COURSE-NO  PIC X(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'SECTION: '.
           05  O-SH-SECTION    PIC X(3).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-SH-TITLE      PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'DEPT: '.
           05  O-SH-DEPT       PIC XX.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CREDITS: '.
           05  O-SH-CREDITS    PIC 9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'CAPACITY: '.
           05  O-SH-CAPACITY   PIC ZZ9.
           05  FILLER          PIC X(40)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'STUDENT ID'.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'LAST NAME'.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'GRADE'.
           05  FILLER          PIC X(73)   VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-ID            PIC X(7).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-LNAME         PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-FNAME         PIC X(15).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-GRADE         PIC X.
           05  FILLER          PIC X(75)   VALUE SPACES.

       01  SECTION-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ENROLLED: '.
           05  O-ST-ENRL       PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE ' OF '.
           05  O-ST-CAPACITY   PIC ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-ST-FLAG       PIC X(24)   VALUE SPACES.
           05  FILLER          PIC X(80)   VALUE SPACES.

       01  ROSTER-TOTAL-LINE.
           05  FILLER          PIC X(10)   VALUE 'SECTIONS: '.
           05  O-SECT-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'REGISTRATIONS: '.
           05  O-ROSTER-CTR    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(90)   VALUE SPACES.

       01  CATALOG-FULL-LINE.
           05  FILLER          PIC X(52)   VALUE
               "** CATALOG TABLE IS FULL - SECTIONS NOT LOADED: ".
           05  O-CAT-LOST-CTR  PIC Z,ZZ9.
           05  FILLER          PIC X(3)    VALUE " **".
           05  FILLER          PIC X(72)   VALUE SPACES.

       01  ERR-COLUMN-HEADING.
           05  FILLER          PIC X(4)    VALUE 'CODE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'TERM'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'STUDENT ID'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'COURSE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'SECT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(5)    VALUE 'GRADE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'REASON'.
           05  FILLER          PIC X(72)   VALUE SPACES.

       01  ERR-DETAIL-LINE.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-ERR-CODE      PIC X.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-ERR-TERM-MM   PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-ERR-TERM-YY   PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ERR-ID        PIC X(7).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-ERR-COURSE-NO PIC X(6).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-ERR-SECTION   PIC X(3).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-ERR-GRADE     PIC X.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-ERR-REASON    PIC X(40).
           05  FILLER          PIC X(39)   VALUE SPACES.

       01  ERR-TOTAL-LINE-1.
           05  FILLER          PIC X(14)   VALUE 'TRANSACTIONS: '.
           05  O-TRN-CTR       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'REGISTERED: '.
           05  O-REG-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'DROPPED: '.
           05  O-DROP-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'GRADED: '.
           05  O-GRADE-CTR     PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(32)   VALUE SPACES.

       01  ERR-TOTAL-LINE-2.
           05  FILLER          PIC X(13)   VALUE 'MASTER IN:  '.
           05  O-OLD-CTR       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'MASTER OUT: '.
           05  O-NEW-CTR       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(22)   VALUE
               'TERMGPA RECORDS OUT: '.
           05  O-TGPA-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE
               'UNGRADED (FINAL):  '.
           05  O-UNGRADED-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(27)   VALUE SPACES.

       01  TERM-POSTED-LINE.
           05  FILLER          PIC X(52)   VALUE
               "** TERM ALREADY ON TERMGPA - NO GPA RECORDS WRITTEN".
           05  FILLER          PIC X(3)    VALUE " **".
           05  FILLER          PIC X(77)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLREG00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-MAST = "NO" AND MORE-TRANS = "NO".
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
           MOVE I-DAY TO O-ERR-DAY.
           MOVE I-YEAR TO O-ERR-YEAR.
           MOVE I-MONTH TO O-ERR-MONTH.

           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-LOAD-CATALOG.
           PERFORM 1300-LOAD-STUDENTS.
           PERFORM 1400-COUNT-ENROLLED.
           IF C-FINAL = "F"
               PERFORM 1500-CHECK-TERM-POSTED
           END-IF.

           OPEN OUTPUT ERROUT.
           PERFORM 9110-ERR-HEADING.

           SORT SORT-WORK
               ON ASCENDING KEY SD-MAST-KEY
               USING REG-MASTER
               GIVING SORTED-MASTER.

           SORT SORT-WORK
               ON ASCENDING KEY SD-TRANS-KEY
               ON ASCENDING KEY SD-TRANS-SEQ
               INPUT PROCEDURE IS 0500-SORT-INPUT
                   THRU 0590-SORT-INPUT-EXIT
               GIVING SORTED-TRANS.

           OPEN INPUT SORTED-MASTER.
           OPEN INPUT SORTED-TRANS.
           OPEN OUTPUT NEW-MASTER.
           IF GPA-WANTED-SW = "YES"
               OPEN EXTEND GPA-HISTORY
           END-IF.
           PERFORM 9000-READ-MASTER.
           PERFORM 9050-READ-TRANS.


      *    REGISTRATIONS ARE SEATED HERE, IN KEYING ORDER, BEFORE
      *    THE SORT PUTS THE DECK IN STUDENT ORDER.  A SEAT IS
      *    TAKEN ONLY BY AN R THAT PASSES THE CATALOG CHECKS.
       0500-SORT-INPUT.
           OPEN INPUT TRANS-FILE.
           PERFORM 0510-RELEASE-ONE
               UNTIL MORE-TRN-IN = "NO".
           CLOSE TRANS-FILE.
           GO TO 0590-SORT-INPUT-EXIT.

       0510-RELEASE-ONE.
           READ TRANS-FILE
               AT END
                   MOVE "NO" TO MORE-TRN-IN
           END-READ.
           IF MORE-TRN-IN = "YES"
               ADD 1 TO C-TRN-CTR
               IF T-CODE = "R"
                   PERFORM 0520-SEAT-CHECK
               ELSE
                   MOVE SPACES TO SD-TRANS-REC
                   MOVE T-REC TO SD-TRANS-REC (1:24)
                   MOVE C-TRN-CTR TO SD-TRANS-SEQ
                   RELEASE SD-TRANS-REC
               END-IF
           END-IF.

       0520-SEAT-CHECK.
           MOVE T-COURSE-NO TO C-CAT-LOOKUP (1:6).
           MOVE T-SECTION TO C-CAT-LOOKUP (7:3).
           PERFORM 9060-CAT-LOOKUP.
           IF CAT-FOUND-SW = "NO"
               MOVE "COURSE / SECTION NOT IN CATALOG"
                   TO O-ERR-REASON
               PERFORM 2900-TRN-REJECT
           ELSE
               SET CAT-IDX TO C-CAT-FOUND-IDX
               IF CT-STATUS (CAT-IDX) = "C"
                   MOVE "COURSE CLOSED" TO O-ERR-REASON
                   PERFORM 2900-TRN-REJECT
               ELSE
                   IF CT-ENROLLED (CAT-IDX) NOT < CT-CAPACITY (CAT-IDX)
                       MOVE "SECTION FULL - OVER CAPACITY"
                           TO O-ERR-REASON
                       PERFORM 2900-TRN-REJECT
                   ELSE
                       ADD 1 TO CT-ENROLLED (CAT-IDX)
                       MOVE SPACES TO SD-TRANS-REC
                       MOVE T-REC TO SD-TRANS-REC (1:24)
                       MOVE C-TRN-CTR TO SD-TRANS-SEQ
                       RELEASE SD-TRANS-REC
                   END-IF
               END-IF
           END-IF.

       0590-SORT-INPUT-EXIT.
           EXIT.


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


      *    THE PARM CARD NAMES THE TERM (YYYYMM) AND CARRIES AN F
      *    WHEN ITS GRADES ARE FINAL.  WITH NO CARD THE TERM IS THE
      *    BUSINESS MONTH AND NO TERM GPA IS GENERATED.
       1100-READ-PARM-CARD.
           COMPUTE C-TERM = I-YEAR * 100 + I-MONTH.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-TERM
                       MOVE SPACE TO PARM-FINAL
               END-READ
               IF PARM-TERM NUMERIC
                  AND PARM-TERM > ZERO
                   MOVE PARM-TERM TO C-TERM
               END-IF
               MOVE PARM-FINAL TO C-FINAL
               CLOSE PARM-CARD
           END-IF.
           IF C-FINAL = "F"
               MOVE "YES" TO GPA-WANTED-SW
           END-IF.
           MOVE C-TERM (5:2) TO O-TERM-MM.
           MOVE C-TERM (1:4) TO O-TERM-YY.


       1200-LOAD-CATALOG.
           OPEN INPUT COURSE-CATALOG.
           PERFORM 1210-READ-CATALOG
               UNTIL MORE-CAT = "NO".
           CLOSE COURSE-CATALOG.

       1210-READ-CATALOG.
           READ COURSE-CATALOG
               AT END
                   MOVE "NO" TO MORE-CAT
           END-READ.
           IF MORE-CAT = "YES"
               IF C-CAT-TBL-CTR < 500
                   ADD 1 TO C-CAT-TBL-CTR
                   SET CAT-IDX TO C-CAT-TBL-CTR
                   MOVE CC-COURSE-NO TO CT-COURSE-NO (CAT-IDX)
                   MOVE CC-SECTION TO CT-SECTION (CAT-IDX)
                   MOVE CC-TITLE TO CT-TITLE (CAT-IDX)
                   MOVE CC-DEPT TO CT-DEPT (CAT-IDX)
                   MOVE CC-CREDIT-HRS TO CT-CREDIT-HRS (CAT-IDX)
                   MOVE CC-CAPACITY TO CT-CAPACITY (CAT-IDX)
                   MOVE CC-STATUS TO CT-STATUS (CAT-IDX)
                   MOVE ZERO TO CT-ENROLLED (CAT-IDX)
               ELSE
                   ADD 1 TO C-CAT-LOST-CTR
               END-IF
           END-IF.


       1300-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           IF C-STU-STATUS = "00" OR "05"
               PERFORM 1310-READ-STUDENT
                   UNTIL MORE-STU = "NO"
               CLOSE STUDENT-MASTER
           END-IF.

       1310-READ-STUDENT.
           READ STUDENT-MASTER
               AT END
                   MOVE "NO" TO MORE-STU
           END-READ.
           IF MORE-STU = "YES"
               IF C-STU-TBL-CTR < 1000
                   ADD 1 TO C-STU-TBL-CTR
                   SET STU-IDX TO C-STU-TBL-CTR
                   MOVE SM-ID TO STT-ID (STU-IDX)
                   MOVE SM-LNAME TO STT-LNAME (STU-IDX)
                   MOVE SM-FNAME TO STT-FNAME (STU-IDX)
               ELSE
                   ADD 1 TO C-STU-LOST-CTR
               END-IF
           END-IF.


      *    SEATS ALREADY HELD FOR THE TERM COUNT AGAINST CAPACITY
      *    BEFORE ANY NEW REGISTRATION IS SEATED.
       1400-COUNT-ENROLLED.
           OPEN INPUT REG-MASTER.
           IF C-REG-STATUS = "00" OR "05"
               PERFORM 1410-READ-OLD-REG
                   UNTIL MORE-OLD = "NO"
               CLOSE REG-MASTER
           END-IF.

       1410-READ-OLD-REG.
           READ REG-MASTER
               AT END
                   MOVE "NO" TO MORE-OLD
           END-READ.
           IF MORE-OLD = "YES"
              AND RM-TERM = C-TERM
               MOVE RM-COURSE-NO TO C-CAT-LOOKUP (1:6)
               MOVE RM-SECTION TO C-CAT-LOOKUP (7:3)
               PERFORM 9060-CAT-LOOKUP
               IF CAT-FOUND-SW = "YES"
                   SET CAT-IDX TO C-CAT-FOUND-IDX
                   ADD 1 TO CT-ENROLLED (CAT-IDX)
               END-IF
           END-IF.


      *    A TERM ALREADY ON THE GPA HISTORY IS NOT APPENDED AGAIN -
      *    A RERUN OF THE FINAL-GRADE PASS MUST NOT DOUBLE THE
      *    STUDENT'S CREDITS ON THE ROSTER AND THE GPA LISTING.
       1500-CHECK-TERM-POSTED.
           OPEN INPUT GPA-HISTORY.
           IF C-GPA-STATUS = "00" OR "05"
               PERFORM 1510-READ-GPA-HIST
                   UNTIL MORE-GPA = "NO"
                      OR TERM-POSTED-SW = "YES"
               CLOSE GPA-HISTORY
           END-IF.
           IF TERM-POSTED-SW = "YES"
               MOVE "NO" TO GPA-WANTED-SW
           END-IF.

       1510-READ-GPA-HIST.
           READ GPA-HISTORY
               AT END
                   MOVE "NO" TO MORE-GPA
           END-READ.
           IF MORE-GPA = "YES"
              AND TG-TERM = C-TERM
               MOVE "YES" TO TERM-POSTED-SW
           END-IF.


       2000-MAINLINE.
           IF MORE-TRANS = "NO"
               PERFORM 2500-WRITE-MASTER
               PERFORM 9000-READ-MASTER
           ELSE
               IF MORE-MAST = "NO"
                   PERFORM 2200-TRANS-NO-MATCH
               ELSE
                   IF MH-KEY < ST-KEY
                       PERFORM 2500-WRITE-MASTER
                       PERFORM 9000-READ-MASTER
                   ELSE
                       IF ST-KEY < MH-KEY
                           PERFORM 2200-TRANS-NO-MATCH
                       ELSE
                           PERFORM 2300-TRANS-MATCH
                       END-IF
                   END-IF
               END-IF
           END-IF.


      *    AN R THAT GOT THIS FAR WAS SEATED ON THE WAY INTO THE
      *    SORT, SO IT GOES STRAIGHT ONTO THE NEW MASTER.  A SECOND
      *    R FOR THE REGISTRATION JUST ADDED SORTS RIGHT BEHIND THE
      *    FIRST; IT GIVES ITS SEAT BACK AND IS REJECTED.
       2200-TRANS-NO-MATCH.
           IF ST-CODE = "R"
               MOVE ST-COURSE-NO TO C-CAT-LOOKUP (1:6)
               MOVE ST-SECTION TO C-CAT-LOOKUP (7:3)
               PERFORM 9060-CAT-LOOKUP
               SET CAT-IDX TO C-CAT-FOUND-IDX
               IF ST-KEY = H-ADDED-KEY
                   SUBTRACT 1 FROM CT-ENROLLED (CAT-IDX)
                   MOVE "DUPLICATE REGISTRATION IN DECK"
                       TO O-ERR-REASON
                   PERFORM 2950-SORTED-REJECT
               ELSE
                   MOVE ST-KEY TO WH-KEY
                   MOVE CT-CREDIT-HRS (CAT-IDX) TO WH-CREDIT-HRS
                   MOVE SPACE TO WH-GRADE
                   MOVE CT-DEPT (CAT-IDX) TO WH-DEPT
                   ADD 1 TO C-REG-CTR
                   PERFORM 2550-WRITE-HOLD
                   MOVE ST-KEY TO H-ADDED-KEY
               END-IF
           ELSE
               IF ST-CODE = "D"
                   MOVE "DROP - STUDENT NOT REGISTERED"
                       TO O-ERR-REASON
               ELSE
                   IF ST-CODE = "G"
                       MOVE "GRADE - STUDENT NOT REGISTERED"
                           TO O-ERR-REASON
                   ELSE
                       MOVE "INVALID TRANSACTION CODE"
                           TO O-ERR-REASON
                   END-IF
               END-IF
               PERFORM 2950-SORTED-REJECT
           END-IF.
           PERFORM 9050-READ-TRANS.


      *    A DUPLICATE R GIVES BACK THE SEAT IT TOOK ON THE WAY IN.
       2300-TRANS-MATCH.
           IF ST-CODE = "R"
               MOVE ST-COURSE-NO TO C-CAT-LOOKUP (1:6)
               MOVE ST-SECTION TO C-CAT-LOOKUP (7:3)
               PERFORM 9060-CAT-LOOKUP
               SET CAT-IDX TO C-CAT-FOUND-IDX
               SUBTRACT 1 FROM CT-ENROLLED (CAT-IDX)
               MOVE "DUPLICATE - ALREADY REGISTERED"
                   TO O-ERR-REASON
               PERFORM 2950-SORTED-REJECT
           ELSE
               IF ST-CODE = "D"
                   ADD 1 TO C-DROP-CTR
                   PERFORM 9000-READ-MASTER
               ELSE
                   IF ST-CODE = "G"
                       PERFORM 2350-POST-GRADE
                   ELSE
                       MOVE "INVALID TRANSACTION CODE"
                           TO O-ERR-REASON
                       PERFORM 2950-SORTED-REJECT
                   END-IF
               END-IF
           END-IF.
           PERFORM 9050-READ-TRANS.


      *    A, B, C, D AND F CARRY GRADE POINTS; W (WITHDRAWN) AND
      *    I (INCOMPLETE) ARE RECORDED BUT EARN NO CREDIT.
       2350-POST-GRADE.
           MOVE ST-GRADE TO C-GRADE-IN.
           PERFORM 9070-GRADE-POINTS.
           IF GRADE-VALID-SW = "YES"
               MOVE ST-GRADE TO MH-GRADE
               ADD 1 TO C-GRADE-CTR
           ELSE
               MOVE "INVALID LETTER GRADE" TO O-ERR-REASON
               PERFORM 2950-SORTED-REJECT
           END-IF.


       2500-WRITE-MASTER.
           MOVE M-HOLD TO W-HOLD.
           PERFORM 2550-WRITE-HOLD.

       2550-WRITE-HOLD.
           WRITE N-REC FROM W-HOLD.
           ADD 1 TO C-NEW-CTR.
           IF GPA-WANTED-SW = "YES"
              AND WH-TERM = C-TERM
               PERFORM 2600-GPA-ACCUM
           END-IF.


      *    THE NEW MASTER COMES OUT IN TERM / STUDENT ORDER, SO THE
      *    TERM GPA IS A CONTROL BREAK ON STUDENT ID.
       2600-GPA-ACCUM.
           IF WH-ID NOT = H-GPA-ID
               IF H-GPA-ID NOT = SPACES
                   PERFORM 2650-WRITE-TERM-GPA
               END-IF
               MOVE WH-ID TO H-GPA-ID
           END-IF.
           IF WH-GRADE = SPACE
               ADD 1 TO C-UNGRADED-CTR
           ELSE
               MOVE WH-GRADE TO C-GRADE-IN
               PERFORM 9070-GRADE-POINTS
               IF WH-GRADE NOT = "W" AND WH-GRADE NOT = "I"
                   COMPUTE C-STU-POINTS =
                       C-STU-POINTS + C-GRADE-POINTS * WH-CREDIT-HRS
                   ADD WH-CREDIT-HRS TO C-STU-CREDITS
               END-IF
           END-IF.

       2650-WRITE-TERM-GPA.
           IF C-STU-CREDITS > ZERO
               MOVE H-GPA-ID TO TG-ID
               MOVE C-TERM TO TG-TERM
               COMPUTE TG-TERM-GPA ROUNDED =
                   C-STU-POINTS / C-STU-CREDITS
               MOVE C-STU-CREDITS TO TG-CREDIT-HRS
               WRITE GPA-HIST-REC
               ADD 1 TO C-TGPA-CTR
           END-IF.
           MOVE ZERO TO C-STU-POINTS.
           MOVE ZERO TO C-STU-CREDITS.


       2900-TRN-REJECT.
           MOVE T-CODE TO O-ERR-CODE.
           MOVE T-TERM (5:2) TO O-ERR-TERM-MM.
           MOVE T-TERM (1:4) TO O-ERR-TERM-YY.
           MOVE T-ID TO O-ERR-ID.
           MOVE T-COURSE-NO TO O-ERR-COURSE-NO.
           MOVE T-SECTION TO O-ERR-SECTION.
           MOVE T-GRADE TO O-ERR-GRADE.
           PERFORM 2990-WRITE-REJECT.

       2950-SORTED-REJECT.
           MOVE ST-CODE TO O-ERR-CODE.
           MOVE ST-TERM (5:2) TO O-ERR-TERM-MM.
           MOVE ST-TERM (1:4) TO O-ERR-TERM-YY.
           MOVE ST-ID TO O-ERR-ID.
           MOVE ST-COURSE-NO TO O-ERR-COURSE-NO.
           MOVE ST-SECTION TO O-ERR-SECTION.
           MOVE ST-GRADE TO O-ERR-GRADE.
           PERFORM 2990-WRITE-REJECT.

       2990-WRITE-REJECT.
           ADD 1 TO C-REJ-CTR.
           WRITE ERRLINE
               FROM ERR-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9110-ERR-HEADING.


       3000-CLOSING.
           IF GPA-WANTED-SW = "YES"
               IF H-GPA-ID NOT = SPACES
                   PERFORM 2650-WRITE-TERM-GPA
               END-IF
               CLOSE GPA-HISTORY
           END-IF.
           CLOSE SORTED-MASTER.
           CLOSE SORTED-TRANS.
           CLOSE NEW-MASTER.

           PERFORM 3100-PRINT-ROSTERS.
           PERFORM 3900-ERR-TOTALS.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-TRN-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    THE ROSTERS COME OFF THE NEW MASTER, SO THEY SHOW THE
      *    TERM AS IT STANDS AFTER TONIGHT'S ADDS, DROPS AND GRADES.
       3100-PRINT-ROSTERS.
           SORT SORT-WORK
               ON ASCENDING KEY SD-RO-TERM
               ON ASCENDING KEY SD-RO-SECT-KEY
               ON ASCENDING KEY SD-RO-ID
               USING NEW-MASTER
               GIVING ROSTER-SORTED.

           OPEN INPUT ROSTER-SORTED.
           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.
           PERFORM 9200-READ-ROSTER.
           PERFORM 3110-ROSTER-LINE
               UNTIL MORE-ROSTER = "NO".
           IF H-SECT-KEY NOT = SPACES
               PERFORM 3150-SECTION-TOTAL
           END-IF.
           MOVE C-SECT-CTR TO O-SECT-CTR.
           MOVE C-ROSTER-CTR TO O-ROSTER-CTR.
           WRITE PRTLINE
               FROM ROSTER-TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           IF C-CAT-LOST-CTR > ZERO
               MOVE C-CAT-LOST-CTR TO O-CAT-LOST-CTR
               WRITE PRTLINE
                   FROM CATALOG-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE ROSTER-SORTED.
           CLOSE PRTOUT.

       3110-ROSTER-LINE.
           IF RO-SECT-KEY NOT = H-SECT-KEY
               IF H-SECT-KEY NOT = SPACES
                   PERFORM 3150-SECTION-TOTAL
               END-IF
               PERFORM 3160-NEW-SECTION
           END-IF.
           ADD 1 TO C-SECT-ENRL.
           ADD 1 TO C-ROSTER-CTR.
           MOVE RO-ID TO O-ID.
           PERFORM 9080-STU-LOOKUP.
           IF STU-FOUND-SW = "YES"
               SET STU-IDX TO C-STU-FOUND-IDX
               MOVE STT-LNAME (STU-IDX) TO O-LNAME
               MOVE STT-FNAME (STU-IDX) TO O-FNAME
           ELSE
               MOVE "** NOT ON MASTER" TO O-LNAME
               MOVE SPACES TO O-FNAME
           END-IF.
           MOVE RO-GRADE TO O-GRADE.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           PERFORM 9200-READ-ROSTER.

       3150-SECTION-TOTAL.
           MOVE C-SECT-ENRL TO O-ST-ENRL.
           MOVE SPACES TO O-ST-FLAG.
           MOVE H-SECT-KEY TO C-CAT-LOOKUP.
           PERFORM 9060-CAT-LOOKUP.
           IF CAT-FOUND-SW = "YES"
               SET CAT-IDX TO C-CAT-FOUND-IDX
               MOVE CT-CAPACITY (CAT-IDX) TO O-ST-CAPACITY
               IF C-SECT-ENRL > CT-CAPACITY (CAT-IDX)
                   MOVE "** OVER CAPACITY **" TO O-ST-FLAG
               END-IF
           ELSE
               MOVE ZERO TO O-ST-CAPACITY
           END-IF.
           WRITE PRTLINE
               FROM SECTION-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE ZERO TO C-SECT-ENRL.

       3160-NEW-SECTION.
           MOVE RO-SECT-KEY TO H-SECT-KEY.
           ADD 1 TO C-SECT-CTR.
           MOVE RO-COURSE-NO TO O-SH-COURSE-NO.
           MOVE RO-SECTION TO O-SH-SECTION.
           MOVE RO-SECT-KEY TO C-CAT-LOOKUP.
           PERFORM 9060-CAT-LOOKUP.
           IF CAT-FOUND-SW = "YES"
               SET CAT-IDX TO C-CAT-FOUND-IDX
               MOVE CT-TITLE (CAT-IDX) TO O-SH-TITLE
               MOVE CT-DEPT (CAT-IDX) TO O-SH-DEPT
               MOVE CT-CREDIT-HRS (CAT-IDX) TO O-SH-CREDITS
               MOVE CT-CAPACITY (CAT-IDX) TO O-SH-CAPACITY
           ELSE
               MOVE "** NOT IN CATALOG **" TO O-SH-TITLE
               MOVE RO-DEPT TO O-SH-DEPT
               MOVE RO-CREDIT-HRS TO O-SH-CREDITS
               MOVE ZERO TO O-SH-CAPACITY
           END-IF.
           WRITE PRTLINE
               FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.


       3900-ERR-TOTALS.
           MOVE C-TRN-CTR TO O-TRN-CTR.
           MOVE C-REG-CTR TO O-REG-CTR.
           MOVE C-DROP-CTR TO O-DROP-CTR.
           MOVE C-GRADE-CTR TO O-GRADE-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           MOVE C-OLD-CTR TO O-OLD-CTR.
           MOVE C-NEW-CTR TO O-NEW-CTR.
           MOVE C-TGPA-CTR TO O-TGPA-CTR.
           MOVE C-UNGRADED-CTR TO O-UNGRADED-CTR.
           WRITE ERRLINE
               FROM ERR-TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           WRITE ERRLINE
               FROM ERR-TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           IF TERM-POSTED-SW = "YES"
               WRITE ERRLINE
                   FROM TERM-POSTED-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           CLOSE ERROUT.


       9000-READ-MASTER.
           READ SORTED-MASTER INTO M-HOLD
               AT END
                   MOVE "NO" TO MORE-MAST.
           IF MORE-MAST = "YES"
               ADD 1 TO C-OLD-CTR
           END-IF.

       9050-READ-TRANS.
           READ SORTED-TRANS
               AT END
                   MOVE "NO" TO MORE-TRANS.

       9060-CAT-LOOKUP.
           MOVE "NO" TO CAT-FOUND-SW.
           MOVE ZERO TO C-CAT-FOUND-IDX.
           PERFORM 9065-CAT-SEARCH
               VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > C-CAT-TBL-CTR
                      OR CAT-FOUND-SW = "YES".

       9065-CAT-SEARCH.
           IF CT-KEY (CAT-IDX) = C-CAT-LOOKUP
               MOVE "YES" TO CAT-FOUND-SW
               SET C-CAT-FOUND-IDX TO CAT-IDX
           END-IF.

       9070-GRADE-POINTS.
           MOVE "YES" TO GRADE-VALID-SW.
           EVALUATE C-GRADE-IN
               WHEN "A"
                   MOVE 4 TO C-GRADE-POINTS
               WHEN "B"
                   MOVE 3 TO C-GRADE-POINTS
               WHEN "C"
                   MOVE 2 TO C-GRADE-POINTS
               WHEN "D"
                   MOVE 1 TO C-GRADE-POINTS
               WHEN "F"
                   MOVE ZERO TO C-GRADE-POINTS
               WHEN "W"
                   MOVE ZERO TO C-GRADE-POINTS
               WHEN "I"
                   MOVE ZERO TO C-GRADE-POINTS
               WHEN OTHER
                   MOVE ZERO TO C-GRADE-POINTS
                   MOVE "NO" TO GRADE-VALID-SW
           END-EVALUATE.

       9080-STU-LOOKUP.
           MOVE "NO" TO STU-FOUND-SW.
           MOVE ZERO TO C-STU-FOUND-IDX.
           PERFORM 9085-STU-SEARCH
               VARYING STU-IDX FROM 1 BY 1
                   UNTIL STU-IDX > C-STU-TBL-CTR
                      OR STU-FOUND-SW = "YES".

       9085-STU-SEARCH.
           IF STT-ID (STU-IDX) = RO-ID
               MOVE "YES" TO STU-FOUND-SW
               SET C-STU-FOUND-IDX TO STU-IDX
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM TERM-LINE
                   AFTER ADVANCING 2 LINES.

       9110-ERR-HEADING.
           ADD 1 TO C-EPCTR.
           MOVE C-EPCTR TO O-EPCTR.
           WRITE ERRLINE
               FROM ERR-TITLE
                   AFTER ADVANCING PAGE.
           WRITE ERRLINE
               FROM ERR-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.

      *    ONLY THE PARM TERM'S REGISTRATIONS PRINT.
       9200-READ-ROSTER.
           MOVE "NO" TO ROSTER-HIT-SW.
           PERFORM 9210-READ-ROSTER-REC
               UNTIL MORE-ROSTER = "NO"
                  OR ROSTER-HIT-SW = "YES".

       9210-READ-ROSTER-REC.
           READ ROSTER-SORTED
               AT END
                   MOVE "NO" TO MORE-ROSTER
           END-READ.
           IF MORE-ROSTER = "YES"
              AND RO-TERM = C-TERM
               MOVE "YES" TO ROSTER-HIT-SW
           END-IF.
