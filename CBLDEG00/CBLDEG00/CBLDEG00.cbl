       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLDEG00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * DEGREE AUDIT AND GRADUATION ELIGIBILITY.                    *
      * READS THE TERM GRADE HISTORY (TERMGPA) IN STUDENT ORDER AND *
      * ACCUMULATES EACH STUDENT'S EARNED CREDIT HOURS AND CREDIT-  *
      * HOUR WEIGHTED CUMULATIVE GPA.  EVERY ACTIVE STUDENT ON THE  *
      * STUDENT MASTER IS CHECKED AGAINST THE DEGREE REQUIREMENTS   *
      * FOR THE STUDENT'S DEPARTMENT (DEGREQ, OR THE BUILT-IN       *
      * TABLE WHEN NO FILE IS SUPPLIED) - TOTAL CREDIT HOURS AND    *
      * MINIMUM CUMULATIVE GPA.  PRINTS:                            *
      *   1. THE ELIGIBLE-TO-GRADUATE LIST BY DEPARTMENT,           *
      *   2. THE DEFICIENCY LIST SHOWING THE CREDITS MISSING AND    *
      *      THE GPA SHORTFALL FOR EVERY STUDENT NOT YET ELIGIBLE,  *
      * AND WRITES A G (GRADUATE) TRANSACTION IN THE CBLUPD00       *
      * STDNTTRN LAYOUT FOR EVERY ELIGIBLE STUDENT, STAMPED WITH    *
      * THE GRADUATION PERIOD, SO THE STUDENT REACHES THE ALUMNI    *
      * MASTER ONLY THROUGH THE AUDITED MAINTENANCE RUN.  THE       *
      * OPTIONAL PARM CARD (DEGPARM) NAMES THE GRADUATION PERIOD AS *
      * YYYYMM; WITHOUT IT THE BUSINESS DATE'S MONTH IS USED.       *
      * STUDENTS WITH NO GRADE HISTORY ARE NOT AUDITED.             *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GPA-HISTORY
               ASSIGN TO TERMGPA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-HISTORY
               ASSIGN TO DEGHSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-SORTED
               ASSIGN TO DEGASRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK32".

           SELECT STUDENT-MASTER
               ASSIGN TO STDNTMST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REQ-FILE
               ASSIGN TO DEGREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-REQ-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO DEGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT TRANS-OUT
               ASSIGN TO DEGTRN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DEGRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD GPA-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS GH-REC.

       01  GH-REC               PIC X(18).

       FD SORTED-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS I-REC.

       01  I-REC.
           05  I-ID             PIC X(7).
           05  I-TERM           PIC 9(6).
           05  I-TERM-GPA       PIC 9V99.
           05  I-CREDIT-HRS     PIC 99.

      *    ONE RECORD PER AUDITED STUDENT.  THE RESULT DIGIT SORTS
      *    THE ELIGIBLE LIST AHEAD OF THE DEFICIENCY LIST.
       FD AUDIT-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS DA-REC.

       01  DA-REC.
           05  DA-RESULT        PIC 9.
           05  DA-DEPT          PIC XX.
           05  DA-ID            PIC X(7).
           05  DA-CREDITS       PIC 9(4).
           05  DA-CUM-GPA       PIC 9V99.
           05  DA-REQ-CREDITS   PIC 9(3).
           05  DA-REQ-GPA       PIC 9V99.
           05  DA-STU-IDX       PIC 9(4).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-ID            PIC X(7).
           05  SD-TERM          PIC 9(6).
           05  FILLER           PIC X(14).
       01  SD-AUDIT-REC.
           05  SD-DA-RESULT     PIC 9.
           05  SD-DA-DEPT       PIC XX.
           05  SD-DA-ID         PIC X(7).
           05  FILLER           PIC X(17).

       FD STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS SM-REC.

       01  SM-REC                PIC X(52).

       FD REQ-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS REQ-REC.

       01  REQ-REC.
           05  RQ-IN-DEPT       PIC XX.
           05  RQ-IN-CREDITS    PIC 9(3).
           05  RQ-IN-MIN-GPA    PIC 9V99.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-GRAD-PERIOD PIC 9(6).

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

      *    SAME LAYOUT CBLUPD00 READS FROM STDNTTRN.
       FD TRANS-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS TRN-REC.

       01  TRN-REC.
           05  TR-CODE          PIC X.
           05  TR-IMAGE         PIC X(52).
           05  TR-GRAD-PERIOD   PIC 9(6).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS PIC XX         VALUE "00".
           05  C-REQ-STATUS    PIC XX         VALUE "00".
           05  C-PARM-STATUS   PIC XX         VALUE "00".
           05  C-PCTR          PIC 99         VALUE ZERO.
           05  C-GRAD-PERIOD   PIC 9(6)       VALUE ZERO.
           05  C-READ-CTR      PIC 9(7)       VALUE ZERO.
           05  C-BAD-CTR       PIC 9(5)       VALUE ZERO.
           05  C-INACTIVE-CTR  PIC 9(5)       VALUE ZERO.
           05  C-NO-MAST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-NO-REQ-CTR    PIC 9(5)       VALUE ZERO.
           05  C-ELIG-CTR      PIC 9(5)       VALUE ZERO.
           05  C-DEF-CTR       PIC 9(5)       VALUE ZERO.
           05  C-SECT-CTR      PIC 9(5)       VALUE ZERO.
           05  C-TRN-CTR       PIC 9(5)       VALUE ZERO.
           05  C-STU-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-STU-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-STU-FOUND-IDX PIC 9(4)       VALUE ZERO.
           05  C-REQ-TBL-CTR   PIC 99         VALUE ZERO.
           05  C-REQ-FOUND-SUB PIC 99         VALUE ZERO.
           05  H-ID            PIC X(7)       VALUE SPACES.
           05  H-RESULT        PIC 9          VALUE ZERO.
           05  C-STU-POINTS    PIC 9(5)V99    VALUE ZERO.
           05  C-STU-CREDITS   PIC 9(4)       VALUE ZERO.
           05  C-CUM-GPA       PIC 9V99       VALUE ZERO.
           05  C-CREDITS-SHORT PIC 9(4)       VALUE ZERO.
           05  C-GPA-SHORT     PIC 9V99       VALUE ZERO.
           05  STU-FOUND-SW    PIC XXX        VALUE "NO".
           05  REQ-FOUND-SW    PIC XXX        VALUE "NO".
           05  MORE-RECS       PIC XXX        VALUE "YES".
           05  MORE-STU        PIC XXX        VALUE "YES".
           05  MORE-REQS       PIC XXX        VALUE "YES".
           05  MORE-DA         PIC XXX        VALUE "YES".
           05  REQ-SUB         PIC 99         VALUE ZERO.

       01  AUDIT-WORK.
           05  AW-RESULT        PIC 9.
           05  AW-DEPT          PIC XX.
           05  AW-ID            PIC X(7).
           05  AW-CREDITS       PIC 9(4).
           05  AW-CUM-GPA       PIC 9V99.
           05  AW-REQ-CREDITS   PIC 9(3).
           05  AW-REQ-GPA       PIC 9V99.
           05  AW-STU-IDX       PIC 9(4).

      *    BUILT-IN DEGREE REQUIREMENTS: DEPARTMENT, TOTAL CREDIT
      *    HOURS, MINIMUM CUMULATIVE GPA.
       01  DEFAULT-REQS.
           05  FILLER          PIC X(8)    VALUE 'AC064200'.
           05  FILLER          PIC X(8)    VALUE 'PR064200'.
           05  FILLER          PIC X(8)    VALUE 'NW060200'.
           05  FILLER          PIC X(8)    VALUE 'WD060200'.

       01  DEFAULT-REQ-TABLE REDEFINES DEFAULT-REQS.
           05  DFLT-REQ OCCURS 4 TIMES     PIC X(8).

       01  REQ-TABLE.
           05  REQ-ENTRY OCCURS 10 TIMES.
               10  RQ-DEPT          PIC XX.
               10  RQ-CREDITS       PIC 9(3).
               10  RQ-MIN-GPA       PIC 9V99.

       01  STUDENT-TABLE.
           05  STU-ENTRY OCCURS 1000 TIMES INDEXED BY STU-IDX.
               10  STT-IMAGE.
                   15  STT-ID           PIC X(7).
                   15  STT-LNAME        PIC X(15).
                   15  STT-FNAME        PIC X(15).
                   15  FILLER           PIC X(12).
                   15  STT-DEPT         PIC XX.
                   15  STT-STATUS       PIC X.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLDEG00'.
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
               'DEGREE AUDIT'.
           05  FILLER          PIC X(33)   VALUE SPACES.
           COPY RPTPAGE.

       01  SECTION-HEADING-LINE.
           05  O-SECTION-NAME  PIC X(32).
           05  FILLER          PIC X(20)   VALUE
               'GRADUATION PERIOD: '.
           05  O-GRAD-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-GRAD-YY       PIC 9(4).
           05  FILLER          PIC X(73)   VALUE SPACES.

       01  COLUMN-HEADING-1.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'DEPT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CREDITS'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'REQUIRED'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CUM GPA'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'MIN GPA'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'CREDITS MISSING'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'GPA SHORT'.
           05  FILLER          PIC X(11)   VALUE SPACES.

       01  DETAIL-LINE.
           05  O-ID            PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LNAME         PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-FNAME         PIC X(15).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DEPT          PIC XX.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-CREDITS       PIC ZZZ9.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-REQ-CREDITS   PIC ZZ9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-CUM-GPA       PIC Z.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-REQ-GPA       PIC Z.99.
           05  FILLER          PIC X(14)   VALUE SPACES.
           05  O-CREDITS-SHORT PIC ZZZ9    BLANK WHEN ZERO.
           05  FILLER          PIC X(8)    VALUE SPACES.
           05  O-GPA-SHORT     PIC Z.99    BLANK WHEN ZERO.
           05  FILLER          PIC X(11)   VALUE SPACES.

       01  SECTION-TOTAL-LINE.
           05  O-SECT-LABEL    PIC X(20).
           05  O-SECT-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(106)  VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(15)   VALUE 'HISTORY READ: '.
           05  O-READ-CTR      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'RECORDS SKIPPED: '.
           05  O-BAD-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'NOT ACTIVE: '.
           05  O-INACTIVE-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(24)   VALUE
               'NOT ON STUDENT MASTER: '.
           05  O-NO-MAST-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(23)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(27)   VALUE
               'NO DEPT REQUIREMENTS: '.
           05  O-NO-REQ-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'ELIGIBLE: '.
           05  O-ELIG-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DEFICIENT: '.
           05  O-DEF-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
               'G TRANSACTIONS WRITTEN: '.
           05  O-TRN-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(23)   VALUE SPACES.

       01  STUDENT-FULL-LINE.
           05  FILLER          PIC X(52)   VALUE
               "** STUDENT TABLE IS FULL - STUDENTS NOT LOADED: ".
           05  O-STU-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE " **".
           05  FILLER          PIC X(71)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLDEG00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-DA = "NO".
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
           COMPUTE C-GRAD-PERIOD = I-YEAR * 100 + I-MONTH.

           PERFORM 1100-READ-PARM-CARD.
           MOVE C-GRAD-PERIOD (5:2) TO O-GRAD-MM.
           MOVE C-GRAD-PERIOD (1:4) TO O-GRAD-YY.
           PERFORM 1200-LOAD-REQUIREMENTS.
           PERFORM 1300-LOAD-STUDENTS.

           SORT SORT-WORK
               ON ASCENDING KEY SD-ID
               ON ASCENDING KEY SD-TERM
               USING GPA-HISTORY
               GIVING SORTED-HISTORY.

           SORT SORT-WORK
               ON ASCENDING KEY SD-DA-RESULT
               ON ASCENDING KEY SD-DA-DEPT
               ON ASCENDING KEY SD-DA-ID
               INPUT PROCEDURE IS 0500-SORT-INPUT
                   THRU 0590-SORT-INPUT-EXIT
               GIVING AUDIT-SORTED.

           OPEN INPUT AUDIT-SORTED.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT TRANS-OUT.
           PERFORM 9000-READ-AUDIT.
           IF MORE-DA = "YES"
               MOVE DA-RESULT TO H-RESULT
           ELSE
               MOVE 1 TO H-RESULT
           END-IF.
           PERFORM 9100-HEADING.


      *    THE HISTORY ARRIVES IN STUDENT / TERM ORDER; EACH
      *    STUDENT IS AUDITED AT THE BREAK AND RELEASED TO THE
      *    RESULT / DEPARTMENT SORT.
       0500-SORT-INPUT.
           OPEN INPUT SORTED-HISTORY.
           PERFORM 0510-HISTORY-ONE
               UNTIL MORE-RECS = "NO".
           IF H-ID NOT = SPACES
               PERFORM 0550-AUDIT-STUDENT THRU 0550-EXIT
           END-IF.
           CLOSE SORTED-HISTORY.
           GO TO 0590-SORT-INPUT-EXIT.

       0510-HISTORY-ONE.
           READ SORTED-HISTORY
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               ADD 1 TO C-READ-CTR
               IF I-TERM-GPA NUMERIC
                  AND I-CREDIT-HRS NUMERIC
                  AND I-CREDIT-HRS > ZERO
                   PERFORM 0520-ACCUM-TERM
               ELSE
                   ADD 1 TO C-BAD-CTR
               END-IF
           END-IF.

       0520-ACCUM-TERM.
           IF I-ID NOT = H-ID
               IF H-ID NOT = SPACES
                   PERFORM 0550-AUDIT-STUDENT THRU 0550-EXIT
               END-IF
               MOVE I-ID TO H-ID
               MOVE ZERO TO C-STU-POINTS
               MOVE ZERO TO C-STU-CREDITS
           END-IF.
           COMPUTE C-STU-POINTS =
               C-STU-POINTS + I-TERM-GPA * I-CREDIT-HRS.
           ADD I-CREDIT-HRS TO C-STU-CREDITS.

       0550-AUDIT-STUDENT.
           PERFORM 9080-STU-LOOKUP.
           IF STU-FOUND-SW = "NO"
               ADD 1 TO C-NO-MAST-CTR
               GO TO 0550-EXIT
           END-IF.
           SET STU-IDX TO C-STU-FOUND-IDX.
           IF STT-STATUS (STU-IDX) NOT = "A"
              AND STT-STATUS (STU-IDX) NOT = SPACE
               ADD 1 TO C-INACTIVE-CTR
               GO TO 0550-EXIT
           END-IF.
           PERFORM 9060-REQ-LOOKUP.
           IF REQ-FOUND-SW = "NO"
               ADD 1 TO C-NO-REQ-CTR
               GO TO 0550-EXIT
           END-IF.

           COMPUTE C-CUM-GPA ROUNDED = C-STU-POINTS / C-STU-CREDITS.
           MOVE SPACES TO AUDIT-WORK.
           IF C-STU-CREDITS NOT < RQ-CREDITS (C-REQ-FOUND-SUB)
              AND C-CUM-GPA NOT < RQ-MIN-GPA (C-REQ-FOUND-SUB)
               MOVE 1 TO AW-RESULT
           ELSE
               MOVE 2 TO AW-RESULT
           END-IF.
           MOVE STT-DEPT (STU-IDX) TO AW-DEPT.
           MOVE H-ID TO AW-ID.
           MOVE C-STU-CREDITS TO AW-CREDITS.
           MOVE C-CUM-GPA TO AW-CUM-GPA.
           MOVE RQ-CREDITS (C-REQ-FOUND-SUB) TO AW-REQ-CREDITS.
           MOVE RQ-MIN-GPA (C-REQ-FOUND-SUB) TO AW-REQ-GPA.
           MOVE C-STU-FOUND-IDX TO AW-STU-IDX.
           RELEASE SD-AUDIT-REC FROM AUDIT-WORK.

       0550-EXIT.
           EXIT.

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


       1100-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-GRAD-PERIOD
               END-READ
               IF PARM-GRAD-PERIOD NUMERIC
                  AND PARM-GRAD-PERIOD > ZERO
                   MOVE PARM-GRAD-PERIOD TO C-GRAD-PERIOD
               END-IF
               CLOSE PARM-CARD
           END-IF.


      *    A REQUIREMENTS FILE REPLACES THE BUILT-IN TABLE OUTRIGHT;
      *    THE REGISTRAR KEEPS EVERY DEPARTMENT ON THE ONE FILE.
       1200-LOAD-REQUIREMENTS.
           OPEN INPUT REQ-FILE.
           IF C-REQ-STATUS = "00" OR "05"
               PERFORM 1210-READ-REQ
                   UNTIL MORE-REQS = "NO"
               CLOSE REQ-FILE
           END-IF.
           IF C-REQ-TBL-CTR = ZERO
               PERFORM 1220-DEFAULT-REQ
                   VARYING REQ-SUB FROM 1 BY 1
                       UNTIL REQ-SUB > 4
               MOVE 4 TO C-REQ-TBL-CTR
           END-IF.

       1210-READ-REQ.
           READ REQ-FILE
               AT END
                   MOVE "NO" TO MORE-REQS
           END-READ.
           IF MORE-REQS = "YES"
              AND C-REQ-TBL-CTR < 10
              AND RQ-IN-DEPT NOT = SPACES
              AND RQ-IN-CREDITS NUMERIC
              AND RQ-IN-MIN-GPA NUMERIC
               ADD 1 TO C-REQ-TBL-CTR
               MOVE REQ-REC TO REQ-ENTRY (C-REQ-TBL-CTR)
           END-IF.

       1220-DEFAULT-REQ.
           MOVE DFLT-REQ (REQ-SUB) TO REQ-ENTRY (REQ-SUB).


       1300-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           PERFORM 1310-READ-STUDENT
               UNTIL MORE-STU = "NO".
           CLOSE STUDENT-MASTER.

       1310-READ-STUDENT.
           READ STUDENT-MASTER
               AT END
                   MOVE "NO" TO MORE-STU
           END-READ.
           IF MORE-STU = "YES"
               IF C-STU-TBL-CTR < 1000
                   ADD 1 TO C-STU-TBL-CTR
                   SET STU-IDX TO C-STU-TBL-CTR
                   MOVE SM-REC TO STT-IMAGE (STU-IDX)
               ELSE
                   ADD 1 TO C-STU-LOST-CTR
               END-IF
           END-IF.


       2000-MAINLINE.
           IF DA-RESULT NOT = H-RESULT
               PERFORM 9200-SECTION-TOTAL
               MOVE DA-RESULT TO H-RESULT
               PERFORM 9100-HEADING
           END-IF.
           PERFORM 2100-DETAIL.
           IF DA-RESULT = 1
               PERFORM 2300-GRADUATE-TRANS
           END-IF.
           PERFORM 9000-READ-AUDIT.


       2100-DETAIL.
           SET STU-IDX TO DA-STU-IDX.
           MOVE DA-ID TO O-ID.
           MOVE STT-LNAME (STU-IDX) TO O-LNAME.
           MOVE STT-FNAME (STU-IDX) TO O-FNAME.
           MOVE DA-DEPT TO O-DEPT.
           MOVE DA-CREDITS TO O-CREDITS.
           MOVE DA-REQ-CREDITS TO O-REQ-CREDITS.
           MOVE DA-CUM-GPA TO O-CUM-GPA.
           MOVE DA-REQ-GPA TO O-REQ-GPA.
           MOVE ZERO TO C-CREDITS-SHORT.
           MOVE ZERO TO C-GPA-SHORT.
           IF DA-CREDITS < DA-REQ-CREDITS
               COMPUTE C-CREDITS-SHORT = DA-REQ-CREDITS - DA-CREDITS
           END-IF.
           IF DA-CUM-GPA < DA-REQ-GPA
               COMPUTE C-GPA-SHORT = DA-REQ-GPA - DA-CUM-GPA
           END-IF.
           MOVE C-CREDITS-SHORT TO O-CREDITS-SHORT.
           MOVE C-GPA-SHORT TO O-GPA-SHORT.
           ADD 1 TO C-SECT-CTR.
           IF DA-RESULT = 1
               ADD 1 TO C-ELIG-CTR
           ELSE
               ADD 1 TO C-DEF-CTR
           END-IF.
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.


      *    THE GRADUATION GOES TO THE MASTER AS AN ORDINARY G
      *    TRANSACTION SO CBLUPD00 AUDITS THE MOVE TO ALUMNI.
       2300-GRADUATE-TRANS.
           MOVE "G" TO TR-CODE.
           MOVE STT-IMAGE (STU-IDX) TO TR-IMAGE.
           MOVE C-GRAD-PERIOD TO TR-GRAD-PERIOD.
           WRITE TRN-REC.
           ADD 1 TO C-TRN-CTR.


       3000-CLOSING.
           PERFORM 9200-SECTION-TOTAL.
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-BAD-CTR TO O-BAD-CTR.
           MOVE C-INACTIVE-CTR TO O-INACTIVE-CTR.
           MOVE C-NO-MAST-CTR TO O-NO-MAST-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-NO-REQ-CTR TO O-NO-REQ-CTR.
           MOVE C-ELIG-CTR TO O-ELIG-CTR.
           MOVE C-DEF-CTR TO O-DEF-CTR.
           MOVE C-TRN-CTR TO O-TRN-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           IF C-STU-LOST-CTR > ZERO
               MOVE C-STU-LOST-CTR TO O-STU-LOST-CTR
               WRITE PRTLINE
                   FROM STUDENT-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE AUDIT-SORTED.
           CLOSE PRTOUT.
           CLOSE TRANS-OUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ-AUDIT.
           READ AUDIT-SORTED
               AT END
                   MOVE "NO" TO MORE-DA.

       9060-REQ-LOOKUP.
           MOVE "NO" TO REQ-FOUND-SW.
           MOVE ZERO TO C-REQ-FOUND-SUB.
           PERFORM 9065-REQ-SEARCH
               VARYING REQ-SUB FROM 1 BY 1
                   UNTIL REQ-SUB > C-REQ-TBL-CTR
                      OR REQ-FOUND-SW = "YES".

       9065-REQ-SEARCH.
           IF RQ-DEPT (REQ-SUB) = STT-DEPT (STU-IDX)
               MOVE "YES" TO REQ-FOUND-SW
               MOVE REQ-SUB TO C-REQ-FOUND-SUB
           END-IF.

       9080-STU-LOOKUP.
           MOVE "NO" TO STU-FOUND-SW.
           MOVE ZERO TO C-STU-FOUND-IDX.
           PERFORM 9085-STU-SEARCH
               VARYING STU-IDX FROM 1 BY 1
                   UNTIL STU-IDX > C-STU-TBL-CTR
                      OR STU-FOUND-SW = "YES".

       9085-STU-SEARCH.
           IF STT-ID (STU-IDX) = H-ID
               MOVE "YES" TO STU-FOUND-SW
               SET C-STU-FOUND-IDX TO STU-IDX
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           IF H-RESULT = 1
               MOVE 'ELIGIBLE TO GRADUATE' TO O-SECTION-NAME
           ELSE
               MOVE 'DEFICIENCY LIST' TO O-SECTION-NAME
           END-IF.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM SECTION-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9200-SECTION-TOTAL.
           IF H-RESULT = 1
               MOVE 'TOTAL ELIGIBLE: ' TO O-SECT-LABEL
           ELSE
               MOVE 'TOTAL DEFICIENT: ' TO O-SECT-LABEL
           END-IF.
           MOVE C-SECT-CTR TO O-SECT-CTR.
           WRITE PRTLINE
               FROM SECTION-TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE ZERO TO C-SECT-CTR.
