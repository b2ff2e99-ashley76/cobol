       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLSTD00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * ACADEMIC STANDING RUN.                                      *
      * READS THE TERM GRADE HISTORY (TERMGPA) IN STUDENT / TERM    *
      * ORDER AND, FOR EVERY ACTIVE STUDENT ON THE STUDENT MASTER,  *
      * WORKS OUT THE LATEST TERM GPA, THE CREDIT-HOUR WEIGHTED     *
      * CUMULATIVE GPA AND THE NUMBER OF CONSECUTIVE TERMS BELOW    *
      * THE LINE.  A RULES TABLE (STNDRULE, OR THE BUILT-IN RULES   *
      * WHEN NO FILE IS SUPPLIED) CLASSIFIES EACH STUDENT AS GOOD   *
      * STANDING, WARNING, PROBATION OR SUSPENSION; THE FIRST RULE  *
      * THAT FITS WINS.  PRINTS:                                    *
      *   1. THE STANDING REPORT BY DEPARTMENT, WORST FIRST,        *
      *   2. A ONE-PAGE STANDING LETTER PER STUDENT NOT IN GOOD     *
      *      STANDING,                                              *
      * AND WRITES AN S (STATUS CHANGE) TRANSACTION IN THE CBLUPD00 *
      * STDNTTRN LAYOUT FOR EVERY SUSPENSION, SO THE MASTER IS      *
      * CHANGED ONLY THROUGH THE AUDITED MAINTENANCE RUN.           *
      * WITHDRAWN, LEAVE, GRADUATED AND ALREADY-SUSPENDED STUDENTS  *
      * ARE PASSED OVER.  THE OPTIONAL PARM CARD NAMES THE TERM TO  *
      * CLASSIFY (ONLY STUDENTS WITH A RECORD FOR IT ARE RATED) AND *
      * THE GPA LINE; WITHOUT IT EACH STUDENT'S LATEST TERM IS USED *
      * AGAINST A 2.00 LINE.                                        *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GPA-HISTORY
               ASSIGN TO TERMGPA
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-HISTORY
               ASSIGN TO STNDHSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STANDING-SORTED
               ASSIGN TO STNDSSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK31".

           SELECT STUDENT-MASTER
               ASSIGN TO STDNTMST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RULES-FILE
               ASSIGN TO STNDRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RULE-STATUS.

           SELECT OPTIONAL PARM-CARD
               ASSIGN TO STNDPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PARM-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT TRANS-OUT
               ASSIGN TO STNDTRN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO STNDRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LETTER-OUT
               ASSIGN TO STNDLTRS
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

      *    ONE RECORD PER RATED STUDENT.  THE SEVERITY DIGIT SORTS
      *    SUSPENSIONS FIRST WITHIN EACH DEPARTMENT.
       FD STANDING-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS SS-REC.

       01  SS-REC.
           05  SS-DEPT          PIC XX.
           05  SS-SEVERITY      PIC 9.
           05  SS-ID            PIC X(7).
           05  SS-STANDING      PIC X.
           05  SS-TERM          PIC 9(6).
           05  SS-TERM-GPA      PIC 9V99.
           05  SS-CUM-GPA       PIC 9V99.
           05  SS-CREDITS       PIC 9(4).
           05  SS-CONSEC        PIC 99.
           05  SS-STU-IDX       PIC 9(4).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-ID            PIC X(7).
           05  SD-TERM          PIC 9(6).
           05  FILLER           PIC X(20).
       01  SD-STANDING-REC.
           05  SD-SS-DEPT       PIC XX.
           05  SD-SS-SEVERITY   PIC 9.
           05  SD-SS-ID         PIC X(7).
           05  FILLER           PIC X(23).

       FD STUDENT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 52 CHARACTERS
           DATA RECORD IS SM-REC.

       01  SM-REC.
           05  SM-ID            PIC X(7).
           05  SM-LNAME         PIC X(15).
           05  SM-FNAME         PIC X(15).
           05  SM-INIT          PIC X.
           05  SM-GPA           PIC 9V99.
           05  SM-EX-STRT-SAL   PIC 9(6)V99.
           05  SM-DEPT          PIC XX.
           05  SM-ENROLL-STATUS PIC X.

       FD RULES-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS RULE-REC.

       01  RULE-REC.
           05  RL-STANDING      PIC X.
           05  RL-TERM-BELOW    PIC 9V99.
           05  RL-CUM-BELOW     PIC 9V99.
           05  RL-MIN-CONSEC    PIC 9.

       FD PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-TERM        PIC 9(6).
           05  PARM-LINE-GPA    PIC 9V99.

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
           05  TR-IMAGE.
               10  FILLER       PIC X(51).
               10  TR-ENROLL-STATUS PIC X.
           05  TR-GRAD-PERIOD   PIC 9(6).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).

       FD LETTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.

       01  LETTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS PIC XX         VALUE "00".
           05  C-RULE-STATUS   PIC XX         VALUE "00".
           05  C-PARM-STATUS   PIC XX         VALUE "00".
           05  C-PCTR          PIC 99         VALUE ZERO.
           05  C-TERM          PIC 9(6)       VALUE ZERO.
           05  C-LINE-GPA      PIC 9V99       VALUE 2.00.
           05  C-READ-CTR      PIC 9(7)       VALUE ZERO.
           05  C-BAD-CTR       PIC 9(5)       VALUE ZERO.
           05  C-NOT-TERM-CTR  PIC 9(5)       VALUE ZERO.
           05  C-INACTIVE-CTR  PIC 9(5)       VALUE ZERO.
           05  C-NO-MAST-CTR   PIC 9(5)       VALUE ZERO.
           05  C-RATED-CTR     PIC 9(5)       VALUE ZERO.
           05  C-LETTER-CTR    PIC 9(5)       VALUE ZERO.
           05  C-TRN-CTR       PIC 9(5)       VALUE ZERO.
           05  C-STU-TBL-CTR   PIC 9(4)       VALUE ZERO.
           05  C-STU-LOST-CTR  PIC 9(5)       VALUE ZERO.
           05  C-STU-FOUND-IDX PIC 9(4)       VALUE ZERO.
           05  C-RULE-TBL-CTR  PIC 99         VALUE ZERO.
           05  H-ID            PIC X(7)       VALUE SPACES.
           05  H-DEPT          PIC XX         VALUE SPACES.
           05  H-LAST-TERM     PIC 9(6)       VALUE ZERO.
           05  H-LAST-GPA      PIC 9V99       VALUE ZERO.
           05  C-STU-POINTS    PIC 9(5)V99    VALUE ZERO.
           05  C-STU-CREDITS   PIC 9(4)       VALUE ZERO.
           05  C-CONSEC        PIC 99         VALUE ZERO.
           05  C-CUM-GPA       PIC 9V99       VALUE ZERO.
           05  C-STANDING      PIC X          VALUE SPACE.
           05  STU-FOUND-SW    PIC XXX        VALUE "NO".
           05  RULE-HIT-SW     PIC XXX        VALUE "NO".
           05  MORE-RECS       PIC XXX        VALUE "YES".
           05  MORE-STU        PIC XXX        VALUE "YES".
           05  MORE-RULES      PIC XXX        VALUE "YES".
           05  MORE-SS         PIC XXX        VALUE "YES".
           05  RULE-SUB        PIC 99         VALUE ZERO.

       01  STAND-WORK.
           05  SW-DEPT          PIC XX.
           05  SW-SEVERITY      PIC 9.
           05  SW-ID            PIC X(7).
           05  SW-STANDING      PIC X.
           05  SW-TERM          PIC 9(6).
           05  SW-TERM-GPA      PIC 9V99.
           05  SW-CUM-GPA       PIC 9V99.
           05  SW-CREDITS       PIC 9(4).
           05  SW-CONSEC        PIC 99.
           05  SW-STU-IDX       PIC 9(4).

       01  DEPT-COUNTS.
           05  C-DEPT-CNT OCCURS 4 TIMES     PIC 9(5).

       01  GRAND-COUNTS.
           05  C-GRAND-CNT OCCURS 4 TIMES    PIC 9(5).

      *    BUILT-IN RULES, MOST SEVERE FIRST.  A RULE FITS WHEN THE
      *    TERM GPA IS BELOW ITS TERM LIMIT, THE CUMULATIVE GPA IS
      *    BELOW ITS CUMULATIVE LIMIT AND THE STUDENT HAS AT LEAST
      *    ITS COUNT OF CONSECUTIVE TERMS BELOW THE LINE.  A LIMIT
      *    OF 9.99 MEANS THAT TEST ALWAYS PASSES.
       01  DEFAULT-RULES.
           05  FILLER          PIC X(8)    VALUE 'S9992003'.
           05  FILLER          PIC X(8)    VALUE 'P9992001'.
           05  FILLER          PIC X(8)    VALUE 'W2009991'.
           05  FILLER          PIC X(8)    VALUE 'W9992000'.

       01  DEFAULT-RULE-TABLE REDEFINES DEFAULT-RULES.
           05  DFLT-RULE OCCURS 4 TIMES    PIC X(8).

       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 10 TIMES.
               10  RT-STANDING      PIC X.
               10  RT-TERM-BELOW    PIC 9V99.
               10  RT-CUM-BELOW     PIC 9V99.
               10  RT-MIN-CONSEC    PIC 9.

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
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLSTD00'.
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
               'ACADEMIC STANDING'.
           05  FILLER          PIC X(33)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING-1.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'TERM'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'TERM GPA'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CUM GPA'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(7)    VALUE 'CREDITS'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'TERMS LOW'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'STANDING'.
           05  FILLER          PIC X(24)   VALUE SPACES.

       01  DEPT-HEADING-LINE.
           05  FILLER          PIC X(12)   VALUE "DEPARTMENT: ".
           05  O-DEPT-NAME     PIC X(20).
           05  FILLER          PIC X(100)  VALUE SPACES.

       01  DETAIL-LINE.
           05  O-ID            PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-LNAME         PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-FNAME         PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-TERM-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-TERM-YY       PIC 9(4).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-TERM-GPA      PIC Z.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-CUM-GPA       PIC Z.99.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-CREDITS       PIC ZZZ9.
           05  FILLER          PIC X(9)    VALUE SPACES.
           05  O-CONSEC        PIC Z9.
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  O-STANDING      PIC X(15).
           05  FILLER          PIC X(18)   VALUE SPACES.

       01  COUNT-LINE.
           05  O-CNT-LABEL     PIC X(16).
           05  FILLER          PIC X(7)    VALUE 'GOOD: '.
           05  O-CNT-GOOD      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'WARNING: '.
           05  O-CNT-WARN      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'PROBATION: '.
           05  O-CNT-PROB      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'SUSPENSION: '.
           05  O-CNT-SUSP      PIC ZZ,ZZ9.
           05  FILLER          PIC X(40)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(15)   VALUE 'HISTORY READ: '.
           05  O-READ-CTR      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'RECORDS SKIPPED: '.
           05  O-BAD-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'NOT RATED TERM: '.
           05  O-NOT-TERM-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'NOT ACTIVE: '.
           05  O-INACTIVE-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(30)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(24)   VALUE
               'NOT ON STUDENT MASTER: '.
           05  O-NO-MAST-CTR   PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(17)   VALUE 'LETTERS PRINTED: '.
           05  O-LETTER-CTR    PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(25)   VALUE
               'S TRANSACTIONS WRITTEN: '.
           05  O-TRN-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(40)   VALUE SPACES.

       01  STUDENT-FULL-LINE.
           05  FILLER          PIC X(52)   VALUE
               "** STUDENT TABLE IS FULL - STUDENTS NOT LOADED: ".
           05  O-STU-LOST-CTR  PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE " **".
           05  FILLER          PIC X(71)   VALUE SPACES.

       01  LETTER-TITLE-LINE.
           05  FILLER          PIC X(30)   VALUE
               'ACADEMIC STANDING NOTICE'.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-LT-MM         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-LT-DD         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-LT-YY         PIC 9(4).
           05  FILLER          PIC X(86)   VALUE SPACES.

       01  LETTER-NAME-LINE.
           05  FILLER          PIC X(9)    VALUE 'STUDENT: '.
           05  O-LT-FNAME      PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  O-LT-LNAME      PIC X(15).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'ID: '.
           05  O-LT-ID         PIC X(7).
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  LETTER-DEPT-LINE.
           05  FILLER          PIC X(12)   VALUE 'DEPARTMENT: '.
           05  O-LT-DEPT-NAME  PIC X(20).
           05  FILLER          PIC X(100)  VALUE SPACES.

       01  LETTER-GPA-LINE.
           05  FILLER          PIC X(6)    VALUE 'TERM: '.
           05  O-LT-TERM-MM    PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-LT-TERM-YY    PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'TERM GPA: '.
           05  O-LT-TERM-GPA   PIC Z.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(16)   VALUE 'CUMULATIVE GPA: '.
           05  O-LT-CUM-GPA    PIC Z.99.
           05  FILLER          PIC X(77)   VALUE SPACES.

       01  LETTER-STANDING-LINE.
           05  FILLER          PIC X(33)   VALUE
               'YOUR ACADEMIC STANDING IS NOW: '.
           05  O-LT-STANDING   PIC X(15).
           05  FILLER          PIC X(84)   VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05  O-LT-TEXT       PIC X(80).
           05  FILLER          PIC X(52)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLSTD00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-SS = "NO".
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

           INITIALIZE DEPT-COUNTS.
           INITIALIZE GRAND-COUNTS.
           PERFORM 1100-READ-PARM-CARD.
           PERFORM 1200-LOAD-RULES.
           PERFORM 1300-LOAD-STUDENTS.

           SORT SORT-WORK
               ON ASCENDING KEY SD-ID
               ON ASCENDING KEY SD-TERM
               USING GPA-HISTORY
               GIVING SORTED-HISTORY.

           SORT SORT-WORK
               ON ASCENDING KEY SD-SS-DEPT
               ON ASCENDING KEY SD-SS-SEVERITY
               ON ASCENDING KEY SD-SS-ID
               INPUT PROCEDURE IS 0500-SORT-INPUT
                   THRU 0590-SORT-INPUT-EXIT
               GIVING STANDING-SORTED.

           OPEN INPUT STANDING-SORTED.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LETTER-OUT.
           OPEN OUTPUT TRANS-OUT.
           PERFORM 9100-HEADING.
           PERFORM 9000-READ-STANDING.
           IF MORE-SS = "YES"
               PERFORM 9150-NEW-DEPT
           END-IF.


      *    THE HISTORY ARRIVES IN STUDENT / TERM ORDER; EACH
      *    STUDENT IS RATED AT THE BREAK AND RELEASED TO THE
      *    DEPARTMENT SORT.
       0500-SORT-INPUT.
           OPEN INPUT SORTED-HISTORY.
           PERFORM 0510-HISTORY-ONE
               UNTIL MORE-RECS = "NO".
           IF H-ID NOT = SPACES
               PERFORM 0550-RATE-STUDENT THRU 0550-EXIT
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
                   PERFORM 0550-RATE-STUDENT THRU 0550-EXIT
               END-IF
               MOVE I-ID TO H-ID
               MOVE ZERO TO C-STU-POINTS
               MOVE ZERO TO C-STU-CREDITS
               MOVE ZERO TO C-CONSEC
           END-IF.
           COMPUTE C-STU-POINTS =
               C-STU-POINTS + I-TERM-GPA * I-CREDIT-HRS.
           ADD I-CREDIT-HRS TO C-STU-CREDITS.
           IF I-TERM-GPA < C-LINE-GPA
               ADD 1 TO C-CONSEC
           ELSE
               MOVE ZERO TO C-CONSEC
           END-IF.
           MOVE I-TERM TO H-LAST-TERM.
           MOVE I-TERM-GPA TO H-LAST-GPA.

       0550-RATE-STUDENT.
           IF C-TERM > ZERO
              AND H-LAST-TERM NOT = C-TERM
               ADD 1 TO C-NOT-TERM-CTR
               GO TO 0550-EXIT
           END-IF.
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

           COMPUTE C-CUM-GPA ROUNDED = C-STU-POINTS / C-STU-CREDITS.
           MOVE "G" TO C-STANDING.
           MOVE "NO" TO RULE-HIT-SW.
           PERFORM 0560-APPLY-RULE
               VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > C-RULE-TBL-CTR
                      OR RULE-HIT-SW = "YES".

           ADD 1 TO C-RATED-CTR.
           MOVE SPACES TO STAND-WORK.
           MOVE STT-DEPT (STU-IDX) TO SW-DEPT.
           EVALUATE C-STANDING
               WHEN "S"
                   MOVE 1 TO SW-SEVERITY
               WHEN "P"
                   MOVE 2 TO SW-SEVERITY
               WHEN "W"
                   MOVE 3 TO SW-SEVERITY
               WHEN OTHER
                   MOVE 4 TO SW-SEVERITY
           END-EVALUATE.
           MOVE H-ID TO SW-ID.
           MOVE C-STANDING TO SW-STANDING.
           MOVE H-LAST-TERM TO SW-TERM.
           MOVE H-LAST-GPA TO SW-TERM-GPA.
           MOVE C-CUM-GPA TO SW-CUM-GPA.
           MOVE C-STU-CREDITS TO SW-CREDITS.
           MOVE C-CONSEC TO SW-CONSEC.
           MOVE C-STU-FOUND-IDX TO SW-STU-IDX.
           RELEASE SD-STANDING-REC FROM STAND-WORK.

       0550-EXIT.
           EXIT.

       0560-APPLY-RULE.
           IF H-LAST-GPA < RT-TERM-BELOW (RULE-SUB)
              AND C-CUM-GPA < RT-CUM-BELOW (RULE-SUB)
              AND C-CONSEC NOT < RT-MIN-CONSEC (RULE-SUB)
               MOVE "YES" TO RULE-HIT-SW
               MOVE RT-STANDING (RULE-SUB) TO C-STANDING
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


       1100-READ-PARM-CARD.
           OPEN INPUT PARM-CARD.
           IF C-PARM-STATUS = "00" OR "05"
               READ PARM-CARD
                   AT END
                       MOVE ZERO TO PARM-TERM
                       MOVE ZERO TO PARM-LINE-GPA
               END-READ
               IF PARM-TERM NUMERIC
                   MOVE PARM-TERM TO C-TERM
               END-IF
               IF PARM-LINE-GPA NUMERIC
                  AND PARM-LINE-GPA > ZERO
                   MOVE PARM-LINE-GPA TO C-LINE-GPA
               END-IF
               CLOSE PARM-CARD
           END-IF.


      *    A RULES FILE REPLACES THE BUILT-IN RULES OUTRIGHT; THE
      *    REGISTRAR KEEPS THE WHOLE POLICY ON THE ONE FILE.
       1200-LOAD-RULES.
           OPEN INPUT RULES-FILE.
           IF C-RULE-STATUS = "00" OR "05"
               PERFORM 1210-READ-RULE
                   UNTIL MORE-RULES = "NO"
               CLOSE RULES-FILE
           END-IF.
           IF C-RULE-TBL-CTR = ZERO
               PERFORM 1220-DEFAULT-RULE
                   VARYING RULE-SUB FROM 1 BY 1
                       UNTIL RULE-SUB > 4
               MOVE 4 TO C-RULE-TBL-CTR
           END-IF.

       1210-READ-RULE.
           READ RULES-FILE
               AT END
                   MOVE "NO" TO MORE-RULES
           END-READ.
           IF MORE-RULES = "YES"
              AND C-RULE-TBL-CTR < 10
              AND (RL-STANDING = "S" OR "P" OR "W")
              AND RL-TERM-BELOW NUMERIC
              AND RL-CUM-BELOW NUMERIC
              AND RL-MIN-CONSEC NUMERIC
               ADD 1 TO C-RULE-TBL-CTR
               MOVE RULE-REC TO RULE-ENTRY (C-RULE-TBL-CTR)
           END-IF.

       1220-DEFAULT-RULE.
           MOVE DFLT-RULE (RULE-SUB) TO RULE-ENTRY (RULE-SUB).


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
           IF SS-DEPT NOT = H-DEPT
               PERFORM 9200-DEPT-COUNTS
               PERFORM 9150-NEW-DEPT
           END-IF.
           PERFORM 2100-DETAIL.
           IF SS-STANDING NOT = "G"
               PERFORM 2200-LETTER
           END-IF.
           IF SS-STANDING = "S"
               PERFORM 2300-SUSPEND-TRANS
           END-IF.
           PERFORM 9000-READ-STANDING.


       2100-DETAIL.
           SET STU-IDX TO SS-STU-IDX.
           MOVE SS-ID TO O-ID.
           MOVE STT-LNAME (STU-IDX) TO O-LNAME.
           MOVE STT-FNAME (STU-IDX) TO O-FNAME.
           MOVE SS-TERM (5:2) TO O-TERM-MM.
           MOVE SS-TERM (1:4) TO O-TERM-YY.
           MOVE SS-TERM-GPA TO O-TERM-GPA.
           MOVE SS-CUM-GPA TO O-CUM-GPA.
           MOVE SS-CREDITS TO O-CREDITS.
           MOVE SS-CONSEC TO O-CONSEC.
           PERFORM 9300-STANDING-NAME.
           MOVE O-LT-STANDING TO O-STANDING.
           ADD 1 TO C-DEPT-CNT (SS-SEVERITY).
           ADD 1 TO C-GRAND-CNT (SS-SEVERITY).
           WRITE PRTLINE
               FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.


      *    ONE NOTICE PAGE PER STUDENT NOT IN GOOD STANDING.
       2200-LETTER.
           ADD 1 TO C-LETTER-CTR.
           MOVE I-MONTH TO O-LT-MM.
           MOVE I-DAY TO O-LT-DD.
           MOVE I-YEAR TO O-LT-YY.
           MOVE STT-FNAME (STU-IDX) TO O-LT-FNAME.
           MOVE STT-LNAME (STU-IDX) TO O-LT-LNAME.
           MOVE SS-ID TO O-LT-ID.
           MOVE O-DEPT-NAME TO O-LT-DEPT-NAME.
           MOVE SS-TERM (5:2) TO O-LT-TERM-MM.
           MOVE SS-TERM (1:4) TO O-LT-TERM-YY.
           MOVE SS-TERM-GPA TO O-LT-TERM-GPA.
           MOVE SS-CUM-GPA TO O-LT-CUM-GPA.

           WRITE LETTER-LINE
               FROM LETTER-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE LETTER-LINE
               FROM LETTER-NAME-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE LETTER-LINE
               FROM LETTER-DEPT-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE
               FROM LETTER-GPA-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE
               FROM LETTER-STANDING-LINE
                   AFTER ADVANCING 2 LINES.

           EVALUATE SS-STANDING
               WHEN "W"
                   MOVE "YOUR GRADES THIS TERM FELL BELOW THE REQUIRED"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "LEVEL.  PLEASE SEE YOUR ADVISOR BEFORE NEXT"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "TERM'S REGISTRATION."
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
               WHEN "P"
                   MOVE "YOU ARE ON ACADEMIC PROBATION.  YOUR COURSE"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "LOAD MUST BE APPROVED BY YOUR ADVISOR AND YOUR"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "CUMULATIVE GPA MUST RETURN TO THE REQUIRED"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "LEVEL TO AVOID SUSPENSION."
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
               WHEN OTHER
                   MOVE "YOU ARE SUSPENDED FROM ENROLLMENT.  YOU MAY"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "APPEAL IN WRITING TO THE REGISTRAR WITHIN"
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
                   MOVE "FOURTEEN DAYS OF THE DATE OF THIS NOTICE."
                       TO O-LT-TEXT
                   PERFORM 2250-LETTER-TEXT
           END-EVALUATE.

       2250-LETTER-TEXT.
           WRITE LETTER-LINE
               FROM LETTER-TEXT-LINE
                   AFTER ADVANCING 1 LINE.


      *    THE SUSPENSION GOES TO THE MASTER AS AN ORDINARY S
      *    TRANSACTION SO CBLUPD00 AUDITS THE CHANGE.
       2300-SUSPEND-TRANS.
           MOVE "S" TO TR-CODE.
           MOVE STT-IMAGE (STU-IDX) TO TR-IMAGE.
           MOVE "S" TO TR-ENROLL-STATUS.
           MOVE ZERO TO TR-GRAD-PERIOD.
           WRITE TRN-REC.
           ADD 1 TO C-TRN-CTR.


       3000-CLOSING.
           IF C-RATED-CTR > ZERO
               PERFORM 9200-DEPT-COUNTS
           END-IF.
           MOVE 'ALL DEPTS:' TO O-CNT-LABEL.
           MOVE C-GRAND-CNT (4) TO O-CNT-GOOD.
           MOVE C-GRAND-CNT (3) TO O-CNT-WARN.
           MOVE C-GRAND-CNT (2) TO O-CNT-PROB.
           MOVE C-GRAND-CNT (1) TO O-CNT-SUSP.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-BAD-CTR TO O-BAD-CTR.
           MOVE C-NOT-TERM-CTR TO O-NOT-TERM-CTR.
           MOVE C-INACTIVE-CTR TO O-INACTIVE-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 2 LINES.
           MOVE C-NO-MAST-CTR TO O-NO-MAST-CTR.
           MOVE C-LETTER-CTR TO O-LETTER-CTR.
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
           CLOSE STANDING-SORTED.
           CLOSE PRTOUT.
           CLOSE LETTER-OUT.
           CLOSE TRANS-OUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ-STANDING.
           READ STANDING-SORTED
               AT END
                   MOVE "NO" TO MORE-SS.

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
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

       9150-NEW-DEPT.
           MOVE SS-DEPT TO H-DEPT.
           EVALUATE SS-DEPT
               WHEN "AC"
                   MOVE "ACCOUNTING" TO O-DEPT-NAME
               WHEN "PR"
                   MOVE "PROGRAMMING" TO O-DEPT-NAME
               WHEN "NW"
                   MOVE "NETWORKING" TO O-DEPT-NAME
               WHEN "WD"
                   MOVE "WEB DESIGN" TO O-DEPT-NAME
               WHEN OTHER
                   MOVE SS-DEPT TO O-DEPT-NAME
           END-EVALUATE.
           WRITE PRTLINE
               FROM DEPT-HEADING-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.

       9200-DEPT-COUNTS.
           MOVE 'DEPT TOTALS:' TO O-CNT-LABEL.
           MOVE C-DEPT-CNT (4) TO O-CNT-GOOD.
           MOVE C-DEPT-CNT (3) TO O-CNT-WARN.
           MOVE C-DEPT-CNT (2) TO O-CNT-PROB.
           MOVE C-DEPT-CNT (1) TO O-CNT-SUSP.
           WRITE PRTLINE
               FROM COUNT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           INITIALIZE DEPT-COUNTS.

       9300-STANDING-NAME.
           EVALUATE SS-STANDING
               WHEN "S"
                   MOVE "SUSPENSION" TO O-LT-STANDING
               WHEN "P"
                   MOVE "PROBATION" TO O-LT-STANDING
               WHEN "W"
                   MOVE "WARNING" TO O-LT-STANDING
               WHEN OTHER
                   MOVE "GOOD STANDING" TO O-LT-STANDING
           END-EVALUATE.
