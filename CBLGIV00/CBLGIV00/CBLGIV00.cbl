       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLGIV00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * ALUMNI GIVING.                                              *
      * POSTS THE DONATION TRANSACTIONS (GIFTTRN - STUDENT ID, GIFT *
      * DATE, AMOUNT, FUND CODE) AGAINST THE CUMULATIVE ALUMNI      *
      * MASTER THAT CBLUPD00 KEEPS, APPENDING EACH GOOD GIFT TO THE *
      * CUMULATIVE GIVING HISTORY (GIFTHST).  PRODUCES:             *
      *   1. A ONE-PAGE ACKNOWLEDGMENT LETTER PER GIFT, THE SAME    *
      *      LETTER-FILE WAY CBLRNT03 PRINTS THE DELINQUENCY        *
      *      NOTICES,                                               *
      *   2. THE GIFT REGISTER, WITH GIFTS FOR IDS NOT ON THE       *
      *      ALUMNI MASTER (OR WITH A BAD AMOUNT OR DATE) LISTED    *
      *      AS EXCEPTIONS AND NOT POSTED,                          *
      *   3. GIVING BY GRADUATION PERIOD AND DEPARTMENT OVER THE    *
      *      WHOLE HISTORY - ALUMNI, DONORS, PARTICIPATION RATE     *
      *      (DONORS / ALUMNI IN THE CLASS) AND DOLLARS - IN THE    *
      *      SAME PERIOD ORDER AS THE CBLALM00 LISTING.             *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ALUMNI-MASTER
               ASSIGN TO ALUMMST
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTED-ALUMNI
               ASSIGN TO GIFTASRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK33".

           SELECT OPTIONAL GIFT-HISTORY
               ASSIGN TO GIFTHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT OPTIONAL GIFT-TRANS
               ASSIGN TO GIFTTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-TRN-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO GIFTRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LETTER-OUT
               ASSIGN TO GIFTLTRS
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ALUMNI-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS ALUM-REC.

       01  ALUM-REC             PIC X(58).

       FD SORTED-ALUMNI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS I-REC.

       01  I-REC.
           05  I-GRAD-PERIOD    PIC 9(6).
           05  I-ID             PIC X(7).
           05  I-LNAME          PIC X(15).
           05  I-FNAME          PIC X(15).
           05  FILLER           PIC X(12).
           05  I-DEPT           PIC XX.
           05  FILLER           PIC X.

       SD SORT-WORK.
       01  SD-REC.
           05  SD-GRAD-PERIOD   PIC 9(6).
           05  SD-ID            PIC X(7).
           05  FILLER           PIC X(42).
           05  SD-DEPT          PIC XX.
           05  FILLER           PIC X.

      *    ONE RECORD PER POSTED GIFT, OLDEST FIRST.
       FD GIFT-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS GH-REC.

       01  GH-REC.
           05  GH-ID            PIC X(7).
           05  GH-GIFT-DATE     PIC 9(8).
           05  GH-AMOUNT        PIC 9(7)V99.
           05  GH-FUND          PIC X(4).
           05  GH-POST-DATE     PIC 9(8).

       FD GIFT-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS GT-REC.

       01  GT-REC.
           05  GT-ID            PIC X(7).
           05  GT-GIFT-DATE     PIC 9(8).
           05  GT-AMOUNT        PIC 9(7)V99.
           05  GT-FUND          PIC X(4).

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

       FD LETTER-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS LETTER-LINE.

       01  LETTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS PIC XX         VALUE "00".
           05  C-HIST-STATUS   PIC XX         VALUE "00".
           05  C-TRN-STATUS    PIC XX         VALUE "00".
           05  C-PCTR          PIC 99         VALUE ZERO.
           05  C-ALUM-TBL-CTR  PIC 9(4)       VALUE ZERO.
           05  C-ALUM-LOST-CTR PIC 9(5)       VALUE ZERO.
           05  C-ALUM-FOUND-IDX PIC 9(4)      VALUE ZERO.
           05  ALUM-FOUND-SW   PIC XXX        VALUE "NO".
           05  C-LOOKUP-ID     PIC X(7)       VALUE SPACES.
           05  C-HIST-CTR      PIC 9(7)       VALUE ZERO.
           05  C-HIST-ORPHAN-CTR PIC 9(5)     VALUE ZERO.
           05  C-GIFT-CTR      PIC 9(5)       VALUE ZERO.
           05  C-EXC-CTR       PIC 9(5)       VALUE ZERO.
           05  C-GT-RUN-GIFTS  PIC 9(9)V99    VALUE ZERO.
           05  C-PERCENT       PIC 999V9      VALUE ZERO.
           05  H-GRAD-PERIOD   PIC 9(6)       VALUE ZERO.
           05  H-DEPT          PIC XX         VALUE SPACES.
           05  MORE-ALUM       PIC XXX        VALUE "YES".
           05  MORE-HIST       PIC XXX        VALUE "YES".
           05  MORE-TRANS      PIC XXX        VALUE "YES".

      *    CLASS (PERIOD / DEPARTMENT), PERIOD AND GRAND TOTALS:
      *    ALUMNI, DONORS, CUMULATIVE GIFTS, THIS RUN'S GIFTS.
       01  CLASS-TOTALS.
           05  C-CLS-ALUMNI    PIC 9(5).
           05  C-CLS-DONORS    PIC 9(5).
           05  C-CLS-GIVEN     PIC 9(9)V99.
           05  C-CLS-RUN       PIC 9(9)V99.

       01  PERIOD-TOTALS.
           05  C-PER-ALUMNI    PIC 9(5).
           05  C-PER-DONORS    PIC 9(5).
           05  C-PER-GIVEN     PIC 9(9)V99.
           05  C-PER-RUN       PIC 9(9)V99.

       01  GRAND-TOTALS.
           05  C-GRD-ALUMNI    PIC 9(5).
           05  C-GRD-DONORS    PIC 9(5).
           05  C-GRD-GIVEN     PIC 9(9)V99.
           05  C-GRD-RUN       PIC 9(9)V99.

      *    THE ALUMNI MASTER IN PERIOD / DEPARTMENT / ID ORDER WITH
      *    EACH GRADUATE'S GIVING ACCUMULATED AGAINST IT.
       01  ALUMNI-TABLE.
           05  ALUM-ENTRY OCCURS 2000 TIMES INDEXED BY ALUM-IDX.
               10  ALT-GRAD-PERIOD  PIC 9(6).
               10  ALT-ID           PIC X(7).
               10  ALT-LNAME        PIC X(15).
               10  ALT-FNAME        PIC X(15).
               10  ALT-DEPT         PIC XX.
               10  ALT-GIVEN        PIC 9(9)V99.
               10  ALT-RUN-GIVEN    PIC 9(9)V99.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLGIV00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.
       01  C-TODAY-DATE REDEFINES I-DATE    PIC 9(8).

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER          PIC X(33)   VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'WILSON''S COBOL'.
           05  FILLER          PIC X(27)   VALUE
               'ALUMNI GIVING'.
           05  FILLER          PIC X(33)   VALUE SPACES.
           COPY RPTPAGE.

       01  GIFT-HEADING-LINE.
           05  FILLER          PIC X(40)   VALUE
               'GIFT REGISTER'.
           05  FILLER          PIC X(92)   VALUE SPACES.

       01  GIFT-COLUMN-LINE.
           05  FILLER          PIC X(7)    VALUE 'ID'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'LAST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'FIRST NAME'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(10)   VALUE 'GIFT DATE'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(4)    VALUE 'FUND'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE '       AMOUNT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER          PIC X(39)   VALUE SPACES.

       01  GIFT-LINE.
           05  O-GF-ID         PIC X(7).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GF-LNAME      PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GF-FNAME      PIC X(15).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GF-DATE       PIC X(10).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GF-FUND       PIC X(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-GF-AMOUNT     PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  O-GF-DISP       PIC X(40).
           05  FILLER          PIC X(10)   VALUE SPACES.

       01  CLASS-HEADING-LINE.
           05  FILLER          PIC X(60)   VALUE
               'GIVING BY GRADUATING CLASS - ALL GIFTS ON FILE'.
           05  FILLER          PIC X(72)   VALUE SPACES.

       01  CLASS-COLUMN-LINE.
           05  FILLER          PIC X(11)   VALUE 'GRAD PERIOD'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE 'DEPARTMENT'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'ALUMNI'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'DONORS'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(13)   VALUE 'PARTICIPATION'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE '   TOTAL GIVEN'.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE '      THIS RUN'.
           05  FILLER          PIC X(28)   VALUE SPACES.

       01  CLASS-LINE.
           05  O-CL-PERIOD.
               10  O-CL-MM     PIC 99.
               10  FILLER      PIC X       VALUE "/".
               10  O-CL-YY     PIC 9(4).
               10  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CL-DEPT-NAME  PIC X(20).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CL-ALUMNI     PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CL-DONORS     PIC ZZ,ZZ9.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-CL-PERCENT    PIC ZZ9.9.
           05  FILLER          PIC X       VALUE "%".
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CL-GIVEN      PIC $$$$,$$$,$$$.99.
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-CL-RUN        PIC $$$$,$$$,$$$.99.
           05  FILLER          PIC X(31)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER          PIC X(14)   VALUE 'GIFTS POSTED: '.
           05  O-GIFT-CTR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'AMOUNT: '.
           05  O-GT-RUN-GIFTS  PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(12)   VALUE 'EXCEPTIONS: '.
           05  O-EXC-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(14)   VALUE 'HISTORY READ: '.
           05  O-HIST-CTR      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(37)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER          PIC X(34)   VALUE
               'HISTORY GIFTS FOR IDS NOT ON FILE:'.
           05  FILLER          PIC X       VALUE SPACE.
           05  O-HIST-ORPHAN-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(91)   VALUE SPACES.

       01  ALUMNI-FULL-LINE.
           05  FILLER          PIC X(52)   VALUE
               "** ALUMNI TABLE IS FULL - GRADUATES NOT LOADED: ".
           05  O-ALUM-LOST-CTR PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)    VALUE " **".
           05  FILLER          PIC X(71)   VALUE SPACES.

       01  LETTER-TITLE-LINE.
           05  FILLER          PIC X(30)   VALUE
               'GIFT ACKNOWLEDGMENT'.
           05  FILLER          PIC X(6)    VALUE 'DATE: '.
           05  O-LT-MM         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-LT-DD         PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-LT-YY         PIC 9(4).
           05  FILLER          PIC X(86)   VALUE SPACES.

       01  LETTER-NAME-LINE.
           05  FILLER          PIC X(5)    VALUE 'DEAR '.
           05  O-LT-FNAME      PIC X(15).
           05  FILLER          PIC X       VALUE SPACE.
           05  O-LT-LNAME      PIC X(15).
           05  FILLER          PIC X(96)   VALUE SPACES.

       01  LETTER-GIFT-LINE.
           05  FILLER          PIC X(30)   VALUE
               'THANK YOU FOR YOUR GIFT OF '.
           05  O-LT-AMOUNT     PIC $$$,$$$,$$$.99.
           05  FILLER          PIC X(13)   VALUE ' RECEIVED ON '.
           05  O-LT-GIFT-DATE  PIC X(10).
           05  FILLER          PIC X(65)   VALUE SPACES.

       01  LETTER-FUND-LINE.
           05  FILLER          PIC X(22)   VALUE
               'DESIGNATED TO FUND:  '.
           05  O-LT-FUND       PIC X(4).
           05  FILLER          PIC X(106)  VALUE SPACES.

       01  LETTER-CLASS-LINE.
           05  FILLER          PIC X(22)   VALUE
               'CLASS OF:  '.
           05  O-LT-CLASS-MM   PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  O-LT-CLASS-YY   PIC 9(4).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-LT-DEPT-NAME  PIC X(20).
           05  FILLER          PIC X(79)   VALUE SPACES.

       01  LETTER-TEXT-LINE.
           05  O-LT-TEXT       PIC X(80).
           05  FILLER          PIC X(52)   VALUE SPACES.

       01  W-DATE-OUT.
           05  W-DATE-MM       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  W-DATE-DD       PIC 99.
           05  FILLER          PIC X       VALUE "/".
           05  W-DATE-YY       PIC 9(4).

       PROCEDURE DIVISION.

       0000-CBLGIV00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-POST-GIFT
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
           INITIALIZE GRAND-TOTALS.

           SORT SORT-WORK
               ON ASCENDING KEY SD-GRAD-PERIOD
               ON ASCENDING KEY SD-DEPT
               ON ASCENDING KEY SD-ID
               USING ALUMNI-MASTER
               GIVING SORTED-ALUMNI.

           PERFORM 1300-LOAD-ALUMNI.
           PERFORM 1400-READ-HISTORY.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LETTER-OUT.
           OPEN EXTEND GIFT-HISTORY.
           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM GIFT-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM GIFT-COLUMN-LINE
                   AFTER ADVANCING 2 LINES.
           OPEN INPUT GIFT-TRANS.
           IF C-TRN-STATUS = "00" OR "05"
               PERFORM 9000-READ-GIFT
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


       1300-LOAD-ALUMNI.
           OPEN INPUT SORTED-ALUMNI.
           PERFORM 1310-READ-ALUMNUS
               UNTIL MORE-ALUM = "NO".
           CLOSE SORTED-ALUMNI.

       1310-READ-ALUMNUS.
           READ SORTED-ALUMNI
               AT END
                   MOVE "NO" TO MORE-ALUM
           END-READ.
           IF MORE-ALUM = "YES"
               IF C-ALUM-TBL-CTR < 2000
                   ADD 1 TO C-ALUM-TBL-CTR
                   SET ALUM-IDX TO C-ALUM-TBL-CTR
                   MOVE I-GRAD-PERIOD TO ALT-GRAD-PERIOD (ALUM-IDX)
                   MOVE I-ID TO ALT-ID (ALUM-IDX)
                   MOVE I-LNAME TO ALT-LNAME (ALUM-IDX)
                   MOVE I-FNAME TO ALT-FNAME (ALUM-IDX)
                   MOVE I-DEPT TO ALT-DEPT (ALUM-IDX)
                   MOVE ZERO TO ALT-GIVEN (ALUM-IDX)
                   MOVE ZERO TO ALT-RUN-GIVEN (ALUM-IDX)
               ELSE
                   ADD 1 TO C-ALUM-LOST-CTR
               END-IF
           END-IF.


      *    EARLIER GIFTS ARE CARRIED ON THE HISTORY; EACH ONE IS
      *    ADDED BACK ONTO ITS GRADUATE FOR THE CLASS REPORT.
       1400-READ-HISTORY.
           OPEN INPUT GIFT-HISTORY.
           IF C-HIST-STATUS = "00" OR "05"
               PERFORM 1410-READ-HIST-REC
                   UNTIL MORE-HIST = "NO"
               CLOSE GIFT-HISTORY
           END-IF.

       1410-READ-HIST-REC.
           READ GIFT-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
               ADD 1 TO C-HIST-CTR
               MOVE GH-ID TO C-LOOKUP-ID
               PERFORM 9080-ALUM-LOOKUP
               IF ALUM-FOUND-SW = "YES"
                  AND GH-AMOUNT NUMERIC
                   SET ALUM-IDX TO C-ALUM-FOUND-IDX
                   ADD GH-AMOUNT TO ALT-GIVEN (ALUM-IDX)
               ELSE
                   ADD 1 TO C-HIST-ORPHAN-CTR
               END-IF
           END-IF.


       2000-POST-GIFT.
           MOVE GT-ID TO O-GF-ID.
           MOVE GT-FUND TO O-GF-FUND.
           MOVE GT-GIFT-DATE (5:2) TO W-DATE-MM.
           MOVE GT-GIFT-DATE (7:2) TO W-DATE-DD.
           MOVE GT-GIFT-DATE (1:4) TO W-DATE-YY.
           MOVE W-DATE-OUT TO O-GF-DATE.
           IF GT-AMOUNT NUMERIC
               MOVE GT-AMOUNT TO O-GF-AMOUNT
           ELSE
               MOVE ZERO TO O-GF-AMOUNT
           END-IF.
           MOVE GT-ID TO C-LOOKUP-ID.
           PERFORM 9080-ALUM-LOOKUP.
           IF ALUM-FOUND-SW = "YES"
               SET ALUM-IDX TO C-ALUM-FOUND-IDX
               MOVE ALT-LNAME (ALUM-IDX) TO O-GF-LNAME
               MOVE ALT-FNAME (ALUM-IDX) TO O-GF-FNAME
           ELSE
               MOVE SPACES TO O-GF-LNAME
               MOVE SPACES TO O-GF-FNAME
           END-IF.

           EVALUATE TRUE
               WHEN ALUM-FOUND-SW = "NO"
                   MOVE "EXCEPTION - ID NOT ON ALUMNI MASTER"
                       TO O-GF-DISP
                   ADD 1 TO C-EXC-CTR
               WHEN GT-AMOUNT NOT NUMERIC
                 OR GT-AMOUNT = ZERO
                   MOVE "EXCEPTION - INVALID GIFT AMOUNT"
                       TO O-GF-DISP
                   ADD 1 TO C-EXC-CTR
               WHEN GT-GIFT-DATE NOT NUMERIC
                 OR GT-GIFT-DATE > C-TODAY-DATE
                   MOVE "EXCEPTION - INVALID GIFT DATE"
                       TO O-GF-DISP
                   ADD 1 TO C-EXC-CTR
               WHEN OTHER
                   MOVE "POSTED" TO O-GF-DISP
                   PERFORM 2100-POST
                   PERFORM 2200-LETTER
           END-EVALUATE.
           WRITE PRTLINE
               FROM GIFT-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           PERFORM 9000-READ-GIFT.


       2100-POST.
           ADD 1 TO C-GIFT-CTR.
           ADD GT-AMOUNT TO C-GT-RUN-GIFTS.
           ADD GT-AMOUNT TO ALT-GIVEN (ALUM-IDX).
           ADD GT-AMOUNT TO ALT-RUN-GIVEN (ALUM-IDX).
           MOVE GT-ID TO GH-ID.
           MOVE GT-GIFT-DATE TO GH-GIFT-DATE.
           MOVE GT-AMOUNT TO GH-AMOUNT.
           MOVE GT-FUND TO GH-FUND.
           MOVE C-TODAY-DATE TO GH-POST-DATE.
           WRITE GH-REC.


      *    ONE ACKNOWLEDGMENT PAGE PER POSTED GIFT.
       2200-LETTER.
           MOVE I-MONTH TO O-LT-MM.
           MOVE I-DAY TO O-LT-DD.
           MOVE I-YEAR TO O-LT-YY.
           MOVE ALT-FNAME (ALUM-IDX) TO O-LT-FNAME.
           MOVE ALT-LNAME (ALUM-IDX) TO O-LT-LNAME.
           MOVE GT-AMOUNT TO O-LT-AMOUNT.
           MOVE W-DATE-OUT TO O-LT-GIFT-DATE.
           MOVE GT-FUND TO O-LT-FUND.
           MOVE ALT-GRAD-PERIOD (ALUM-IDX) (5:2) TO O-LT-CLASS-MM.
           MOVE ALT-GRAD-PERIOD (ALUM-IDX) (1:4) TO O-LT-CLASS-YY.
           MOVE ALT-DEPT (ALUM-IDX) TO H-DEPT.
           PERFORM 9150-DEPT-NAME.
           MOVE O-CL-DEPT-NAME TO O-LT-DEPT-NAME.

           WRITE LETTER-LINE
               FROM LETTER-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE LETTER-LINE
               FROM LETTER-NAME-LINE
                   AFTER ADVANCING 3 LINES.
           WRITE LETTER-LINE
               FROM LETTER-GIFT-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE LETTER-LINE
               FROM LETTER-FUND-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE LETTER-LINE
               FROM LETTER-CLASS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE "YOUR SUPPORT KEEPS THE PROGRAMS YOU STUDIED IN STRONG"
               TO O-LT-TEXT.
           PERFORM 2250-LETTER-TEXT.
           MOVE "FOR THE STUDENTS WHO FOLLOW YOU.  PLEASE KEEP THIS"
               TO O-LT-TEXT.
           PERFORM 2250-LETTER-TEXT.
           MOVE "LETTER FOR YOUR TAX RECORDS.  NO GOODS OR SERVICES"
               TO O-LT-TEXT.
           PERFORM 2250-LETTER-TEXT.
           MOVE "WERE PROVIDED IN EXCHANGE FOR THIS GIFT."
               TO O-LT-TEXT.
           PERFORM 2250-LETTER-TEXT.

       2250-LETTER-TEXT.
           WRITE LETTER-LINE
               FROM LETTER-TEXT-LINE
                   AFTER ADVANCING 1 LINE.


       3000-CLOSING.
           CLOSE GIFT-TRANS.
           CLOSE GIFT-HISTORY.
           CLOSE LETTER-OUT.
           PERFORM 3100-CLASS-REPORT.

           MOVE C-GIFT-CTR TO O-GIFT-CTR.
           MOVE C-GT-RUN-GIFTS TO O-GT-RUN-GIFTS.
           MOVE C-EXC-CTR TO O-EXC-CTR.
           MOVE C-HIST-CTR TO O-HIST-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           IF C-HIST-ORPHAN-CTR > ZERO
               MOVE C-HIST-ORPHAN-CTR TO O-HIST-ORPHAN-CTR
               WRITE PRTLINE
                   FROM TOTAL-LINE-2
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           IF C-ALUM-LOST-CTR > ZERO
               MOVE C-ALUM-LOST-CTR TO O-ALUM-LOST-CTR
               WRITE PRTLINE
                   FROM ALUMNI-FULL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           CLOSE PRTOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-GIFT-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    THE TABLE IS ALREADY IN PERIOD / DEPARTMENT ORDER, SO THE
      *    CLASS REPORT IS A STRAIGHT CONTROL BREAK DOWN THE TABLE.
       3100-CLASS-REPORT.
           PERFORM 9100-HEADING.
           WRITE PRTLINE
               FROM CLASS-HEADING-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM CLASS-COLUMN-LINE
                   AFTER ADVANCING 2 LINES.
           INITIALIZE CLASS-TOTALS.
           INITIALIZE PERIOD-TOTALS.
           IF C-ALUM-TBL-CTR > ZERO
               MOVE ALT-GRAD-PERIOD (1) TO H-GRAD-PERIOD
               MOVE ALT-DEPT (1) TO H-DEPT
               PERFORM 3110-CLASS-ONE
                   VARYING ALUM-IDX FROM 1 BY 1
                       UNTIL ALUM-IDX > C-ALUM-TBL-CTR
               PERFORM 3150-CLASS-BREAK
               PERFORM 3160-PERIOD-BREAK
           END-IF.
           MOVE "ALL CLASSES" TO O-CL-PERIOD.
           MOVE SPACES TO O-CL-DEPT-NAME.
           MOVE C-GRD-ALUMNI TO O-CL-ALUMNI.
           MOVE C-GRD-DONORS TO O-CL-DONORS.
           MOVE C-GRD-GIVEN TO O-CL-GIVEN.
           MOVE C-GRD-RUN TO O-CL-RUN.
           IF C-GRD-ALUMNI > ZERO
               COMPUTE C-PERCENT ROUNDED =
                   C-GRD-DONORS * 100 / C-GRD-ALUMNI
           ELSE
               MOVE ZERO TO C-PERCENT
           END-IF.
           MOVE C-PERCENT TO O-CL-PERCENT.
           WRITE PRTLINE
               FROM CLASS-LINE
                   AFTER ADVANCING 2 LINES.

       3110-CLASS-ONE.
           IF ALT-GRAD-PERIOD (ALUM-IDX) NOT = H-GRAD-PERIOD
               PERFORM 3150-CLASS-BREAK
               PERFORM 3160-PERIOD-BREAK
           ELSE
               IF ALT-DEPT (ALUM-IDX) NOT = H-DEPT
                   PERFORM 3150-CLASS-BREAK
               END-IF
           END-IF.
           MOVE ALT-GRAD-PERIOD (ALUM-IDX) TO H-GRAD-PERIOD.
           MOVE ALT-DEPT (ALUM-IDX) TO H-DEPT.
           ADD 1 TO C-CLS-ALUMNI.
           IF ALT-GIVEN (ALUM-IDX) > ZERO
               ADD 1 TO C-CLS-DONORS
           END-IF.
           ADD ALT-GIVEN (ALUM-IDX) TO C-CLS-GIVEN.
           ADD ALT-RUN-GIVEN (ALUM-IDX) TO C-CLS-RUN.

       3150-CLASS-BREAK.
           MOVE H-GRAD-PERIOD (5:2) TO O-CL-MM.
           MOVE "/" TO O-CL-PERIOD (3:1).
           MOVE H-GRAD-PERIOD (1:4) TO O-CL-YY.
           MOVE SPACES TO O-CL-PERIOD (8:4).
           PERFORM 9150-DEPT-NAME.
           MOVE C-CLS-ALUMNI TO O-CL-ALUMNI.
           MOVE C-CLS-DONORS TO O-CL-DONORS.
           MOVE C-CLS-GIVEN TO O-CL-GIVEN.
           MOVE C-CLS-RUN TO O-CL-RUN.
           IF C-CLS-ALUMNI > ZERO
               COMPUTE C-PERCENT ROUNDED =
                   C-CLS-DONORS * 100 / C-CLS-ALUMNI
           ELSE
               MOVE ZERO TO C-PERCENT
           END-IF.
           MOVE C-PERCENT TO O-CL-PERCENT.
           WRITE PRTLINE
               FROM CLASS-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           ADD C-CLS-ALUMNI TO C-PER-ALUMNI.
           ADD C-CLS-DONORS TO C-PER-DONORS.
           ADD C-CLS-GIVEN TO C-PER-GIVEN.
           ADD C-CLS-RUN TO C-PER-RUN.
           INITIALIZE CLASS-TOTALS.

       3160-PERIOD-BREAK.
           MOVE SPACES TO O-CL-PERIOD.
           MOVE "  PERIOD TOTAL" TO O-CL-DEPT-NAME.
           MOVE C-PER-ALUMNI TO O-CL-ALUMNI.
           MOVE C-PER-DONORS TO O-CL-DONORS.
           MOVE C-PER-GIVEN TO O-CL-GIVEN.
           MOVE C-PER-RUN TO O-CL-RUN.
           IF C-PER-ALUMNI > ZERO
               COMPUTE C-PERCENT ROUNDED =
                   C-PER-DONORS * 100 / C-PER-ALUMNI
           ELSE
               MOVE ZERO TO C-PERCENT
           END-IF.
           MOVE C-PERCENT TO O-CL-PERCENT.
           WRITE PRTLINE
               FROM CLASS-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.
           ADD C-PER-ALUMNI TO C-GRD-ALUMNI.
           ADD C-PER-DONORS TO C-GRD-DONORS.
           ADD C-PER-GIVEN TO C-GRD-GIVEN.
           ADD C-PER-RUN TO C-GRD-RUN.
           INITIALIZE PERIOD-TOTALS.


       9000-READ-GIFT.
           READ GIFT-TRANS
               AT END
                   MOVE "NO" TO MORE-TRANS.

       9080-ALUM-LOOKUP.
           MOVE "NO" TO ALUM-FOUND-SW.
           MOVE ZERO TO C-ALUM-FOUND-IDX.
           PERFORM 9085-ALUM-SEARCH
               VARYING ALUM-IDX FROM 1 BY 1
                   UNTIL ALUM-IDX > C-ALUM-TBL-CTR
                      OR ALUM-FOUND-SW = "YES".

       9085-ALUM-SEARCH.
           IF ALT-ID (ALUM-IDX) = C-LOOKUP-ID
               MOVE "YES" TO ALUM-FOUND-SW
               SET C-ALUM-FOUND-IDX TO ALUM-IDX
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

       9150-DEPT-NAME.
           EVALUATE H-DEPT
               WHEN "AC"
                   MOVE "ACCOUNTING" TO O-CL-DEPT-NAME
               WHEN "PR"
                   MOVE "PROGRAMMING" TO O-CL-DEPT-NAME
               WHEN "NW"
                   MOVE "NETWORKING" TO O-CL-DEPT-NAME
               WHEN "WD"
                   MOVE "WEB DESIGN" TO O-CL-DEPT-NAME
               WHEN OTHER
                   MOVE H-DEPT TO O-CL-DEPT-NAME
           END-EVALUATE.
