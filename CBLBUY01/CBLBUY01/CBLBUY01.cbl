       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLBUY01.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * POP FUNDRAISER PRIOR-BUYER MAILING LIST AND LABELS.         *
      * CALLED BY THE CBLCLS00 SEASON CLOSE, AND RUN ON ITS OWN     *
      * WHENEVER THE COORDINATOR WANTS A FRESH LIST BEFORE THE NEXT *
      * SEASON STARTS.  EVERY BUYER ON THE CBLBUY00 BUYER HISTORY   *
      * (POPBUYH) IS LISTED EXCEPT ONE WHO REFUSED DELIVERY IN THE  *
      * LAST SEASON THEY BOUGHT.  THE LIST (POPMAIL) IS SORTED BY   *
      * ZIP CODE WITHIN THE LAST TEAM THAT SOLD TO THE BUYER, SO    *
      * EACH TEAM CALLS ON ITS OWN CUSTOMERS FIRST; EACH ENTRY      *
      * SHOWS THE SEASONS BOUGHT, THE TOTAL CASES AND THE CASES OF  *
      * EACH POP TYPE BOUGHT IN THE BUYER'S LAST SEASON.  ONE       *
      * MAILING LABEL PER BUYER GOES TO POPLABEL IN THE SAME ORDER. *
      * RETURN CODE 4 MEANS THERE WERE NO BUYERS ON THE HISTORY.    *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BUYER-HISTORY
               ASSIGN TO POPBUYH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT MAIL-SORTED
               ASSIGN TO POPBUYM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-SORT-WORK
               ASSIGN TO "SRTWK45".

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO POPMAIL
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT LABEL-FILE
               ASSIGN TO POPLABEL
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE CBLBUY00 BUYER HISTORY RECORD.
       FD BUYER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS BUY-REC.

       01  BUY-REC.
           05  BH-KEY.
               10  BH-LNAME         PIC X(15).
               10  BH-FNAME         PIC X(15).
               10  BH-ZIP           PIC 9(9).
           05  BH-ADDRESS           PIC X(15).
           05  BH-CITY              PIC X(10).
           05  BH-STATE             PIC XX.
           05  BH-SEASONS           PIC 99.
           05  BH-LAST-SEASON       PIC 9(4).
           05  BH-PRIOR-CASES       PIC 9(5).
           05  BH-LAST-TEAM         PIC X.
           05  BH-REFUSED-SW        PIC X.
           05  BH-SEASON-ORDER OCCURS 6 TIMES.
               10  BH-ORDER-NUM     PIC 9(5).
               10  BH-CASES         PIC 99.
           05  FILLER               PIC X(4).

      *    THE SORT RECORD LEADS WITH THE TEAM AND ZIP, THEN CARRIES
      *    THE HISTORY RECORD WHOLE.
       SD MAIL-SORT-WORK.
       01  SD-MAIL-REC.
           05  SD-TEAM              PIC X.
           05  SD-ZIP               PIC 9(9).
           05  SD-NAME              PIC X(30).
           05  SD-BUYER             PIC X(125).

       FD MAIL-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 165 CHARACTERS
           DATA RECORD IS MAIL-REC.

       01  MAIL-REC.
           05  ML-TEAM              PIC X.
           05  FILLER               PIC X(39).
           05  ML-LNAME             PIC X(15).
           05  ML-FNAME             PIC X(15).
           05  ML-ZIP-1             PIC 9(5).
           05  ML-ZIP-2             PIC 9(4).
           05  ML-ADDRESS           PIC X(15).
           05  ML-CITY              PIC X(10).
           05  ML-STATE             PIC XX.
           05  ML-SEASONS           PIC 99.
           05  ML-LAST-SEASON       PIC 9(4).
           05  ML-PRIOR-CASES       PIC 9(5).
           05  FILLER               PIC X(2).
           05  ML-SEASON-ORDER OCCURS 6 TIMES.
               10  ML-ORDER-NUM     PIC 9(5).
               10  ML-CASES         PIC 99.
           05  FILLER               PIC X(4).

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

      *    ONE-UP LABEL STOCK, SIX LINES TO THE LABEL.
       FD LABEL-FILE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS LABEL-LINE.

       01 LABEL-LINE           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-HIST-STATUS    PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-HIST        PIC XXX        VALUE "YES".
           05  MORE-MAIL        PIC XXX        VALUE "YES".
           05  HIST-FILE-SW     PIC XXX        VALUE "NO".
           05  H-TEAM           PIC X          VALUE SPACE.
           05  C-POP-SUB        PIC 99         VALUE ZERO.
           05  C-TOTAL-CASES    PIC 9(7)       VALUE ZERO.
           05  C-HIST-CTR       PIC 9(7)       VALUE ZERO.
           05  C-LISTED-CTR     PIC 9(7)       VALUE ZERO.
           05  C-REFUSED-CTR    PIC 9(7)       VALUE ZERO.
           05  C-TEAM-CTR       PIC 9(7)       VALUE ZERO.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLBUY01'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01 COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(34)   VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'POP FUNDRAISER PRIOR-BUYER MAILING LIST'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  HEADING-LINE-1.
           05  FILLER           PIC X(95)   VALUE SPACES.
           05  FILLER           PIC X(37)   VALUE
               'LAST SEASON''S CASES BY POP TYPE'.

       01  HEADING-LINE-2.
           05  FILLER           PIC X(12)   VALUE 'ZIP CODE'.
           05  FILLER           PIC X(33)   VALUE 'BUYER'.
           05  FILLER           PIC X(17)   VALUE 'ADDRESS'.
           05  FILLER           PIC X(15)   VALUE 'CITY         ST'.
           05  FILLER           PIC X(5)    VALUE ' SEAS'.
           05  FILLER           PIC X(7)    VALUE '  CASES'.
           05  FILLER           PIC X(6)    VALUE '  LAST'.
           05  FILLER           PIC X(30)   VALUE
               ' COKE DIET MELO CHRY DTCH SPRT'.
           05  FILLER           PIC X(7)    VALUE SPACES.

       01  TEAM-HEAD-LINE.
           05  FILLER           PIC X(5)    VALUE 'TEAM '.
           05  O-TH-TEAM        PIC X.
           05  FILLER           PIC X(126)  VALUE SPACES.

       01  MAIL-LINE.
           05  O-ML-ZIP-1       PIC 9(5).
           05  FILLER           PIC X       VALUE '-'.
           05  O-ML-ZIP-2       PIC 9(4).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-LNAME       PIC X(15).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-ML-FNAME       PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-ADDRESS     PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-CITY        PIC X(10).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ML-STATE       PIC XX.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ML-SEASONS     PIC Z9.
           05  FILLER           PIC X       VALUE SPACES.
           05  O-ML-TOTAL-CASES PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-LAST-SEASON PIC 9(4).
           05  O-ML-POP-CASES OCCURS 6 TIMES.
               10  FILLER       PIC XX      VALUE SPACES.
               10  O-ML-CASES   PIC ZZZ.
           05  FILLER           PIC X(7)    VALUE SPACES.

       01  TEAM-TOTAL-LINE.
           05  FILLER           PIC X(5)    VALUE 'TEAM '.
           05  O-TT-TEAM        PIC X.
           05  FILLER           PIC X(9)    VALUE ' BUYERS: '.
           05  O-TT-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(111)  VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER           PIC X(24)   VALUE
               'BUYERS ON HISTORY:     '.
           05  O-HIST-CTR       PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'LISTED: '.
           05  O-LISTED-CTR     PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(31)   VALUE
               'LEFT OFF - REFUSED DELIVERY: '.
           05  O-REFUSED-CTR    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(34)   VALUE SPACES.

       01  NO-HISTORY-LINE.
           05  FILLER           PIC X(132)  VALUE
               '** NO BUYERS ON POPBUYH - NO LIST PRINTED.'.

       01  LABEL-NAME-LINE.
           05  O-LB-NAME        PIC X(31).
           05  FILLER           PIC X(9)    VALUE SPACES.

       01  LABEL-CITY-LINE.
           05  O-LB-CITY        PIC X(10).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-LB-STATE       PIC XX.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LB-ZIP-1       PIC 9(5).
           05  FILLER           PIC X       VALUE '-'.
           05  O-LB-ZIP-2       PIC 9(4).
           05  FILLER           PIC X(15)   VALUE SPACES.

       01  LABEL-TEAM-LINE.
           05  FILLER           PIC X(29)   VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'TEAM '.
           05  O-LB-TEAM        PIC X.
           05  FILLER           PIC X(5)    VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLBUY01.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-MAIL = "NO".
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

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT LABEL-FILE.
           PERFORM 9100-HEADING.

           OPEN INPUT BUYER-HISTORY.
           IF C-HIST-STATUS = "00" OR "05"
               CLOSE BUYER-HISTORY
               MOVE "YES" TO HIST-FILE-SW
               SORT MAIL-SORT-WORK
                   ON ASCENDING KEY SD-TEAM
                   ON ASCENDING KEY SD-ZIP
                   ON ASCENDING KEY SD-NAME
                   INPUT PROCEDURE IS 0500-SORT-INPUT
                       THRU 0590-SORT-INPUT-EXIT
                   GIVING MAIL-SORTED
               OPEN INPUT MAIL-SORTED
               PERFORM 9000-READ
               IF MORE-MAIL = "YES"
                   MOVE ML-TEAM TO H-TEAM
                   PERFORM 2100-TEAM-HEAD
               END-IF
           ELSE
               MOVE "NO" TO MORE-MAIL
           END-IF.


      *    A BUYER WHO REFUSED DELIVERY IN THE LAST SEASON THEY
      *    BOUGHT IS LEFT OFF BEFORE THE SORT.
       0500-SORT-INPUT.
           OPEN INPUT BUYER-HISTORY.
           PERFORM 0510-RELEASE-ONE
               UNTIL MORE-HIST = "NO".
           CLOSE BUYER-HISTORY.
           GO TO 0590-SORT-INPUT-EXIT.

       0510-RELEASE-ONE.
           READ BUYER-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
           END-READ.
           IF MORE-HIST = "YES"
               ADD 1 TO C-HIST-CTR
               IF BH-REFUSED-SW = 'R'
                   ADD 1 TO C-REFUSED-CTR
               ELSE
                   MOVE BH-LAST-TEAM TO SD-TEAM
                   MOVE BH-ZIP TO SD-ZIP
                   MOVE BH-LNAME TO SD-NAME (1:15)
                   MOVE BH-FNAME TO SD-NAME (16:15)
                   MOVE BUY-REC TO SD-BUYER
                   RELEASE SD-MAIL-REC
               END-IF
           END-IF.

       0590-SORT-INPUT-EXIT.
           EXIT.


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


       2000-MAINLINE.
           IF ML-TEAM NOT = H-TEAM
               PERFORM 2200-TEAM-BREAK
               MOVE ML-TEAM TO H-TEAM
               PERFORM 2100-TEAM-HEAD
           END-IF.
           PERFORM 2300-LIST-BUYER.
           PERFORM 2400-LABEL.
           PERFORM 9000-READ.

       2100-TEAM-HEAD.
           MOVE H-TEAM TO O-TH-TEAM.
           WRITE PRTLINE
               FROM TEAM-HEAD-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.

       2200-TEAM-BREAK.
           MOVE H-TEAM TO O-TT-TEAM.
           MOVE C-TEAM-CTR TO O-TT-CTR.
           WRITE PRTLINE
               FROM TEAM-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING.
           MOVE ZERO TO C-TEAM-CTR.

       2300-LIST-BUYER.
           ADD 1 TO C-LISTED-CTR.
           ADD 1 TO C-TEAM-CTR.
           MOVE ML-PRIOR-CASES TO C-TOTAL-CASES.
           PERFORM 2310-POP-CASES
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.
           MOVE ML-ZIP-1 TO O-ML-ZIP-1.
           MOVE ML-ZIP-2 TO O-ML-ZIP-2.
           MOVE ML-LNAME TO O-ML-LNAME.
           MOVE ML-FNAME TO O-ML-FNAME.
           MOVE ML-ADDRESS TO O-ML-ADDRESS.
           MOVE ML-CITY TO O-ML-CITY.
           MOVE ML-STATE TO O-ML-STATE.
           MOVE ML-SEASONS TO O-ML-SEASONS.
           MOVE C-TOTAL-CASES TO O-ML-TOTAL-CASES.
           MOVE ML-LAST-SEASON TO O-ML-LAST-SEASON.
           WRITE PRTLINE
               FROM MAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2310-POP-CASES.
           ADD ML-CASES (C-POP-SUB) TO C-TOTAL-CASES.
           MOVE ML-CASES (C-POP-SUB) TO O-ML-CASES (C-POP-SUB).

      *    NAME, STREET, CITY/STATE/ZIP, AND THE SELLING TEAM IN THE
      *    CORNER SO THE LABELS CAN BE HANDED OUT BY TEAM.
       2400-LABEL.
           MOVE SPACES TO O-LB-NAME.
           STRING ML-FNAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  ML-LNAME DELIMITED BY '  '
               INTO O-LB-NAME.
           WRITE LABEL-LINE FROM LABEL-NAME-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ML-ADDRESS TO LABEL-LINE.
           WRITE LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ML-CITY TO O-LB-CITY.
           MOVE ML-STATE TO O-LB-STATE.
           MOVE ML-ZIP-1 TO O-LB-ZIP-1.
           MOVE ML-ZIP-2 TO O-LB-ZIP-2.
           WRITE LABEL-LINE FROM LABEL-CITY-LINE
               AFTER ADVANCING 1 LINE.
           MOVE ML-TEAM TO O-LB-TEAM.
           WRITE LABEL-LINE FROM LABEL-TEAM-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO LABEL-LINE.
           WRITE LABEL-LINE
               AFTER ADVANCING 2 LINES.


       3000-CLOSING.
           IF HIST-FILE-SW = "YES"
               CLOSE MAIL-SORTED
           END-IF.
           IF C-HIST-CTR > ZERO
               IF C-LISTED-CTR > ZERO
                   PERFORM 2200-TEAM-BREAK
               END-IF
               MOVE C-HIST-CTR TO O-HIST-CTR
               MOVE C-LISTED-CTR TO O-LISTED-CTR
               MOVE C-REFUSED-CTR TO O-REFUSED-CTR
               WRITE PRTLINE
                   FROM TOTAL-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           ELSE
               WRITE PRTLINE
                   FROM NO-HISTORY-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           CLOSE LABEL-FILE.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-LISTED-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-HIST-CTR = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.


       9000-READ.
           READ MAIL-SORTED
               AT END
                   MOVE "NO" TO MORE-MAIL.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM HEADING-LINE-1
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM HEADING-LINE-2
                   AFTER ADVANCING 1 LINE.
