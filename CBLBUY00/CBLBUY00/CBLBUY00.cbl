       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLBUY00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * POP FUNDRAISER BUYER HISTORY POSTING.                       *
      * RUNS AFTER EVERY CBLANL05 RUN.  THE VALIDATED ORDERS ON THE *
      * PICK LIST (CBLPICKS) CARRY THE BUYER'S NAME AND ADDRESS;    *
      * THEY ARE SORTED TO BUYER ORDER (LAST NAME, FIRST NAME, ZIP) *
      * AND MATCHED AGAINST THE CUMULATIVE BUYER HISTORY (POPBUYH   *
      * IN, POPBUYHN OUT), WHICH IS KEPT IN THE SAME ORDER.  EACH   *
      * BUYER CARRIES:                                              *
      *   - THE SEASONS BOUGHT AND THE LAST SEASON (BUSINESS-DATE   *
      *     YEAR) BOUGHT IN,                                        *
      *   - THE CASES BOUGHT IN EARLIER SEASONS,                    *
      *   - THE LAST TEAM THAT SOLD TO THEM,                        *
      *   - THE LAST SEASON'S ORDER AND CASES FOR EACH POP TYPE.    *
      * CBLANL05 TAKES ONE ORDER PER BUYER AND POP TYPE, SO AN      *
      * ORDER SEEN AGAIN ON A RERUN REPLACES ITS POP-TYPE SLOT      *
      * RATHER THAN ADDING TO IT.  THE FIRST ORDER OF A NEW SEASON  *
      * ROLLS THE SLOTS INTO THE EARLIER-SEASON CASES.              *
      * A BUYER WHOSE ORDER THIS SEASON IS REFUSED ON THE BALANCE   *
      * FILE (POPBAL STATUS R) IS MARKED REFUSED, WHICH KEEPS THEM  *
      * OFF THE CBLBUY01 MAILING LIST.                              *
      * THE POSTING REGISTER (POPBUYRP) LISTS EVERY BUYER TOUCHED;  *
      * PICK-LIST ORDERS THAT CANNOT BE POSTED PRINT ON POPBUYER.   *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BUYER-HISTORY
               ASSIGN TO POPBUYH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-HIST-STATUS.

           SELECT NEW-BUYER-HISTORY
               ASSIGN TO POPBUYHN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PICK-LIST
               ASSIGN TO CBLPICKS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-PICK-STATUS.

           SELECT BUYER-PICKS
               ASSIGN TO POPBUYS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUYER-SORT-WORK
               ASSIGN TO "SRTWK44".

           SELECT OPTIONAL BALANCE-MASTER
               ASSIGN TO POPBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-BAL-STATUS.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT PRTOUT
               ASSIGN TO POPBUYRP
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUTERR
               ASSIGN TO POPBUYER
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BUYER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS BUY-REC.

       01  BUY-REC.
           05  BH-KEY.
               10  BH-LNAME         PIC X(15).
               10  BH-FNAME         PIC X(15).
               10  BH-ZIP           PIC 9(9).
           05  FILLER               PIC X(86).

       FD NEW-BUYER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS NEW-BUY-REC.

       01  NEW-BUY-REC              PIC X(125).

       FD PICK-LIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS PICK-LIST-REC.

       01  PICK-LIST-REC            PIC X(97).

       SD BUYER-SORT-WORK.
       01  SD-PICK-REC.
           05  SD-LNAME             PIC X(15).
           05  SD-FNAME             PIC X(15).
           05  FILLER               PIC X(27).
           05  SD-ZIP               PIC 9(9).
           05  FILLER               PIC X(31).

      *    THE CBLANL05 PICK-LIST IMAGE OF A VALIDATED ORDER.
       FD BUYER-PICKS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS PS-REC.

       01  PS-REC.
           05  PS-LNAME             PIC X(15).
           05  PS-FNAME             PIC X(15).
           05  PS-ADDRESS           PIC X(15).
           05  PS-CITY              PIC X(10).
           05  PS-STATE             PIC XX.
           05  PS-ZIP               PIC 9(9).
           05  PS-POP-TYPE          PIC 99.
           05  PS-NUM-CASES         PIC 99.
           05  PS-TEAM              PIC X.
           05  PS-ORDER-NUM         PIC 9(5).
           05  PS-DIVISION          PIC X.
           05  PS-SELLER-ID         PIC 9(5).
           05  PS-ORDER-DATE        PIC X(8).
           05  PS-KEYED-AMT         PIC X(7).

       01  PS-KEY-REC REDEFINES PS-REC.
           05  PS-NAME-KEY          PIC X(30).
           05  FILLER               PIC X(67).

       FD BALANCE-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS BAL-REC.

       01  BAL-REC.
           05  BL-ORDER-NUM         PIC 9(5).
           05  BL-TEAM              PIC X.
           05  BL-TOTAL             PIC 9(7)V99.
           05  BL-PAID              PIC 9(7)V99.
           05  BL-DLV-STATUS        PIC X.

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
           05  C-HIST-STATUS    PIC XX         VALUE "00".
           05  C-PICK-STATUS    PIC XX         VALUE "00".
           05  C-BAL-STATUS     PIC XX         VALUE "00".
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-ERR-PCTR       PIC 99         VALUE ZERO.
           05  MORE-BALS        PIC XXX        VALUE "YES".
           05  MORE-HIST        PIC XXX        VALUE "YES".
           05  MORE-PICKS       PIC XXX        VALUE "YES".
           05  PICK-FILE-SW     PIC XXX        VALUE "NO".
           05  TOUCHED-SW       PIC XXX        VALUE "NO".
           05  C-REF-TBL-CTR    PIC 9(4)       VALUE ZERO.
           05  C-LOST-CTR       PIC 9(5)       VALUE ZERO.
           05  C-POP-SUB        PIC 99         VALUE ZERO.
           05  C-SEASON-CASES   PIC 9(5)       VALUE ZERO.
           05  C-TOTAL-CASES    PIC 9(7)       VALUE ZERO.
           05  H-ORDER-NUM      PIC 9(5)       VALUE ZERO.
           05  H-ACTION         PIC X(12)      VALUE SPACES.
           05  C-PICK-CTR       PIC 9(5)       VALUE ZERO.
           05  C-POSTED-CTR     PIC 9(5)       VALUE ZERO.
           05  C-REJ-CTR        PIC 9(5)       VALUE ZERO.
           05  C-NEW-BUYER-CTR  PIC 9(5)       VALUE ZERO.
           05  C-UPD-BUYER-CTR  PIC 9(5)       VALUE ZERO.
           05  C-REFUSED-CTR    PIC 9(5)       VALUE ZERO.
           05  C-HIST-IN-CTR    PIC 9(7)       VALUE ZERO.
           05  C-HIST-OUT-CTR   PIC 9(7)       VALUE ZERO.

      *    THE LOWER OF THE HISTORY KEY AND THE PICK-LIST KEY IS THE
      *    BUYER BEING BUILT.
       01  LOW-KEY              PIC X(39)   VALUE SPACES.

       01  PICK-KEY.
           05  PK-NAME          PIC X(30).
           05  PK-ZIP           PIC 9(9).

       01  PICK-KEY-X REDEFINES PICK-KEY
                                PIC X(39).

      *    THE BUYER BEING BUILT, LAID OUT AS THE HISTORY RECORD.
       01  BUYER-WORK.
           05  BW-KEY.
               10  BW-LNAME         PIC X(15).
               10  BW-FNAME         PIC X(15).
               10  BW-ZIP           PIC 9(9).
           05  BW-ADDRESS           PIC X(15).
           05  BW-CITY              PIC X(10).
           05  BW-STATE             PIC XX.
           05  BW-SEASONS           PIC 99.
           05  BW-LAST-SEASON       PIC 9(4).
           05  BW-PRIOR-CASES       PIC 9(5).
           05  BW-LAST-TEAM         PIC X.
           05  BW-REFUSED-SW        PIC X.
           05  BW-SEASON-ORDER OCCURS 6 TIMES.
               10  BW-ORDER-NUM     PIC 9(5).
               10  BW-CASES         PIC 99.
           05  FILLER               PIC X(4).

       01  BW-ZIP-PARTS REDEFINES BUYER-WORK.
           05  FILLER               PIC X(30).
           05  BW-ZIP-1             PIC 9(5).
           05  BW-ZIP-2             PIC 9(4).
           05  FILLER               PIC X(86).

      *    ORDERS REFUSED AT THE DOOR THIS SEASON.
       01  REFUSED-TABLE.
           05  REFUSED-ENTRY OCCURS 2000 TIMES INDEXED BY REF-IDX.
               10  RF-ORDER-NUM     PIC 9(5).

       01  REF-FOUND-SW         PIC XXX     VALUE "NO".

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLBUY00'.
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
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(36)   VALUE
               'POP BUYER HISTORY POSTING'.
           05  FILLER           PIC X(36)   VALUE SPACES.
           COPY RPTPAGE.

       01  BUYER-HEADING-LINE.
           05  FILLER           PIC X(31)   VALUE 'BUYER'.
           05  FILLER           PIC X(12)   VALUE 'ZIP CODE'.
           05  FILLER           PIC X(6)    VALUE 'TEAM'.
           05  FILLER           PIC X(9)    VALUE 'SEASONS'.
           05  FILLER           PIC X(14)   VALUE 'THIS SEASON'.
           05  FILLER           PIC X(13)   VALUE 'TOTAL CASES'.
           05  FILLER           PIC X(47)   VALUE SPACES.

       01  BUYER-LINE.
           05  O-BL-LNAME       PIC X(15).
           05  FILLER           PIC X       VALUE SPACES.
           05  O-BL-FNAME       PIC X(15).
           05  O-BL-ZIP-1       PIC 9(5).
           05  FILLER           PIC X       VALUE '-'.
           05  O-BL-ZIP-2       PIC 9(4).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-BL-TEAM        PIC X.
           05  FILLER           PIC X(7)    VALUE SPACES.
           05  O-BL-SEASONS     PIC Z9.
           05  FILLER           PIC X(11)   VALUE SPACES.
           05  O-BL-SEASON-CASES
                                PIC ZZ9.
           05  FILLER           PIC X(9)    VALUE SPACES.
           05  O-BL-TOTAL-CASES PIC ZZZ,ZZ9.
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-BL-ACTION      PIC X(12).
           05  FILLER           PIC X(33)   VALUE SPACES.

       01  TOTAL-LINE-1.
           05  FILLER           PIC X(24)   VALUE
               'PICK-LIST ORDERS READ: '.
           05  O-PICK-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'POSTED: '.
           05  O-POSTED-CTR     PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC X(64)   VALUE SPACES.

       01  TOTAL-LINE-2.
           05  FILLER           PIC X(24)   VALUE
               'NEW BUYERS:            '.
           05  O-NEW-BUYER-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'BUYERS UPDATED: '.
           05  O-UPD-BUYER-CTR  PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(16)   VALUE 'MARKED REFUSED: '.
           05  O-REFUSED-CTR    PIC ZZ,ZZ9.
           05  FILLER           PIC X(50)   VALUE SPACES.

       01  TOTAL-LINE-3.
           05  FILLER           PIC X(24)   VALUE
               'HISTORY RECORDS IN:    '.
           05  O-HIST-IN-CTR    PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(5)    VALUE 'OUT: '.
           05  O-HIST-OUT-CTR   PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(81)   VALUE SPACES.

       01  TABLE-FULL-LINE.
           05  FILLER           PIC X(70)   VALUE
               '** TOO MANY REFUSED ORDERS FOR THE TABLE - NOTHING POSTE
      -        'D. LEFT OUT:'.
           05  O-LOST-CTR       PIC ZZ,ZZ9.
           05  FILLER           PIC X(56)   VALUE SPACES.

      *            ERROR PRINTOUT      ========>>
       01  ERROR-TITLE.
           05  FILLER           PIC X(60)   VALUE SPACES.
           05  FILLER           PIC X(12)   VALUE 'ERROR REPORT'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  ERROR-RECORD.
           05  O-RECORD         PIC X(77).
           05  FILLER           PIC X(3)    VALUE SPACES.
           05  O-ERR-MSG        PIC X(50).
           05  FILLER           PIC X(2)    VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLBUY00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL BH-KEY = HIGH-VALUES
                  AND PICK-KEY-X = HIGH-VALUES.
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
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9100-HEADING.
           PERFORM 9200-ERR-HEADING.

           PERFORM 1100-LOAD-REFUSED.

      *    NOTHING IS POSTED UNLESS EVERY REFUSAL FIT - A SHORT TABLE
      *    WOULD PUT REFUSED BUYERS BACK ON THE MAILING LIST.
           IF C-LOST-CTR > ZERO
               MOVE HIGH-VALUES TO BH-KEY
               MOVE HIGH-VALUES TO PICK-KEY-X
           ELSE
               PERFORM 1200-SORT-PICKS
               OPEN INPUT BUYER-HISTORY
               IF C-HIST-STATUS = "00" OR "05"
                   PERFORM 9000-READ-HIST
               ELSE
                   MOVE HIGH-VALUES TO BH-KEY
               END-IF
               OPEN OUTPUT NEW-BUYER-HISTORY
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

       1100-LOAD-REFUSED.
           OPEN INPUT BALANCE-MASTER.
           IF C-BAL-STATUS = "00" OR "05"
               PERFORM 1110-READ-BAL-REC
                   UNTIL MORE-BALS = "NO"
               CLOSE BALANCE-MASTER
           END-IF.

       1110-READ-BAL-REC.
           READ BALANCE-MASTER
               AT END
                   MOVE "NO" TO MORE-BALS
           END-READ.
           IF MORE-BALS = "YES"
              AND BL-DLV-STATUS = 'R'
               IF C-REF-TBL-CTR < 2000
                   ADD 1 TO C-REF-TBL-CTR
                   SET REF-IDX TO C-REF-TBL-CTR
                   MOVE BL-ORDER-NUM TO RF-ORDER-NUM (REF-IDX)
               ELSE
                   ADD 1 TO C-LOST-CTR
               END-IF
           END-IF.

      *    THE PICK LIST COMES FROM CBLANL05 IN TEAM AND ZIP ORDER;
      *    THE HISTORY IS IN BUYER ORDER.
       1200-SORT-PICKS.
           OPEN INPUT PICK-LIST.
           IF C-PICK-STATUS = "00" OR "05"
               CLOSE PICK-LIST
               SORT BUYER-SORT-WORK
                   ON ASCENDING KEY SD-LNAME
                   ON ASCENDING KEY SD-FNAME
                   ON ASCENDING KEY SD-ZIP
                   WITH DUPLICATES IN ORDER
                   USING PICK-LIST
                   GIVING BUYER-PICKS
               OPEN INPUT BUYER-PICKS
               MOVE "YES" TO PICK-FILE-SW
               PERFORM 9050-READ-PICK
           ELSE
               MOVE HIGH-VALUES TO PICK-KEY-X
           END-IF.


      *    ONE PASS PER BUYER: THE HISTORY RECORD IF THERE IS ONE,
      *    THEN EVERY PICK-LIST ORDER FOR THE SAME BUYER.
       2000-MAINLINE.
           MOVE "NO" TO TOUCHED-SW.
           MOVE SPACES TO H-ACTION.
           IF BH-KEY NOT > PICK-KEY-X
               MOVE BH-KEY TO LOW-KEY
               MOVE BUY-REC TO BUYER-WORK
               PERFORM 9000-READ-HIST
           ELSE
               MOVE PICK-KEY-X TO LOW-KEY
               PERFORM 2050-NEW-BUYER
           END-IF.

           PERFORM 2090-NEXT-PICK
               UNTIL PICK-KEY-X NOT = LOW-KEY.

           IF BW-LAST-SEASON = I-YEAR
              AND BW-REFUSED-SW NOT = 'R'
               PERFORM 2300-CHECK-REFUSED
           END-IF.

           IF BW-SEASONS > ZERO
               WRITE NEW-BUY-REC FROM BUYER-WORK
               ADD 1 TO C-HIST-OUT-CTR
           END-IF.
           IF TOUCHED-SW = "YES"
               PERFORM 2500-BUYER-PRT
           END-IF.

       2050-NEW-BUYER.
           MOVE SPACES TO BUYER-WORK.
           MOVE PS-LNAME TO BW-LNAME.
           MOVE PS-FNAME TO BW-FNAME.
           MOVE PS-ZIP TO BW-ZIP.
           MOVE ZERO TO BW-SEASONS.
           MOVE ZERO TO BW-LAST-SEASON.
           MOVE ZERO TO BW-PRIOR-CASES.
           PERFORM 2060-CLEAR-SLOT
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.
           MOVE 'NEW BUYER' TO H-ACTION.

       2060-CLEAR-SLOT.
           MOVE ZERO TO BW-ORDER-NUM (C-POP-SUB).
           MOVE ZERO TO BW-CASES (C-POP-SUB).

       2090-NEXT-PICK.
           PERFORM 2100-POST-PICK
               THRU 2100-EXIT.
           PERFORM 9050-READ-PICK.

      *    THE ADDRESS AND TEAM ARE TAKEN FROM THE LATEST ORDER.
       2100-POST-PICK.
           IF PS-POP-TYPE NOT NUMERIC
              OR PS-POP-TYPE < 1
              OR PS-POP-TYPE > 6
              OR PS-NUM-CASES NOT NUMERIC
              OR PS-NUM-CASES = ZERO
              OR PS-ORDER-NUM NOT NUMERIC
               MOVE 'BAD POP TYPE, CASES OR ORDER NUMBER.'
                   TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF PS-TEAM NOT = 'A' AND PS-TEAM NOT = 'B'
              AND PS-TEAM NOT = 'C' AND PS-TEAM NOT = 'D'
              AND PS-TEAM NOT = 'E'
               MOVE 'TEAM MUST BE A THROUGH E.' TO O-ERR-MSG
               PERFORM 2900-REJECT
               GO TO 2100-EXIT
           END-IF.
           IF BW-LAST-SEASON NOT = I-YEAR
               PERFORM 2200-NEW-SEASON
           END-IF.
           MOVE PS-ADDRESS TO BW-ADDRESS.
           MOVE PS-CITY TO BW-CITY.
           MOVE PS-STATE TO BW-STATE.
           MOVE PS-TEAM TO BW-LAST-TEAM.
           MOVE PS-POP-TYPE TO C-POP-SUB.
           MOVE PS-ORDER-NUM TO BW-ORDER-NUM (C-POP-SUB).
           MOVE PS-NUM-CASES TO BW-CASES (C-POP-SUB).
           ADD 1 TO C-POSTED-CTR.
           IF TOUCHED-SW = "NO"
               MOVE "YES" TO TOUCHED-SW
               IF H-ACTION = 'NEW BUYER'
                   ADD 1 TO C-NEW-BUYER-CTR
               ELSE
                   MOVE 'UPDATED' TO H-ACTION
                   ADD 1 TO C-UPD-BUYER-CTR
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *    THE LAST SEASON'S SLOTS GO INTO THE EARLIER-SEASON CASES
      *    AND THE BUYER STARTS THE NEW SEASON CLEAN.
       2200-NEW-SEASON.
           PERFORM 2400-SUM-SEASON.
           ADD C-SEASON-CASES TO BW-PRIOR-CASES.
           PERFORM 2060-CLEAR-SLOT
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.
           IF BW-SEASONS < 99
               ADD 1 TO BW-SEASONS
           END-IF.
           MOVE I-YEAR TO BW-LAST-SEASON.
           MOVE SPACE TO BW-REFUSED-SW.

      *    A REFUSAL STANDS FOR THE REST OF THE SEASON; IT IS NOT
      *    CLEARED WHEN THE CLOSE EMPTIES POPBAL.
       2300-CHECK-REFUSED.
           MOVE "NO" TO REF-FOUND-SW.
           PERFORM 2310-SLOT-REFUSED
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6
                      OR REF-FOUND-SW = "YES".
           IF REF-FOUND-SW = "YES"
               MOVE 'R' TO BW-REFUSED-SW
               MOVE 'REFUSED' TO H-ACTION
               MOVE "YES" TO TOUCHED-SW
               ADD 1 TO C-REFUSED-CTR
           END-IF.

       2310-SLOT-REFUSED.
           IF BW-ORDER-NUM (C-POP-SUB) > ZERO
               MOVE BW-ORDER-NUM (C-POP-SUB) TO H-ORDER-NUM
               PERFORM 2320-REFUSED-SEARCH
                   VARYING REF-IDX FROM 1 BY 1
                       UNTIL REF-IDX > C-REF-TBL-CTR
                          OR REF-FOUND-SW = "YES"
           END-IF.

       2320-REFUSED-SEARCH.
           IF RF-ORDER-NUM (REF-IDX) = H-ORDER-NUM
               MOVE "YES" TO REF-FOUND-SW
           END-IF.

       2400-SUM-SEASON.
           MOVE ZERO TO C-SEASON-CASES.
           PERFORM 2410-ADD-SLOT
               VARYING C-POP-SUB FROM 1 BY 1
                   UNTIL C-POP-SUB > 6.

       2410-ADD-SLOT.
           ADD BW-CASES (C-POP-SUB) TO C-SEASON-CASES.

       2500-BUYER-PRT.
           PERFORM 2400-SUM-SEASON.
           COMPUTE C-TOTAL-CASES = BW-PRIOR-CASES + C-SEASON-CASES.
           MOVE BW-LNAME TO O-BL-LNAME.
           MOVE BW-FNAME TO O-BL-FNAME.
           MOVE BW-ZIP-1 TO O-BL-ZIP-1.
           MOVE BW-ZIP-2 TO O-BL-ZIP-2.
           MOVE BW-LAST-TEAM TO O-BL-TEAM.
           MOVE BW-SEASONS TO O-BL-SEASONS.
           MOVE C-SEASON-CASES TO O-BL-SEASON-CASES.
           MOVE C-TOTAL-CASES TO O-BL-TOTAL-CASES.
           MOVE H-ACTION TO O-BL-ACTION.
           WRITE PRTLINE
               FROM BUYER-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING.

       2900-REJECT.
           ADD 1 TO C-REJ-CTR.
           MOVE PS-REC TO O-RECORD.
           WRITE PRTLINE-ERR
               FROM ERROR-RECORD
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-ERR-HEADING.


       3000-CLOSING.
           IF C-LOST-CTR = ZERO
               CLOSE BUYER-HISTORY
               CLOSE NEW-BUYER-HISTORY
               IF PICK-FILE-SW = "YES"
                   CLOSE BUYER-PICKS
               END-IF
           END-IF.

           MOVE C-PICK-CTR TO O-PICK-CTR.
           MOVE C-POSTED-CTR TO O-POSTED-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-1
                   AFTER ADVANCING 3 LINES.
           MOVE C-NEW-BUYER-CTR TO O-NEW-BUYER-CTR.
           MOVE C-UPD-BUYER-CTR TO O-UPD-BUYER-CTR.
           MOVE C-REFUSED-CTR TO O-REFUSED-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-2
                   AFTER ADVANCING 1 LINE.
           MOVE C-HIST-IN-CTR TO O-HIST-IN-CTR.
           MOVE C-HIST-OUT-CTR TO O-HIST-OUT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE-3
                   AFTER ADVANCING 1 LINE.
           IF C-LOST-CTR > ZERO
               MOVE C-LOST-CTR TO O-LOST-CTR
               WRITE PRTLINE
                   FROM TABLE-FULL-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE PRTOUT.
           CLOSE PRTOUTERR.

           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-PICK-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF C-LOST-CTR > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.


       9000-READ-HIST.
           READ BUYER-HISTORY
               AT END
                   MOVE "NO" TO MORE-HIST
                   MOVE HIGH-VALUES TO BH-KEY
           END-READ.
           IF MORE-HIST = "YES"
               ADD 1 TO C-HIST-IN-CTR
           END-IF.

       9050-READ-PICK.
           READ BUYER-PICKS
               AT END
                   MOVE "NO" TO MORE-PICKS
                   MOVE HIGH-VALUES TO PICK-KEY-X
           END-READ.
           IF MORE-PICKS = "YES"
               ADD 1 TO C-PICK-CTR
               MOVE PS-NAME-KEY TO PK-NAME
               MOVE PS-ZIP TO PK-ZIP
           END-IF.

       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM BUYER-HEADING-LINE
                   AFTER ADVANCING 2 LINES.

       9200-ERR-HEADING.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-PCTR.
           WRITE PRTLINE-ERR
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE-ERR
               FROM ERROR-TITLE
                   AFTER ADVANCING 1 LINE.
