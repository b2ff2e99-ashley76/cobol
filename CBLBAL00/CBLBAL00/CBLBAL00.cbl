       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLBAL00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * BATCH CONTROL BALANCING FOR THE HAND-KEYED INPUT DECKS.     *
      * RUNS AS A DRIVER PRE-STEP, BEFORE ANY REPORT PROGRAM READS  *
      * THE DECKS:                                                  *
      *                                                             *
      *   DECK        KEY AMOUNT SUMMED FOR THE CONTROL TOTAL       *
      *   CBLBOAT1    BOAT COST (TRADE-IN: THE ALLOWANCE)           *
      *   MONBILLS    UTILITIES ON A BILL, THE AMOUNT ON A C, D     *
      *               OR W RECORD, NOTHING ON AN M RECORD           *
      *   CBLPOPSL    NUMBER OF CASES                               *
      *   RENTPMTS    PAYMENT AMOUNT                                *
      *   POPPAYS     PAYMENT AMOUNT                                *
      *   CP1AHUNT    LICENSE FEE (NOTHING ON AN H RECORD)          *
      *   PRKDAT3     ADULT + JUNIOR + SENIOR TICKETS               *
      *                                                             *
      * THE CLERK KEYS A BATCH CONTROL TICKET AHEAD OF EACH BATCH:  *
      *   COLS 01-09  **BATCH**                                     *
      *   COLS 10-15  BATCH NUMBER                                  *
      *   COLS 16-20  RECORD COUNT                                  *
      *   COLS 21-32  CONTROL AMOUNT, SIGN TRAILING SEPARATE        *
      *   COLS 33-35  CLERK                                         *
      * A CASE OR TICKET COUNT IS KEYED AS A WHOLE AMOUNT (.00).    *
      * A BATCH RUNS TO THE NEXT TICKET OR THE END OF THE DECK.     *
      * EACH BATCH IS PROVEN AGAINST WHAT WAS ACTUALLY KEYED.  A    *
      * BATCH THAT BALANCES IS RELEASED: ITS TICKET COMES OFF AND   *
      * ITS RECORDS STAY IN THE DECK, AND THE BATCH NUMBER GOES ON  *
      * THE RELEASED-BATCH LOG (BALLOG).  A BATCH THAT IS OUT OF    *
      * BALANCE, HAS A BAD TICKET OR A NON-NUMERIC KEY AMOUNT, OR   *
      * CARRIES A BATCH NUMBER ALREADY ON THE LOG OR REPEATED IN    *
      * THE DECK IS HELD: TICKET AND RECORDS MOVE TO BALHOLD, OFF   *
      * THE NIGHT'S RUN, FOR THE CLERK TO CORRECT AND REKEY.        *
      * RECORDS AHEAD OF THE FIRST TICKET (RELEASED ON AN EARLIER   *
      * NIGHT, OR WRITTEN BY A PROGRAM) ARE LEFT IN PLACE, AND A    *
      * DECK WITH NO TICKETS IS NOT TOUCHED, SO A RERUN CHANGES     *
      * NOTHING.                                                    *
      *                                                             *
      * EVERY HELD BATCH IS LISTED ON BALRPT AND LOGGED THROUGH     *
      * GROUPERR.  ANY HELD BATCH ENDS THE STEP WITH RETURN CODE 4, *
      * A WARNING THE DRIVER SHOWS ON ITS STATUS REPORT.  A DECK    *
      * WITH MORE BATCHES THAN THE TABLE HOLDS IS LEFT AS KEYED     *
      * AND ENDS THE STEP WITH RETURN CODE 16.                      *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL BOAT-DECK
               ASSIGN TO CBLBOAT1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL BILL-DECK
               ASSIGN TO MONBILLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL POPSL-DECK
               ASSIGN TO CBLPOPSL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL RPMT-DECK
               ASSIGN TO RENTPMTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL PPAY-DECK
               ASSIGN TO POPPAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL HUNT-DECK
               ASSIGN TO CP1AHUNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL PARK-DECK
               ASSIGN TO PRKDAT3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-DECK-STATUS.

           SELECT OPTIONAL BATCH-LOG
               ASSIGN TO BALLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LOG-STATUS.

           SELECT BATCH-WORK
               ASSIGN TO BALWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-WORK-STATUS.

           SELECT OPTIONAL BATCH-HOLD
               ASSIGN TO BALHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-HOLD-STATUS.

           SELECT PRTOUT
               ASSIGN TO BALRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

      *    THE SHORT DECKS ARE DECLARED AT THE 35-BYTE TICKET LENGTH
      *    SO A TICKET READS WHOLE; THE KEYED RECORDS PAD OUT.
       FD BOAT-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS BOAT-DECK-REC.

       01  BOAT-DECK-REC            PIC X(60).

       FD BILL-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS BILL-DECK-REC.

       01  BILL-DECK-REC            PIC X(35).

       FD POPSL-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS POPSL-DECK-REC.

       01  POPSL-DECK-REC           PIC X(97).

       FD RPMT-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS RPMT-DECK-REC.

       01  RPMT-DECK-REC            PIC X(35).

       FD PPAY-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PPAY-DECK-REC.

       01  PPAY-DECK-REC            PIC X(35).

       FD HUNT-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS HUNT-DECK-REC
           RECORDING MODE F.

       01  HUNT-DECK-REC            PIC X(37).

       FD PARK-DECK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS PARK-DECK-REC
           RECORDING MODE F.

       01  PARK-DECK-REC            PIC X(35).

       FD BATCH-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS LOG-REC.

       01  LOG-REC.
           05  LG-DECK              PIC X(8).
           05  LG-BATCH-NO          PIC X(6).
           05  LG-CLERK             PIC X(3).
           05  LG-REL-DATE          PIC 9(8).
           05  LG-REC-CTR           PIC 9(5).
           05  LG-AMOUNT            PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.

       FD BATCH-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 97 CHARACTERS
           DATA RECORD IS WORK-REC.

       01  WORK-REC                 PIC X(97).

       FD BATCH-HOLD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS HOLD-REC.

       01  HOLD-REC.
           05  HD-DECK              PIC X(8).
           05  HD-HELD-DATE         PIC 9(8).
           05  HD-IMAGE             PIC X(97).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-DECK-STATUS    PIC XX         VALUE "00".
           05  C-LOG-STATUS     PIC XX         VALUE "00".
           05  C-WORK-STATUS    PIC XX         VALUE "00".
           05  C-HOLD-STATUS    PIC XX         VALUE "00".
           05  MORE-RECS        PIC XXX        VALUE "YES".
           05  AMT-OK-SW        PIC XXX        VALUE "YES".
           05  DECK-FULL-SW     PIC XXX        VALUE "NO".
           05  DECK-FAILED-SW   PIC XXX        VALUE "NO".
           05  DK-SUB           PIC 9          VALUE ZERO.
           05  BT-SUB           PIC 999        VALUE ZERO.
           05  BT-SUB2          PIC 999        VALUE ZERO.
           05  C-BATCH-MAX      PIC 999        VALUE 200.
           05  C-BATCH-CTR      PIC 999        VALUE ZERO.
           05  C-CUR-BATCH      PIC 999        VALUE ZERO.
           05  C-REC-AMT        PIC S9(9)V99   VALUE ZERO.
           05  C-DECK-NAME      PIC X(8)       VALUE SPACES.
           05  C-ACTION-TEXT    PIC X(27)      VALUE SPACES.
           05  C-DECK-READ      PIC 9(7)       VALUE ZERO.
           05  C-DECK-LOOSE     PIC 9(7)       VALUE ZERO.
           05  C-DECK-KEPT      PIC 9(7)       VALUE ZERO.
           05  C-DECK-HELD      PIC 9(7)       VALUE ZERO.
           05  C-RECS-READ      PIC 9(7)       VALUE ZERO.
           05  C-DECKS-PROVEN   PIC 9(5)       VALUE ZERO.
           05  C-REL-BATCHES    PIC 9(5)       VALUE ZERO.
           05  C-HELD-BATCHES   PIC 9(5)       VALUE ZERO.
           05  C-HELD-RECS      PIC 9(7)       VALUE ZERO.

       01  DECK-NAMES-INIT.
           05  FILLER           PIC X(8)       VALUE 'CBLBOAT1'.
           05  FILLER           PIC X(8)       VALUE 'MONBILLS'.
           05  FILLER           PIC X(8)       VALUE 'CBLPOPSL'.
           05  FILLER           PIC X(8)       VALUE 'RENTPMTS'.
           05  FILLER           PIC X(8)       VALUE 'POPPAYS '.
           05  FILLER           PIC X(8)       VALUE 'CP1AHUNT'.
           05  FILLER           PIC X(8)       VALUE 'PRKDAT3 '.
       01  DECK-NAMES REDEFINES DECK-NAMES-INIT.
           05  DK-NAME          PIC X(8)       OCCURS 7 TIMES.

      *    ONE ENTRY PER TICKET, IN DECK ORDER.  BT-ACTION:
      *    R RELEASED, O OUT OF BALANCE, D ALREADY ON THE LOG,
      *    T NUMBER REPEATED IN THE DECK, H BAD TICKET, A KEY
      *    AMOUNT NOT NUMERIC.
       01  BATCH-TABLE.
           05  BT-ENTRY         OCCURS 200 TIMES.
               10  BT-BATCH-NO      PIC X(6).
               10  BT-CLERK         PIC X(3).
               10  BT-HDR-CTR       PIC 9(5).
               10  BT-HDR-AMT       PIC S9(9)V99.
               10  BT-KEYED-CTR     PIC 9(5).
               10  BT-KEYED-AMT     PIC S9(9)V99.
               10  BT-BAD-AMT-CTR   PIC 9(5).
               10  BT-ACTION        PIC X.

      *    THE RECORD JUST READ, WITH THE TICKET AND EACH DECK'S
      *    KEY AMOUNT LAID OVER IT.
       01  DECK-IMAGE               PIC X(97).

       01  TICKET-VIEW REDEFINES DECK-IMAGE.
           05  TK-MARKER            PIC X(9).
           05  TK-BATCH-NO          PIC X(6).
           05  TK-REC-CTR-X         PIC X(5).
           05  TK-REC-CTR REDEFINES TK-REC-CTR-X
                                    PIC 9(5).
           05  TK-AMOUNT            PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05  TK-CLERK             PIC X(3).
           05  FILLER               PIC X(62).

       01  BOAT-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(17).
           05  BV-BOAT-COST         PIC 9(6)V99.
           05  FILLER               PIC X(10).
           05  BV-ALLOWANCE         PIC 9(5)V99.
           05  FILLER               PIC X(3).
           05  BV-REC-TYPE          PIC X.
           05  FILLER               PIC X(51).

       01  BILL-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(5).
           05  MV-ELECTRIC          PIC 999V99.
           05  MV-GAS               PIC 999V99.
           05  MV-WATER             PIC 999V99.
           05  MV-GARBAGE           PIC 99V99.
           05  FILLER               PIC XX.
           05  MV-REC-TYPE          PIC X.
           05  FILLER               PIC X(70).

       01  CREDIT-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(5).
           05  MV-ADJ-AMOUNT        PIC S9(5)V99.
           05  FILLER               PIC X(85).

       01  DEPOSIT-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(5).
           05  MV-DEP-AMOUNT        PIC 9(5)V99.
           05  FILLER               PIC X(85).

       01  WORKORD-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(9).
           05  MV-WO-AMOUNT         PIC 9(4)V99.
           05  FILLER               PIC X(82).

       01  POPSL-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(68).
           05  PV-NUM-CASES         PIC 99.
           05  FILLER               PIC X(27).

       01  RPMT-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(12).
           05  RV-AMOUNT            PIC 9(5)V99.
           05  FILLER               PIC X(78).

       01  PPAY-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(13).
           05  PP-AMOUNT            PIC 9(5)V99.
           05  FILLER               PIC X(77).

       01  HUNT-VIEW REDEFINES DECK-IMAGE.
           05  HV-REC-TYPE          PIC X.
           05  FILLER               PIC X(28).
           05  HV-FEE               PIC 9(3)V99 COMP-3.
           05  FILLER               PIC X(65).

       01  PARK-VIEW REDEFINES DECK-IMAGE.
           05  FILLER               PIC X(8).
           05  KV-ADULT-TICKETS     PIC 99.
           05  KV-JR-TICKETS        PIC 99.
           05  KV-SENIOR-TICKETS    PIC 99.
           05  FILLER               PIC X(83).

       01  SHARED-ERR-PARMS.
           05  SE-PGM-ID       PIC X(9)    VALUE 'CBLBAL00'.
           05  SE-REASON-CODE  PIC XX      VALUE '90'.
           05  SE-ERR-MSG      PIC X(59)   VALUE SPACES.
           05  SE-BAD-RECORD   PIC X(80)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLBAL00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.
       01  C-BUS-DATE REDEFINES I-DATE      PIC 9(8).

       01  COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(39)   VALUE SPACES.
           05  FILLER           PIC X(30)   VALUE
               'BATCH BALANCING REPORT'.
           05  FILLER           PIC X(39)   VALUE SPACES.
           COPY RPTPAGE.

       01  DECK-LINE.
           05  FILLER           PIC X(6)    VALUE 'DECK: '.
           05  O-DECK-NAME      PIC X(8).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DECK-TEXT      PIC X(50).
           05  FILLER           PIC X(64)   VALUE SPACES.

       01  BATCH-HEADING.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(8)    VALUE 'BATCH'.
           05  FILLER           PIC X(7)    VALUE 'CLERK'.
           05  FILLER           PIC X(9)    VALUE '  TICKET'.
           05  FILLER           PIC X(9)    VALUE '   KEYED'.
           05  FILLER           PIC X(17)   VALUE
               '    TICKET AMOUNT'.
           05  FILLER           PIC X(17)   VALUE
               '     KEYED AMOUNT'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(27)   VALUE 'ACTION'.
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  BATCH-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-BATCH-NO       PIC X(6).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-CLERK          PIC X(3).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-HDR-CTR        PIC ZZ,ZZ9.
           05  FILLER           PIC XXX     VALUE SPACES.
           05  O-KEYED-CTR      PIC ZZ,ZZ9.
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-HDR-AMT        PIC ---,---,--9.99.
           05  FILLER           PIC XXX     VALUE SPACES.
           05  O-KEYED-AMT      PIC ---,---,--9.99.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-ACTION         PIC X(27).
           05  FILLER           PIC X(30)   VALUE SPACES.

       01  DECK-TOTAL-LINE.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-DT-TEXT        PIC X(40).
           05  O-DT-CTR         PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(79)   VALUE SPACES.

       01  TOTAL-LINE.
           05  O-TOT-TEXT       PIC X(40).
           05  O-TOT-CTR        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(83)   VALUE SPACES.

       01  WARNING-LINE.
           05  FILLER           PIC X(50)   VALUE
               '*** HELD BATCHES ARE ON BALHOLD AND LOGGED TO GROU'.
           05  FILLER           PIC X(50)   VALUE
               'PERR - CORRECT AND REKEY THEM                     '.
           05  FILLER           PIC X(32)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLBAL00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-BALANCE-DECK THRU 2000-EXIT
               VARYING DK-SUB FROM 1 BY 1
                   UNTIL DK-SUB > 7.
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
           OPEN EXTEND BATCH-HOLD.
           IF C-HOLD-STATUS NOT = "00"
               OPEN OUTPUT BATCH-HOLD
           END-IF.
           PERFORM 9100-HEADING.


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


      *    PASS 1 TALLIES EVERY BATCH; THE DECK IS ONLY REWRITTEN
      *    WHEN IT CARRIES AT LEAST ONE TICKET.
       2000-BALANCE-DECK.
           MOVE DK-NAME (DK-SUB) TO C-DECK-NAME.
           MOVE C-DECK-NAME TO O-DECK-NAME.
           MOVE SPACES TO BATCH-TABLE.
           MOVE ZERO TO C-BATCH-CTR.
           MOVE ZERO TO C-CUR-BATCH.
           MOVE ZERO TO C-DECK-READ.
           MOVE ZERO TO C-DECK-LOOSE.
           MOVE ZERO TO C-DECK-KEPT.
           MOVE ZERO TO C-DECK-HELD.
           MOVE "NO" TO DECK-FULL-SW.

           PERFORM 8000-OPEN-DECK.
           IF C-DECK-STATUS NOT = "00"
               IF C-DECK-STATUS = "05"
                   PERFORM 8030-CLOSE-DECK
               END-IF
               MOVE 'NOT PRESENT' TO O-DECK-TEXT
               PERFORM 2900-DECK-LINE
               GO TO 2000-EXIT
           END-IF.
           MOVE "YES" TO MORE-RECS.
           PERFORM 8010-READ-DECK.
           PERFORM 2100-TALLY-REC
               UNTIL MORE-RECS = "NO".
           PERFORM 8030-CLOSE-DECK.
           ADD C-DECK-READ TO C-RECS-READ.

           IF C-BATCH-CTR = ZERO
               MOVE 'NO BATCH TICKETS - LEFT AS IT IS' TO O-DECK-TEXT
               PERFORM 2900-DECK-LINE
               GO TO 2000-EXIT
           END-IF.
           IF DECK-FULL-SW = "YES"
               MOVE "YES" TO DECK-FAILED-SW
               MOVE 'MORE THAN 200 BATCHES - DECK LEFT AS KEYED'
                   TO O-DECK-TEXT
               PERFORM 2900-DECK-LINE
               MOVE SPACES TO SE-ERR-MSG
               STRING C-DECK-NAME DELIMITED BY SPACE
                      ' HAS MORE THAN 200 BATCHES - NOT BALANCED'
                          DELIMITED BY SIZE
                   INTO SE-ERR-MSG
               END-STRING
               MOVE C-DECK-NAME TO SE-BAD-RECORD
               MOVE '90' TO SE-REASON-CODE
               CALL 'GROUPERR' USING SHARED-ERR-PARMS
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO C-DECKS-PROVEN.
           MOVE 'BALANCED' TO O-DECK-TEXT.
           PERFORM 2900-DECK-LINE.
           WRITE PRTLINE
               FROM BATCH-HEADING
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           PERFORM 2200-CHECK-LOG.
           PERFORM 2300-DECIDE-BATCH
               VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > C-BATCH-CTR.
           PERFORM 2400-SPLIT-DECK.
           PERFORM 2500-REWRITE-DECK.
           PERFORM 2600-LOG-RELEASED.

           MOVE 'RECORDS LEFT IN THE DECK' TO O-DT-TEXT.
           MOVE C-DECK-KEPT TO O-DT-CTR.
           WRITE PRTLINE
               FROM DECK-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE '  AHEAD OF THE FIRST TICKET' TO O-DT-TEXT.
           MOVE C-DECK-LOOSE TO O-DT-CTR.
           PERFORM 2910-DECK-TOTAL.
           MOVE 'RECORDS HELD, TICKETS INCLUDED' TO O-DT-TEXT.
           MOVE C-DECK-HELD TO O-DT-CTR.
           PERFORM 2910-DECK-TOTAL.

       2000-EXIT.
           EXIT.

       2100-TALLY-REC.
           ADD 1 TO C-DECK-READ.
           IF TK-MARKER = '**BATCH**'
               PERFORM 2110-NEW-BATCH
           ELSE
               IF C-CUR-BATCH = ZERO
                   ADD 1 TO C-DECK-LOOSE
               ELSE
                   PERFORM 2120-ADD-DETAIL
               END-IF
           END-IF.
           PERFORM 8010-READ-DECK.

      *    A TICKET WITH A NON-NUMERIC FIELD HOLDS ITS BATCH.
       2110-NEW-BATCH.
           IF C-BATCH-CTR = C-BATCH-MAX
               MOVE "YES" TO DECK-FULL-SW
           ELSE
               ADD 1 TO C-BATCH-CTR
               MOVE C-BATCH-CTR TO C-CUR-BATCH
               MOVE TK-BATCH-NO TO BT-BATCH-NO (C-CUR-BATCH)
               MOVE TK-CLERK TO BT-CLERK (C-CUR-BATCH)
               MOVE ZERO TO BT-HDR-CTR (C-CUR-BATCH)
               MOVE ZERO TO BT-HDR-AMT (C-CUR-BATCH)
               MOVE ZERO TO BT-KEYED-CTR (C-CUR-BATCH)
               MOVE ZERO TO BT-KEYED-AMT (C-CUR-BATCH)
               MOVE ZERO TO BT-BAD-AMT-CTR (C-CUR-BATCH)
               IF TK-BATCH-NO IS NUMERIC
                  AND TK-REC-CTR-X IS NUMERIC
                  AND TK-AMOUNT IS NUMERIC
                   MOVE TK-REC-CTR TO BT-HDR-CTR (C-CUR-BATCH)
                   MOVE TK-AMOUNT TO BT-HDR-AMT (C-CUR-BATCH)
               ELSE
                   MOVE 'H' TO BT-ACTION (C-CUR-BATCH)
               END-IF
           END-IF.

       2120-ADD-DETAIL.
           ADD 1 TO BT-KEYED-CTR (C-CUR-BATCH).
           PERFORM 2130-KEY-AMOUNT.
           IF AMT-OK-SW = "YES"
               ADD C-REC-AMT TO BT-KEYED-AMT (C-CUR-BATCH)
           ELSE
               ADD 1 TO BT-BAD-AMT-CTR (C-CUR-BATCH)
           END-IF.

      *    THE AMOUNT EACH DECK'S CONTROL TOTAL IS KEPT ON.
       2130-KEY-AMOUNT.
           MOVE ZERO TO C-REC-AMT.
           MOVE "YES" TO AMT-OK-SW.
           EVALUATE DK-SUB
               WHEN 1
                   IF BV-REC-TYPE = 'T'
                       IF BV-ALLOWANCE IS NUMERIC
                           MOVE BV-ALLOWANCE TO C-REC-AMT
                       ELSE
                           MOVE "NO" TO AMT-OK-SW
                       END-IF
                   ELSE
                       IF BV-BOAT-COST IS NUMERIC
                           MOVE BV-BOAT-COST TO C-REC-AMT
                       ELSE
                           MOVE "NO" TO AMT-OK-SW
                       END-IF
                   END-IF
               WHEN 2
                   PERFORM 2140-BILL-AMOUNT
               WHEN 3
                   IF PV-NUM-CASES IS NUMERIC
                       MOVE PV-NUM-CASES TO C-REC-AMT
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
               WHEN 4
                   IF RV-AMOUNT IS NUMERIC
                       MOVE RV-AMOUNT TO C-REC-AMT
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
               WHEN 5
                   IF PP-AMOUNT IS NUMERIC
                       MOVE PP-AMOUNT TO C-REC-AMT
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
               WHEN 6
                   IF HV-REC-TYPE NOT = 'H'
                       IF HV-FEE IS NUMERIC
                           MOVE HV-FEE TO C-REC-AMT
                       ELSE
                           MOVE "NO" TO AMT-OK-SW
                       END-IF
                   END-IF
               WHEN 7
                   IF KV-ADULT-TICKETS IS NUMERIC
                      AND KV-JR-TICKETS IS NUMERIC
                      AND KV-SENIOR-TICKETS IS NUMERIC
                       COMPUTE C-REC-AMT = KV-ADULT-TICKETS
                           + KV-JR-TICKETS + KV-SENIOR-TICKETS
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
           END-EVALUATE.

       2140-BILL-AMOUNT.
           EVALUATE MV-REC-TYPE
               WHEN 'C'
                   IF MV-ADJ-AMOUNT IS NUMERIC
                       MOVE MV-ADJ-AMOUNT TO C-REC-AMT
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
               WHEN 'D'
                   IF MV-DEP-AMOUNT IS NUMERIC
                       MOVE MV-DEP-AMOUNT TO C-REC-AMT
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
               WHEN 'W'
                   IF MV-WO-AMOUNT IS NUMERIC
                       MOVE MV-WO-AMOUNT TO C-REC-AMT
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
               WHEN 'M'
                   MOVE ZERO TO C-REC-AMT
               WHEN OTHER
                   IF MV-ELECTRIC IS NUMERIC
                      AND MV-GAS IS NUMERIC
                      AND MV-WATER IS NUMERIC
                      AND MV-GARBAGE IS NUMERIC
                       COMPUTE C-REC-AMT = MV-ELECTRIC + MV-GAS
                           + MV-WATER + MV-GARBAGE
                   ELSE
                       MOVE "NO" TO AMT-OK-SW
                   END-IF
           END-EVALUATE.


      *    A BATCH NUMBER ALREADY RELEASED FOR THIS DECK ON AN
      *    EARLIER RUN MAY NOT BE PROCESSED AGAIN.
       2200-CHECK-LOG.
           OPEN INPUT BATCH-LOG.
           IF C-LOG-STATUS = "00"
               MOVE "YES" TO MORE-RECS
               PERFORM 2210-READ-LOG
                   UNTIL MORE-RECS = "NO"
           END-IF.
           IF C-LOG-STATUS = "00" OR "05" OR "10"
               CLOSE BATCH-LOG
           END-IF.

       2210-READ-LOG.
           READ BATCH-LOG
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
              AND LG-DECK = C-DECK-NAME
               PERFORM 2220-MARK-LOGGED
                   VARYING BT-SUB FROM 1 BY 1
                       UNTIL BT-SUB > C-BATCH-CTR
           END-IF.

       2220-MARK-LOGGED.
           IF BT-BATCH-NO (BT-SUB) = LG-BATCH-NO
              AND BT-ACTION (BT-SUB) = SPACE
               MOVE 'D' TO BT-ACTION (BT-SUB)
           END-IF.

       2300-DECIDE-BATCH.
           IF BT-ACTION (BT-SUB) = SPACE
               PERFORM 2310-EARLIER-CHECK
                   VARYING BT-SUB2 FROM 1 BY 1
                       UNTIL BT-SUB2 NOT < BT-SUB
           END-IF.
           IF BT-ACTION (BT-SUB) = SPACE
               IF BT-BAD-AMT-CTR (BT-SUB) > ZERO
                   MOVE 'A' TO BT-ACTION (BT-SUB)
               ELSE
                   IF BT-KEYED-CTR (BT-SUB) = BT-HDR-CTR (BT-SUB)
                      AND BT-KEYED-AMT (BT-SUB) = BT-HDR-AMT (BT-SUB)
                       MOVE 'R' TO BT-ACTION (BT-SUB)
                   ELSE
                       MOVE 'O' TO BT-ACTION (BT-SUB)
                   END-IF
               END-IF
           END-IF.

           EVALUATE BT-ACTION (BT-SUB)
               WHEN 'R'
                   MOVE 'RELEASED' TO C-ACTION-TEXT
               WHEN 'O'
                   MOVE 'HELD - OUT OF BALANCE' TO C-ACTION-TEXT
               WHEN 'D'
                   MOVE 'HELD - ALREADY PROCESSED' TO C-ACTION-TEXT
               WHEN 'T'
                   MOVE 'HELD - BATCH NO. REPEATED' TO C-ACTION-TEXT
               WHEN 'H'
                   MOVE 'HELD - BAD TICKET' TO C-ACTION-TEXT
               WHEN OTHER
                   MOVE 'HELD - AMOUNT NOT NUMERIC' TO C-ACTION-TEXT
           END-EVALUATE.
           MOVE BT-BATCH-NO (BT-SUB) TO O-BATCH-NO.
           MOVE BT-CLERK (BT-SUB) TO O-CLERK.
           MOVE BT-HDR-CTR (BT-SUB) TO O-HDR-CTR.
           MOVE BT-KEYED-CTR (BT-SUB) TO O-KEYED-CTR.
           MOVE BT-HDR-AMT (BT-SUB) TO O-HDR-AMT.
           MOVE BT-KEYED-AMT (BT-SUB) TO O-KEYED-AMT.
           MOVE C-ACTION-TEXT TO O-ACTION.
           WRITE PRTLINE
               FROM BATCH-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

           IF BT-ACTION (BT-SUB) = 'R'
               ADD 1 TO C-REL-BATCHES
           ELSE
               ADD 1 TO C-HELD-BATCHES
               MOVE SPACES TO SE-ERR-MSG
               STRING C-DECK-NAME DELIMITED BY SPACE
                      ' BATCH ' DELIMITED BY SIZE
                      BT-BATCH-NO (BT-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      C-ACTION-TEXT DELIMITED BY '  '
                   INTO SE-ERR-MSG
               END-STRING
               MOVE SPACES TO SE-BAD-RECORD
               STRING C-DECK-NAME DELIMITED BY SPACE
                      ' BATCH ' DELIMITED BY SIZE
                      BT-BATCH-NO (BT-SUB) DELIMITED BY SIZE
                      ' CLERK ' DELIMITED BY SIZE
                      BT-CLERK (BT-SUB) DELIMITED BY SIZE
                   INTO SE-BAD-RECORD
               END-STRING
               MOVE '90' TO SE-REASON-CODE
               CALL 'GROUPERR' USING SHARED-ERR-PARMS
           END-IF.

       2310-EARLIER-CHECK.
           IF BT-BATCH-NO (BT-SUB2) = BT-BATCH-NO (BT-SUB)
               MOVE 'T' TO BT-ACTION (BT-SUB)
           END-IF.


      *    PASS 2: RELEASED RECORDS (AND ANY AHEAD OF THE FIRST
      *    TICKET) TO THE WORK FILE, HELD BATCHES TO BALHOLD.
       2400-SPLIT-DECK.
           MOVE ZERO TO C-CUR-BATCH.
           PERFORM 8000-OPEN-DECK.
           OPEN OUTPUT BATCH-WORK.
           MOVE "YES" TO MORE-RECS.
           PERFORM 8010-READ-DECK.
           PERFORM 2410-SPLIT-REC
               UNTIL MORE-RECS = "NO".
           PERFORM 8030-CLOSE-DECK.
           CLOSE BATCH-WORK.

       2410-SPLIT-REC.
           IF TK-MARKER = '**BATCH**'
               ADD 1 TO C-CUR-BATCH
               IF BT-ACTION (C-CUR-BATCH) NOT = 'R'
                   PERFORM 2420-HOLD-REC
               END-IF
           ELSE
               IF C-CUR-BATCH = ZERO
                   MOVE DECK-IMAGE TO WORK-REC
                   WRITE WORK-REC
                   ADD 1 TO C-DECK-KEPT
               ELSE
                   IF BT-ACTION (C-CUR-BATCH) = 'R'
                       MOVE DECK-IMAGE TO WORK-REC
                       WRITE WORK-REC
                       ADD 1 TO C-DECK-KEPT
                   ELSE
                       PERFORM 2420-HOLD-REC
                   END-IF
               END-IF
           END-IF.
           PERFORM 8010-READ-DECK.

       2420-HOLD-REC.
           MOVE C-DECK-NAME TO HD-DECK.
           MOVE C-BUS-DATE TO HD-HELD-DATE.
           MOVE DECK-IMAGE TO HD-IMAGE.
           WRITE HOLD-REC.
           ADD 1 TO C-DECK-HELD.
           ADD 1 TO C-HELD-RECS.

      *    PASS 3: THE DECK IS REPLACED BY WHAT WAS KEPT.
       2500-REWRITE-DECK.
           PERFORM 8040-OPEN-DECK-OUT.
           OPEN INPUT BATCH-WORK.
           MOVE "YES" TO MORE-RECS.
           PERFORM 2510-COPY-BACK
               UNTIL MORE-RECS = "NO".
           CLOSE BATCH-WORK.
           PERFORM 8030-CLOSE-DECK.

       2510-COPY-BACK.
           READ BATCH-WORK
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               MOVE WORK-REC TO DECK-IMAGE
               PERFORM 8050-WRITE-DECK
           END-IF.

      *    THE LOG IS WRITTEN ONLY ONCE THE DECK IS REWRITTEN.
       2600-LOG-RELEASED.
           OPEN EXTEND BATCH-LOG.
           IF C-LOG-STATUS NOT = "00"
               OPEN OUTPUT BATCH-LOG
           END-IF.
           PERFORM 2610-LOG-BATCH
               VARYING BT-SUB FROM 1 BY 1
                   UNTIL BT-SUB > C-BATCH-CTR.
           CLOSE BATCH-LOG.

       2610-LOG-BATCH.
           IF BT-ACTION (BT-SUB) = 'R'
               MOVE C-DECK-NAME TO LG-DECK
               MOVE BT-BATCH-NO (BT-SUB) TO LG-BATCH-NO
               MOVE BT-CLERK (BT-SUB) TO LG-CLERK
               MOVE C-BUS-DATE TO LG-REL-DATE
               MOVE BT-KEYED-CTR (BT-SUB) TO LG-REC-CTR
               MOVE BT-KEYED-AMT (BT-SUB) TO LG-AMOUNT
               WRITE LOG-REC
           END-IF.

       2900-DECK-LINE.
           WRITE PRTLINE
               FROM DECK-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2910-DECK-TOTAL.
           WRITE PRTLINE
               FROM DECK-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.


       3000-CLOSING.
           PERFORM 9100-HEADING.
           MOVE 'DECKS BALANCED' TO O-TOT-TEXT.
           MOVE C-DECKS-PROVEN TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES.
           MOVE 'RECORDS READ' TO O-TOT-TEXT.
           MOVE C-RECS-READ TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES RELEASED' TO O-TOT-TEXT.
           MOVE C-REL-BATCHES TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'BATCHES HELD' TO O-TOT-TEXT.
           MOVE C-HELD-BATCHES TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS HELD, TICKETS INCLUDED' TO O-TOT-TEXT.
           MOVE C-HELD-RECS TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-HELD-BATCHES > ZERO
               WRITE PRTLINE
                   FROM WARNING-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.

           CLOSE BATCH-HOLD.
           CLOSE PRTOUT.
           MOVE '99' TO SE-REASON-CODE.
           CALL 'GROUPERR' USING SHARED-ERR-PARMS.

           MOVE C-RECS-READ TO AUD-REC-CTR.
           IF DECK-FAILED-SW = "YES"
               MOVE 'FAILED' TO AUD-STATUS
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               IF C-HELD-BATCHES > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.


       8000-OPEN-DECK.
           EVALUATE DK-SUB
               WHEN 1
                   OPEN INPUT BOAT-DECK
               WHEN 2
                   OPEN INPUT BILL-DECK
               WHEN 3
                   OPEN INPUT POPSL-DECK
               WHEN 4
                   OPEN INPUT RPMT-DECK
               WHEN 5
                   OPEN INPUT PPAY-DECK
               WHEN 6
                   OPEN INPUT HUNT-DECK
               WHEN 7
                   OPEN INPUT PARK-DECK
           END-EVALUATE.

       8010-READ-DECK.
           MOVE SPACES TO DECK-IMAGE.
           EVALUATE DK-SUB
               WHEN 1
                   READ BOAT-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
               WHEN 2
                   READ BILL-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
               WHEN 3
                   READ POPSL-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
               WHEN 4
                   READ RPMT-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
               WHEN 5
                   READ PPAY-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
               WHEN 6
                   READ HUNT-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
               WHEN 7
                   READ PARK-DECK INTO DECK-IMAGE
                       AT END
                           MOVE "NO" TO MORE-RECS
                   END-READ
           END-EVALUATE.

       8030-CLOSE-DECK.
           EVALUATE DK-SUB
               WHEN 1
                   CLOSE BOAT-DECK
               WHEN 2
                   CLOSE BILL-DECK
               WHEN 3
                   CLOSE POPSL-DECK
               WHEN 4
                   CLOSE RPMT-DECK
               WHEN 5
                   CLOSE PPAY-DECK
               WHEN 6
                   CLOSE HUNT-DECK
               WHEN 7
                   CLOSE PARK-DECK
           END-EVALUATE.

       8040-OPEN-DECK-OUT.
           EVALUATE DK-SUB
               WHEN 1
                   OPEN OUTPUT BOAT-DECK
               WHEN 2
                   OPEN OUTPUT BILL-DECK
               WHEN 3
                   OPEN OUTPUT POPSL-DECK
               WHEN 4
                   OPEN OUTPUT RPMT-DECK
               WHEN 5
                   OPEN OUTPUT PPAY-DECK
               WHEN 6
                   OPEN OUTPUT HUNT-DECK
               WHEN 7
                   OPEN OUTPUT PARK-DECK
           END-EVALUATE.

       8050-WRITE-DECK.
           EVALUATE DK-SUB
               WHEN 1
                   WRITE BOAT-DECK-REC FROM DECK-IMAGE
               WHEN 2
                   WRITE BILL-DECK-REC FROM DECK-IMAGE
               WHEN 3
                   WRITE POPSL-DECK-REC FROM DECK-IMAGE
               WHEN 4
                   WRITE RPMT-DECK-REC FROM DECK-IMAGE
               WHEN 5
                   WRITE PPAY-DECK-REC FROM DECK-IMAGE
               WHEN 6
                   WRITE HUNT-DECK-REC FROM DECK-IMAGE
               WHEN 7
                   WRITE PARK-DECK-REC FROM DECK-IMAGE
           END-EVALUATE.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
