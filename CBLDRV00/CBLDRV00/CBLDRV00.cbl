      *               SECOND PRE-STEP AFTER THE CBLGEN00 BACKUPS,   *
      *               FRESH RUNS ONLY, WITH ITS RESULT ON THE RUN   *
      *               STATUS REPORT.                                *
      * 10/15/26  AL  JOB STREAMS: THE STEP LIST IS NOW THE SHARED  *
      *               JOBSTRM TABLE OF NIGHTLY, WEEKLY, MONTH-END   *
      *               AND SEASON-END STREAMS, EACH WITH ITS         *
      *               CALENDAR RULE.  THE STREAMS DUE ON THE RUNCTL *
      *               BUSINESS DATE RUN IN TABLE ORDER UNDER THE    *
      *               SAME CHECKPOINT, RESTART AND RETURN-CODE      *
      *               HANDLING AS THE NIGHTLY STEPS.  A DRVPARM     *
      *               CARD MAY NAME A STREAM AS WELL AS A STEP, AND *
      *               A NAMED STREAM OR STEP RUNS EVEN WHEN ITS     *
      *               STREAM IS NOT DUE.  THE STATUS REPORT PRINTS  *
      *               BY STREAM.                                    *
      * 10/15/26  AL  CBLBRS00 REPORT BURSTING RUNS AS A POST-STEP  *
      *               ONCE THE STREAMS FINISH CLEAN, SPLITTING THE  *
      *               PRINT FILES INTO RECIPIENT BUNDLES; ITS       *
      *               RESULT PRINTS LAST ON THE RUN STATUS REPORT.  *
      * 10/15/26  AL  CBLINT00 REFERENTIAL INTEGRITY CHECK ADDED AS *
      *               A THIRD PRE-STEP, FRESH RUNS ONLY.  ITS       *
      *               WARNING CODE 4 DOES NOT STOP THE RUN; IT      *
      *               SHOWS AS PRE-STEP WARNING ON THE RUN STATUS   *
      *               REPORT.                                       *
      * 10/15/26  AL  STEP STATUS TABLE RAISED TO 75 FOR CBLPTY00,  *
      *               THE PARTY MASTER, AT THE END OF THE WEEKLY    *
      *               STREAM.                                       *
      * 10/15/26  AL  CBLDSB00 DISBURSEMENTS CHECK RUN ADDED TO THE *
      *               MONTH-END STREAM AHEAD OF CBLGLC00 SO THE     *
      *               CASH GOES INTO THAT MONTH'S JOURNAL; STEP     *
      *               STATUS TABLE RAISED TO 76.                    *
      * 10/15/26  AL  CBLGLP00 LEDGER POSTING ADDED RIGHT BEHIND     *
      *               CBLGLC00 AT THE END OF THE MONTH-END STREAM;  *
      *               STEP STATUS TABLE RAISED TO 77.               *
      * 10/15/26  AL  CBLKEY00 KEYED MASTER REFRESH RUNS AS A POST- *
      *               STEP AHEAD OF THE BURSTING, CLEAN RUNS ONLY, SO*
      *               THE FRONT-OFFICE INQUIRY READS THE DAY'S      *
      *               MASTERS; ITS LINE PRINTS BEFORE CBLBRS00.     *
      * 10/15/26  AL  CBLBAL00 BATCH BALANCING OF THE HAND-KEYED    *
      *               DECKS ADDED AS A PRE-STEP AHEAD OF CBLINT00,  *
      *               FRESH RUNS ONLY.  HELD BATCHES (RC 4) SHOW AS *
      *               PRE-STEP WARNING; THE RUN GOES ON WITHOUT THEM.*
      * 10/15/26  AL  A STEP RETURN CODE OF 4 IS A WARNING: THE STEP*
      *               SHOWS AS WARNING, IS CHECKPOINTED AND THE RUN *
      *               GOES ON.  ONLY 8 OR MORE FAILS THE RUN.       *
      * 10/15/26  AL  A CBLBAL00 OR CBLINT00 CODE ABOVE 4 SHOWS AS  *
      *               PRE-STEP FAILED AND FAILS THE RUN BEFORE ANY  *
      *               STREAM STEP IS CALLED.                        *
      * 10/15/26  AL  NEW LEDGER STREAM, DUE EVERY NIGHT AND RUN    *
      *               BEHIND THE MONTH-END STEPS: CBLGLC00 AND      *
      *               CBLGLP00 MOVE INTO IT SO EACH NIGHT'S GL FEEDS*
      *               ARE JOURNALED AND POSTED THAT NIGHT.  CBLLAB00*
      *               MOVES FROM THE WEEKLY TO THE MONTH-END STREAM *
      *               SO THE MONTH'S LABOR POSTS ONCE, WHOLE.       *
      * 10/15/26  AL  CBLNSF00 MOVES FROM THE WEEKLY STREAM TO THE  *
      *               LEDGER STREAM AHEAD OF CBLGLC00, SO EVERY     *
      *               NIGHT'S RENTACH DEBITS REACH THE ACH HISTORY. *
      *               COBANL2K MOVES FROM THE WEEKLY TO THE MONTH-  *
      *               END STREAM AHEAD OF COBANL2F.  STEP COUNT     *
      *               STAYS 77.                                     *
      ***************************************************************



       FD  PARM-CARD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS PARM-REC.

       01  PARM-REC.
           05  PARM-STEP-NAME       PIC X(9).



           05  C-GEN-STATUS         PIC X(18)    VALUE 'PRE-STEP'.
           05  C-ARC-RC             PIC S9(4)    VALUE ZERO.
           05  C-ARC-STATUS         PIC X(18)    VALUE 'PRE-STEP'.
           05  C-BAL-RC             PIC S9(4)    VALUE ZERO.
           05  C-BAL-STATUS         PIC X(18)    VALUE 'PRE-STEP'.
           05  C-INT-RC             PIC S9(4)    VALUE ZERO.
           05  C-INT-STATUS         PIC X(18)    VALUE 'PRE-STEP'.
           05  C-KEY-RC             PIC S9(4)    VALUE ZERO.
           05  C-KEY-STATUS         PIC X(18)    VALUE 'POST-STEP'.
           05  C-BRS-RC             PIC S9(4)    VALUE ZERO.
           05  C-BRS-STATUS         PIC X(18)    VALUE 'POST-STEP'.
           05  RUN-FAILED-SW        PIC XXX      VALUE 'NO'.
           05  STAT-SUB             PIC 99       VALUE ZERO.

           05  SEL-FOUND-SW         PIC XXX      VALUE 'NO'.
           05  SEL-SUB              PIC 99       VALUE ZERO.

           05  C-CUR-STREAM         PIC 9        VALUE ZERO.
           05  C-BUS-DATE           PIC 9(8)     VALUE ZERO.
           05  C-BUS-INT            PIC 9(7)     VALUE ZERO.
           05  C-WEEKS              PIC 9(7)     VALUE ZERO.
           05  C-DOW                PIC 9        VALUE ZERO.
           05  C-NEXT-DATE          PIC 9(8)     VALUE ZERO.
           05  C-NEXT-DATE-X REDEFINES C-NEXT-DATE.
               10  FILLER           PIC X(6).
               10  C-NEXT-DAY       PIC 99.
           05  MONTH-END-SW         PIC XXX      VALUE 'NO'.

       01  SELECT-TABLE.
           05  SEL-ENTRY OCCURS 20 TIMES.
               10  SEL-STEP-NAME    PIC X(9).


           COPY JOBSTRM.

      *    WHETHER EACH STREAM IS DUE ON THIS BUSINESS DATE.
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 5 TIMES.
               10  SD-DUE-SW        PIC XXX     VALUE 'NO'.
               10  SD-DUE-STATUS    PIC X(18)   VALUE SPACES.

       01  STATUS-TABLE.
           05  STATUS-ENTRY OCCURS 77 TIMES.
               10  SS-STATUS        PIC X(18)   VALUE 'PENDING'.
               10  SS-RC            PIC S9(4)   VALUE ZERO.

           COPY RPTDATE.
           05  FILLER               PIC X(37)   VALUE SPACES.
           05  FILLER               PIC X(30)   VALUE
               'JOB STREAM RUN STATUS REPORT'.
           05  FILLER               PIC X(41)   VALUE SPACES.
           COPY RPTPAGE.

           05  FILLER               PIC X(11)   VALUE 'RETURN CODE'.
           05  FILLER               PIC X(95)   VALUE SPACES.

       01  STREAM-LINE.
           05  FILLER               PIC X(7)    VALUE 'STREAM '.
           05  O-STRM-DESC          PIC X(11).
           05  FILLER               PIC X(4)    VALUE SPACES.
           05  O-STRM-STATUS        PIC X(18).
           05  FILLER               PIC X(92)   VALUE SPACES.

       01  STATUS-LINE.
           05  O-STEP-NAME          PIC X(9).
           05  FILLER               PIC X(3)    VALUE SPACES.
           05  O-STEP-STATUS        PIC X(18).
           05  FILLER               PIC X(7)    VALUE SPACES.
           05  O-STEP-RC            PIC ZZZ9-.

           PERFORM 2000-RUN-STEP
               VARYING STEP-IDX FROM C-START-STEP BY 1
                   UNTIL STEP-IDX > C-STEP-MAX.

           PERFORM 3000-CLOSING.

           OPEN OUTPUT PRTOUT.

           PERFORM 1300-READ-PARM-CARD.
           PERFORM 1500-SET-DUE-STREAMS.
           PERFORM 1100-CHECKPOINT-RESTART.

      *    GENERATION BACKUP OF THE CARRIED-FORWARD STATE FILES
               CALL 'CBLARC00'
               MOVE RETURN-CODE TO C-ARC-RC
               MOVE ZERO TO RETURN-CODE
               PERFORM 1650-BATCH-BALANCING
               PERFORM 1600-INTEGRITY-CHECK
           ELSE
               MOVE 'SKIPPED ON RESTART' TO C-GEN-STATUS
               MOVE 'SKIPPED ON RESTART' TO C-ARC-STATUS
               MOVE 'SKIPPED ON RESTART' TO C-BAL-STATUS
               MOVE 'SKIPPED ON RESTART' TO C-INT-STATUS
           END-IF.

           IF C-RESTART-STEP > ZERO

       1200-MARK-PRIOR.

           MOVE STEP-STREAM (STAT-SUB) TO C-CUR-STREAM.
           IF SD-DUE-SW (C-CUR-STREAM) = 'YES'
               MOVE 'PRIOR RUN' TO SS-STATUS (STAT-SUB)
           ELSE
               MOVE 'NOT DUE' TO SS-STATUS (STAT-SUB)
           END-IF.


      *    THE PARM CARD NAMES THE ONLY STEPS TO RUN THIS
      *    INVOCATION, ONE STEP OR STREAM NAME PER CARD.  NO CARD
      *    MEANS EVERY DUE STREAM RUNS AS ALWAYS.
       1300-READ-PARM-CARD.

           OPEN INPUT PARM-CARD.
           END-READ.
           IF MORE-PARMS = 'YES'
               AND PARM-STEP-NAME NOT = SPACES
               AND C-SEL-TBL-CTR < 20
                   ADD 1 TO C-SEL-TBL-CTR
                   MOVE PARM-STEP-NAME
                       TO SEL-STEP-NAME (C-SEL-TBL-CTR)
       1410-SEL-SEARCH.

           IF SEL-STEP-NAME (SEL-SUB) = STEP-PGM-NAME (C-CUR-STEP)
              OR SEL-STEP-NAME (SEL-SUB) = STRM-NAME (C-CUR-STREAM)
               MOVE 'YES' TO SEL-FOUND-SW
           END-IF.


      *    EACH STREAM'S CALENDAR RULE IS TESTED AGAINST THE RUNCTL
      *    BUSINESS DATE, NOT THE CLOCK, SO A LATE OR RERUN NIGHT
      *    STILL PICKS UP THE STREAMS THAT BELONG TO ITS DATE.
       1500-SET-DUE-STREAMS.

           COMPUTE C-BUS-DATE = I-YEAR * 10000 + I-MONTH * 100
               + I-DAY.
           COMPUTE C-BUS-INT = FUNCTION INTEGER-OF-DATE (C-BUS-DATE).

      *    DAY 1 OF THE INTEGER DATE CALENDAR (01/01/1601) IS A
      *    MONDAY, SO THE REMAINDER BY 7 GIVES 0 = SUNDAY.
           DIVIDE C-BUS-INT BY 7 GIVING C-WEEKS REMAINDER C-DOW.
           ADD 1 TO C-DOW.

      *    THE BUSINESS DATE IS A MONTH END WHEN TOMORROW IS THE 1ST.
           COMPUTE C-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (C-BUS-INT + 1).
           IF C-NEXT-DAY = 1
               MOVE 'YES' TO MONTH-END-SW
           END-IF.

           PERFORM 1510-STREAM-DUE
               VARYING STRM-IDX FROM 1 BY 1
                   UNTIL STRM-IDX > C-STREAM-MAX.

       1510-STREAM-DUE.

           SET C-CUR-STREAM TO STRM-IDX.
           MOVE 'NO' TO SD-DUE-SW (C-CUR-STREAM).

           EVALUATE STRM-RULE (STRM-IDX)
               WHEN 'D'
                   MOVE 'YES' TO SD-DUE-SW (C-CUR-STREAM)
               WHEN 'W'
                   IF C-DOW = STRM-RULE-VAL (STRM-IDX)
                       MOVE 'YES' TO SD-DUE-SW (C-CUR-STREAM)
                   END-IF
               WHEN 'M'
                   IF MONTH-END-SW = 'YES'
                       MOVE 'YES' TO SD-DUE-SW (C-CUR-STREAM)
                   END-IF
               WHEN 'S'
                   IF MONTH-END-SW = 'YES'
                      AND I-MONTH = STRM-RULE-VAL (STRM-IDX)
                       MOVE 'YES' TO SD-DUE-SW (C-CUR-STREAM)
                   END-IF
           END-EVALUATE.

           IF SD-DUE-SW (C-CUR-STREAM) = 'YES'
               MOVE 'DUE' TO SD-DUE-STATUS (C-CUR-STREAM)
           ELSE
               MOVE 'NOT DUE' TO SD-DUE-STATUS (C-CUR-STREAM)
           END-IF.

           IF PARM-ACTIVE-SW = 'YES'
               MOVE 'NO' TO SEL-FOUND-SW
               PERFORM 1520-STREAM-SEARCH
                   VARYING SEL-SUB FROM 1 BY 1
                       UNTIL SEL-SUB > C-SEL-TBL-CTR
                          OR SEL-FOUND-SW = 'YES'
               IF SEL-FOUND-SW = 'YES'
                   MOVE 'RUN BY REQUEST'
                       TO SD-DUE-STATUS (C-CUR-STREAM)
               END-IF
           END-IF.

       1520-STREAM-SEARCH.

           IF SEL-STEP-NAME (SEL-SUB) = STRM-NAME (STRM-IDX)
               MOVE 'YES' TO SEL-FOUND-SW
           END-IF.


      *    THE REFERENTIAL INTEGRITY CHECK ONLY WARNS - ITS VIOLATIONS
      *    ARE ON ITS OWN REPORT AND THE ERROR LOG, AND THE RUN GOES
      *    ON.  IT RUNS ON A FRESH RUN ONLY SO A RESTART DOES NOT LOG
      *    THE SAME VIOLATIONS TWICE.  A CODE ABOVE 4 MEANS IT COULD
      *    NOT CHECK AT ALL, AND NO STREAM RUNS.  IT IS NOT CALLED
      *    WHEN THE BALANCING HAS ALREADY FAILED THE RUN.
       1600-INTEGRITY-CHECK.
           IF RUN-FAILED-SW = 'YES'
               MOVE 'SKIPPED' TO C-INT-STATUS
           ELSE
               CALL 'CBLINT00'
               MOVE RETURN-CODE TO C-INT-RC
               MOVE ZERO TO RETURN-CODE
               IF C-INT-RC = 4
                   MOVE 'PRE-STEP WARNING' TO C-INT-STATUS
               END-IF
               IF C-INT-RC > 4
                   MOVE 'PRE-STEP FAILED' TO C-INT-STATUS
                   MOVE 'YES' TO RUN-FAILED-SW
               END-IF
           END-IF.


      *    THE HAND-KEYED DECKS ARE BALANCED BEFORE ANY STEP READS
      *    THEM.  A HELD BATCH IS ONLY A WARNING - IT IS OFF THE DECK
      *    AND THE RUN GOES ON WITH WHAT BALANCED.  A CODE ABOVE 4
      *    LEAVES THE DECKS AS KEYED, UNBALANCED, SO NO STREAM RUNS.
      *    ON A RESTART THE DECKS WERE ALREADY BALANCED BY THE
      *    FAILED RUN.
       1650-BATCH-BALANCING.
           CALL 'CBLBAL00'.
           MOVE RETURN-CODE TO C-BAL-RC.
           MOVE ZERO TO RETURN-CODE.
           IF C-BAL-RC = 4
               MOVE 'PRE-STEP WARNING' TO C-BAL-STATUS
           END-IF.
           IF C-BAL-RC > 4
               MOVE 'PRE-STEP FAILED' TO C-BAL-STATUS
               MOVE 'YES' TO RUN-FAILED-SW
           END-IF.


       1100-CHECKPOINT-RESTART.

           OPEN INPUT DRIVER-CKPT.



      *    A STEP THAT COMES BACK WITH RETURN CODE 8 OR MORE IS
      *    NOT CHECKPOINTED - A RESTART RERUNS IT - AND EVERYTHING
      *    AFTER IT IS SKIPPED SO CBLSUM00 NEVER PUBLISHES TOTALS
      *    FROM A BROKEN NIGHT.  RETURN CODE 4 IS A WARNING: THE
      *    STEP IS CHECKPOINTED AND THE RUN GOES ON.  A STEP WHOSE
      *    STREAM IS NOT DUE IS PASSED OVER UNLESS A PARM CARD ASKS
      *    FOR IT.
       2000-RUN-STEP.

           SET C-CUR-STEP TO STEP-IDX.
           MOVE STEP-STREAM (STEP-IDX) TO C-CUR-STREAM.

           MOVE SD-DUE-SW (C-CUR-STREAM) TO SEL-FOUND-SW.
           IF PARM-ACTIVE-SW = 'YES'
               PERFORM 1400-STEP-SELECTED
           END-IF.

           IF SEL-FOUND-SW = 'NO'
               IF SD-DUE-SW (C-CUR-STREAM) = 'YES'
                   MOVE 'SKIPPED BY REQUEST'
                       TO SS-STATUS (C-CUR-STEP)
               ELSE
                   MOVE 'NOT DUE' TO SS-STATUS (C-CUR-STEP)
               END-IF
           ELSE
               IF RUN-FAILED-SW = 'YES'
                   MOVE 'SKIPPED' TO SS-STATUS (C-CUR-STEP)
               ELSE
                   MOVE ZERO TO RETURN-CODE
                   MOVE 'STARTED' TO SS-STATUS (C-CUR-STEP)
                   CALL STEP-PGM-NAME (STEP-IDX)
                   MOVE RETURN-CODE TO C-STEP-RC
                   MOVE C-STEP-RC TO SS-RC (C-CUR-STEP)
                   IF C-STEP-RC NOT < ZERO AND C-STEP-RC < 8
                       IF C-STEP-RC = ZERO
                           MOVE 'COMPLETE' TO SS-STATUS (C-CUR-STEP)
                       ELSE
                           MOVE 'WARNING' TO SS-STATUS (C-CUR-STEP)
                       END-IF
                       MOVE C-CUR-STEP TO CKPT-STEP-CTR
                       WRITE CKPT-REC
                   ELSE

       3000-CLOSING.

      *    THE KEYED COPIES OF THE MASTERS ARE REFRESHED FROM A CLEAN
      *    RUN ONLY, SO AN INQUIRY NEVER SEES A HALF-UPDATED MASTER.
           IF RUN-FAILED-SW = 'YES'
               MOVE 'SKIPPED' TO C-KEY-STATUS
           ELSE
               MOVE ZERO TO RETURN-CODE
               CALL 'CBLKEY00'
               MOVE RETURN-CODE TO C-KEY-RC
               MOVE ZERO TO RETURN-CODE
           END-IF.

      *    THE PRINT FILES ARE BURST TO THEIR RECIPIENTS ONLY WHEN
      *    EVERY STEP CAME THROUGH; A RESTART THAT FINISHES THE RUN
      *    BURSTS THEN.
           IF RUN-FAILED-SW = 'YES'
               MOVE 'SKIPPED' TO C-BRS-STATUS
           ELSE
               MOVE ZERO TO RETURN-CODE
               CALL 'CBLBRS00'
               MOVE RETURN-CODE TO C-BRS-RC
               MOVE ZERO TO RETURN-CODE
           END-IF.

           PERFORM 9100-HEADING.
           MOVE 'CBLGEN00' TO O-STEP-NAME.
           MOVE C-GEN-STATUS TO O-STEP-STATUS.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'CBLBAL00' TO O-STEP-NAME.
           MOVE C-BAL-STATUS TO O-STEP-STATUS.
           MOVE C-BAL-RC TO O-STEP-RC.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'CBLINT00' TO O-STEP-NAME.
           MOVE C-INT-STATUS TO O-STEP-STATUS.
           MOVE C-INT-RC TO O-STEP-RC.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 1 LINE.
           PERFORM 3050-STREAM-BLOCK
               VARYING STRM-IDX FROM 1 BY 1
                   UNTIL STRM-IDX > C-STREAM-MAX.
           MOVE 'CBLKEY00' TO O-STEP-NAME.
           MOVE C-KEY-STATUS TO O-STEP-STATUS.
           MOVE C-KEY-RC TO O-STEP-RC.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'CBLBRS00' TO O-STEP-NAME.
           MOVE C-BRS-STATUS TO O-STEP-STATUS.
           MOVE C-BRS-RC TO O-STEP-RC.
           WRITE PRTLINE
               FROM STATUS-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

           CLOSE DRIVER-CKPT.
           CLOSE PRTOUT.
           CALL 'CBLLOCK' USING LOCK-PARMS.


      *    ONE BLOCK PER STREAM: ITS DUE STATUS, THEN EVERY STEP
      *    IN IT THAT WAS DUE OR ASKED FOR.
       3050-STREAM-BLOCK.

           SET C-CUR-STREAM TO STRM-IDX.
           MOVE STRM-DESC (STRM-IDX) TO O-STRM-DESC.
           MOVE SD-DUE-STATUS (C-CUR-STREAM) TO O-STRM-STATUS.
           WRITE PRTLINE
               FROM STREAM-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           PERFORM 3100-STATUS-LINE
               VARYING STAT-SUB FROM 1 BY 1
                   UNTIL STAT-SUB > C-STEP-MAX.


       3100-STATUS-LINE.

           IF STEP-STREAM (STAT-SUB) = C-CUR-STREAM
              AND SS-STATUS (STAT-SUB) NOT = 'NOT DUE'
               MOVE STEP-PGM-NAME (STAT-SUB) TO O-STEP-NAME
               MOVE SS-STATUS (STAT-SUB) TO O-STEP-STATUS
               MOVE SS-RC (STAT-SUB) TO O-STEP-RC
               WRITE PRTLINE
                   FROM STATUS-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


       9100-HEADING.
