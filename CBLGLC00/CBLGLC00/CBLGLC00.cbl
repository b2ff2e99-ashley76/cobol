      ***************************************************************
      * CONSOLIDATED GENERAL-LEDGER JOURNAL.                        *
      * MERGES THE GL EXTRACT FILES FROM THE RENT RUN (RENTGL),     *
      * BOAT SALES (BOATGL), PIZZA SALES (PIZZAGL), THE POP         *
      * FUNDRAISER (POPGL), PIZZA STORE LABOR (LABORGL), BOAT       *
      * SERVICE (SERVGL), FARM LIVESTOCK SALES (FARMGL) AND THE     *
      * CHECK RUN'S CASH DISBURSEMENTS (DISBGL) INTO ONE JOURNAL    *
      * FOR THE ACCOUNTING PACKAGE IMPORT.  EACH INPUT'S            *
      * HASH TRAILER IS VERIFIED ON THE WAY IN, AN OFFSETTING       *
      * RECEIVABLES-CONTROL ENTRY (ARCONTROL THROUGH CHARTACC)      *
      * BALANCES THE JOURNAL, AND THE RUN FAILS WITH A BAD RETURN   *
      * CODE IF DEBITS AND CREDITS DO NOT COME OUT EQUAL OR AN      *
      * INPUT ARRIVED SHORT.  THE JOURNAL CARRIES ITS OWN HASH      *
      * TRAILER, STAMPED WITH THE RUNCTL BUSINESS DATE SO CBLGLP00  *
      * POSTS EACH JOURNAL TO THE LEDGER ONCE.                      *
      * RUNS EVERY NIGHT.  A FEED THAT IS NOT THERE AT ALL IS       *
      * NOTED AND PASSED OVER; ONE THAT IS THERE MUST PROVE.  ONCE  *
      * A CLEAN JOURNAL IS WRITTEN EVERY FEED IS RESET TO AN EMPTY  *
      * TRAILERED FILE, SO A FEED FROM A WEEKLY OR MONTH-END STEP   *
      * IS JOURNALED THE NIGHT IT IS WRITTEN AND NEVER AGAIN.       *
      ***************************************************************


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL RENT-GL
               ASSIGN TO RENTGL
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL LABOR-GL
               ASSIGN TO LABORGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL SERV-GL
               ASSIGN TO SERVGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL FARM-GL
               ASSIGN TO FARMGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL DISB-GL
               ASSIGN TO DISBGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL CHART-OF-ACCOUNTS
               ASSIGN TO CHARTACC
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD RENT-GL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS

       01  POP-GL-REC               PIC X(41).

       FD LABOR-GL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS LABOR-GL-REC.

       01  LABOR-GL-REC             PIC X(41).

       FD SERV-GL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS SERV-GL-REC.

       01  SERV-GL-REC              PIC X(41).

       FD FARM-GL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS FARM-GL-REC.

       01  FARM-GL-REC              PIC X(41).

       FD DISB-GL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS DISB-GL-REC.

       01  DISB-GL-REC              PIC X(41).

       FD CHART-OF-ACCOUNTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           05  JT-ID                PIC X(8).
           05  JT-REC-CTR           PIC 9(6).
           05  JT-HASH-TOTAL        PIC 9(11)V99.
           05  JT-BUS-DATE          PIC 9(8).
           05  FILLER               PIC X(6).

       FD PRTOUT
           LABEL RECORD IS OMITTED

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-IN-STATUS      PIC XX         VALUE "00".
           05  C-CHART-STATUS   PIC XX         VALUE "00".
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-SEG-HASH       PIC 9(11)V99   VALUE ZERO.
           05  TRAILER-SEEN-SW  PIC XXX        VALUE "NO".
           05  TRAILER-BAD-SW   PIC XXX        VALUE "NO".
           05  FEED-ABSENT-SW   PIC XXX        VALUE "NO".
           05  C-JRN-CTR        PIC 9(6)       VALUE ZERO.
           05  C-JRN-HASH       PIC 9(11)V99   VALUE ZERO.
           05  C-NET-TOTAL      PIC S9(11)V99  VALUE ZERO.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
       PROCEDURE DIVISION.

       0000-CBLGLC00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.

           MOVE 'RENTGL' TO C-IN-NAME.
           MOVE 'POPGL' TO C-IN-NAME.
           OPEN INPUT POP-GL.
           PERFORM 2300-MERGE-POP.
           MOVE 'LABORGL' TO C-IN-NAME.
           OPEN INPUT LABOR-GL.
           PERFORM 2400-MERGE-LABOR.
           MOVE 'SERVGL' TO C-IN-NAME.
           OPEN INPUT SERV-GL.
           PERFORM 2450-MERGE-SERV.
           MOVE 'FARMGL' TO C-IN-NAME.
           OPEN INPUT FARM-GL.
           PERFORM 2470-MERGE-FARM.
           MOVE 'DISBGL' TO C-IN-NAME.
           OPEN INPUT DISB-GL.
           PERFORM 2490-MERGE-DISB.

           PERFORM 3000-CLOSING.
           GOBACK.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.
           OPEN OUTPUT PRTOUT.
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

       1500-READ-CHART.
           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-CHART-STATUS = "00" OR "05"
               PERFORM 2700-POST-ONE
           END-IF.

       2400-MERGE-LABOR.
           PERFORM 2500-SEGMENT-START.
           MOVE "YES" TO MORE-IN.
           IF C-IN-STATUS = "00" OR "05"
               PERFORM 2410-LABOR-ONE
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE LABOR-GL.
           PERFORM 2600-SEGMENT-END.

       2410-LABOR-ONE.
           READ LABOR-GL
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE LABOR-GL-REC TO IN-GL-REC
               PERFORM 2700-POST-ONE
           END-IF.

       2450-MERGE-SERV.
           PERFORM 2500-SEGMENT-START.
           MOVE "YES" TO MORE-IN.
           IF C-IN-STATUS = "00" OR "05"
               PERFORM 2460-SERV-ONE
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE SERV-GL.
           PERFORM 2600-SEGMENT-END.

       2460-SERV-ONE.
           READ SERV-GL
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE SERV-GL-REC TO IN-GL-REC
               PERFORM 2700-POST-ONE
           END-IF.

       2470-MERGE-FARM.
           PERFORM 2500-SEGMENT-START.
           MOVE "YES" TO MORE-IN.
           IF C-IN-STATUS = "00" OR "05"
               PERFORM 2480-FARM-ONE
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE FARM-GL.
           PERFORM 2600-SEGMENT-END.

       2480-FARM-ONE.
           READ FARM-GL
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE FARM-GL-REC TO IN-GL-REC
               PERFORM 2700-POST-ONE
           END-IF.

       2490-MERGE-DISB.
           PERFORM 2500-SEGMENT-START.
           MOVE "YES" TO MORE-IN.
           IF C-IN-STATUS = "00" OR "05"
               PERFORM 2495-DISB-ONE
                   UNTIL MORE-IN = "NO"
           END-IF.
           CLOSE DISB-GL.
           PERFORM 2600-SEGMENT-END.

       2495-DISB-ONE.
           READ DISB-GL
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               MOVE DISB-GL-REC TO IN-GL-REC
               PERFORM 2700-POST-ONE
           END-IF.

      *    AN OPTIONAL FEED THAT IS NOT THERE OPENS WITH STATUS 05;
      *    IT HAS NO TRAILER TO PROVE.
       2500-SEGMENT-START.
           MOVE "NO" TO FEED-ABSENT-SW.
           IF C-IN-STATUS = "05"
               MOVE "YES" TO FEED-ABSENT-SW
           END-IF.
           MOVE ZERO TO C-SEG-CTR.
           MOVE ZERO TO C-SEG-HASH.
           MOVE "NO" TO TRAILER-SEEN-SW.
           MOVE C-IN-NAME TO O-SRC-NAME.
           MOVE C-SEG-CTR TO O-SRC-CTR.
           MOVE C-SEG-HASH TO O-SRC-HASH.
           IF FEED-ABSENT-SW = "YES"
               MOVE 'NOT PRESENT THIS RUN' TO O-SRC-FLAG
           ELSE
               IF TRAILER-SEEN-SW = "NO"
                   MOVE "YES" TO TRAILER-BAD-SW
                   MOVE '** NO TRAILER - SHORT FILE **' TO O-SRC-FLAG
               ELSE
                   MOVE SPACES TO O-SRC-FLAG
               END-IF
           END-IF.
           WRITE PRTLINE
               FROM SOURCE-LINE
           MOVE 'TRAILER ' TO JT-ID.
           MOVE C-JRN-CTR TO JT-REC-CTR.
           MOVE C-JRN-HASH TO JT-HASH-TOTAL.
           MOVE I-DATE TO JT-BUS-DATE.
           WRITE JRN-REC.
           CLOSE JOURNAL-OUT.

               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3500-CLEAR-FEEDS
               MOVE 'COMPLETE' TO AUD-STATUS
               MOVE C-JRN-CTR TO AUD-REC-CTR
               CALL 'CBLAUDIT' USING AUDIT-PARMS
           END-IF.


      *    THE FEEDS ARE IN A CLEAN JOURNAL NOW, SO EACH ONE IS
      *    RESET TO A TRAILER WITH A ZERO COUNT AND HASH.  A FEED
      *    ITS STEP DOES NOT WRITE AGAIN BEFORE THE NEXT RUN PROVES
      *    EMPTY RATHER THAN BEING JOURNALED A SECOND TIME.  AFTER
      *    A FAILED JOURNAL THE FEEDS ARE LEFT FOR THE RERUN.
       3500-CLEAR-FEEDS.
           MOVE SPACES TO IN-GL-REC.
           MOVE 'TRAILER ' TO IN-TL-ID.
           MOVE ZERO TO IN-TL-REC-CTR.
           MOVE ZERO TO IN-TL-HASH.
           OPEN OUTPUT RENT-GL.
           WRITE RENT-GL-REC FROM IN-GL-REC.
           CLOSE RENT-GL.
           OPEN OUTPUT BOAT-GL.
           WRITE BOAT-GL-REC FROM IN-GL-REC.
           CLOSE BOAT-GL.
           OPEN OUTPUT PIZZA-GL.
           WRITE PIZZA-GL-REC FROM IN-GL-REC.
           CLOSE PIZZA-GL.
           OPEN OUTPUT POP-GL.
           WRITE POP-GL-REC FROM IN-GL-REC.
           CLOSE POP-GL.
           OPEN OUTPUT LABOR-GL.
           WRITE LABOR-GL-REC FROM IN-GL-REC.
           CLOSE LABOR-GL.
           OPEN OUTPUT SERV-GL.
           WRITE SERV-GL-REC FROM IN-GL-REC.
           CLOSE SERV-GL.
           OPEN OUTPUT FARM-GL.
           WRITE FARM-GL-REC FROM IN-GL-REC.
           CLOSE FARM-GL.
           OPEN OUTPUT DISB-GL.
           WRITE DISB-GL-REC FROM IN-GL-REC.
           CLOSE DISB-GL.


       9100-HEADING.
           COPY RPTPINC.
           WRITE PRTLINE
