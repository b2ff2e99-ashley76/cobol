      * DEAD SEASON INTO THE NEW ONE, AND THE HUNTING SEASON ROLL   *
      * WAS A HAND FILE SWAP.  DRIVEN BY THE BUSINESS DATE ON       *
      * RUNCTL, THIS PROGRAM FIRST CALLS CBLGEN00 SO THE STATE      *
      * FILES LAND IN THEIR DATED GENERATIONS, THEN CALLS CBLCRP00  *
      * FOR THE TENANTS' CERTIFICATES OF RENT PAID WHILE THE YEAR'S *
      * RENT FIGURES ARE STILL ON FILE, COPIES THE POP              *
      * BALANCE FILE TO A DATED ARCHIVE OF ITS OWN, PRINTS A CLOSE  *
      * REGISTER OF ENDING BALANCES, AND RESETS THE LIVE FILES FOR  *
      * THE NEW PERIOD - YTDRENT TO ZERO (STAMPED WITH THE CLOSE    *
      * HOLDER ROLL IS NO LONGER A HAND COPY EITHER: THE OLD        *
      * LICHLDR GOES TO ITS DATED ARCHIVE AND THE LICHLDRN FILE     *
      * THE SEASON'S LAST COBANL1M RUN WROTE BECOMES THE NEW LIVE   *
      * MASTER.  BEFORE THE POP BALANCES ARE EMPTIED, A CALL TO     *
      * CBLBUY01 PRINTS THE PRIOR-BUYER MAILING LIST AND LABELS FOR *
      * THE TEAMS TO START THE NEXT SEASON WITH.  JANUARY 1 STOPS   *
      * BEING THE MOST DANGEROUS RUN OF THE YEAR.                   *
      * THE GENERAL LEDGER CLOSES HERE TOO: GLBAL IS COPIED TO ITS  *
      * DATED ARCHIVE (GLBALAR), THE YEAR'S REVENUE AND EXPENSE     *
      * (TYPES R AND E ON GLACCLS) ROLL INTO THE RETAINED EARNINGS  *
      * ACCOUNT (CHARTACC KEY RETEARN), EACH MONTH'S ACTIVITY MOVES *
      * TO THE LAST-YEAR BUCKETS FOR NEXT YEAR'S COMPARISONS, AND   *
      * THE LEDGER OPENS THE NEW YEAR FOR CBLGLP00.                 *
      ***************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ARCH-STATUS.

           SELECT OPTIONAL GL-BALANCE
               ASSIGN TO GLBAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-GL-STATUS.

           SELECT OPTIONAL GL-ARCHIVE
               ASSIGN TO GLBALAR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-ARCH-STATUS.

           SELECT OPTIONAL ACCT-CLASS
               ASSIGN TO GLACCLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CLS-STATUS.

           SELECT OPTIONAL CHART-OF-ACCOUNTS
               ASSIGN TO CHARTACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-CHART-STATUS.

           SELECT PRTOUT
               ASSIGN TO CLOSERPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       FD POPCK-STATE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 902 CHARACTERS
           DATA RECORD IS POPCK-REC.

       01  POPCK-REC            PIC X(902).

       FD DRVCK-STATE
           LABEL RECORD IS STANDARD

       FD HOLDER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS HOLDER-REC.

       01  HOLDER-REC           PIC X(19).

       FD HOLDER-NEW
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS NEW-HOLDER-REC.

       01  NEW-HOLDER-REC       PIC X(19).

      *    EACH ARCHIVED HOLDER CARRIES THE SEASON IT CLOSED.
       FD HOLDER-ARCHIVE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS HOLDER-ARCH-REC.

       01  HOLDER-ARCH-REC.
           05  HA-CLOSE-DATE   PIC 9(8).
           05  HA-IMAGE        PIC X(19).

       FD GL-BALANCE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 398 CHARACTERS
           DATA RECORD IS GL-REC.

       01  GL-REC               PIC X(398).

      *    EACH ARCHIVED LEDGER ACCOUNT CARRIES THE YEAR IT CLOSED.
       FD GL-ARCHIVE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 406 CHARACTERS
           DATA RECORD IS GL-ARCH-REC.

       01  GL-ARCH-REC.
           05  GA-CLOSE-DATE   PIC 9(8).
           05  GA-IMAGE        PIC X(398).

       FD ACCT-CLASS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS CL-REC.

       01  CL-REC.
           05  CL-ACCOUNT      PIC 9(8).
           05  CL-TYPE         PIC X.
           05  CL-LINE         PIC X(10).

       FD CHART-OF-ACCOUNTS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS CHART-REC.

       01  CHART-REC.
           05  CA-KEY          PIC X(10).
           05  CA-ACCOUNT      PIC 9(8).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  MORE-BALS        PIC XXX        VALUE "YES".
           05  C-GEN-RC         PIC S9(4)      VALUE ZERO.
           05  C-CRP-RC         PIC S9(4)      VALUE ZERO.
           05  C-BUY-RC         PIC S9(4)      VALUE ZERO.
           05  C-END-YTD        PIC 9(7)V99    VALUE ZERO.
           05  C-BAL-CTR        PIC 9(5)       VALUE ZERO.
           05  C-BAL-OPEN       PIC S9(9)V99   VALUE ZERO.
           05  MORE-NEW-HLDRS   PIC XXX        VALUE "YES".
           05  C-HLDR-ARCH-CTR  PIC 9(5)       VALUE ZERO.
           05  C-HLDR-NEW-CTR   PIC 9(5)       VALUE ZERO.
           05  C-GL-STATUS      PIC XX         VALUE "00".
           05  C-CLS-STATUS     PIC XX         VALUE "00".
           05  C-CHART-STATUS   PIC XX         VALUE "00".
           05  MORE-GL          PIC XXX        VALUE "YES".
           05  C-GL-CTR         PIC 999        VALUE ZERO.
           05  C-GL-ARCH-CTR    PIC 999        VALUE ZERO.
           05  C-GL-SUB         PIC 999        VALUE ZERO.
           05  C-GL-INS         PIC 999        VALUE ZERO.
           05  C-GL-YEAR        PIC 9(4)       VALUE ZERO.
           05  C-CLOSE-YEAR     PIC 9(4)       VALUE ZERO.
           05  C-PERIOD-YEAR    PIC 9(4)       VALUE ZERO.
           05  C-RE-ACCOUNT     PIC 9(8)       VALUE ZERO.
           05  C-RE-IDX         PIC 999        VALUE ZERO.
           05  C-NET-INCOME     PIC S9(11)V99  VALUE ZERO.
           05  C-GL-TYPE        PIC X          VALUE SPACE.
           05  C-CLS-CTR        PIC 999        VALUE ZERO.
           05  C-MM             PIC 99         VALUE ZERO.

      *    THE LEDGER ACCOUNT BEING CLOSED.
       01  BAL-ITEM.
           COPY GLBAL.

      *    THE LEDGER IN ACCOUNT ORDER, WITH ROOM TO OPEN THE
      *    RETAINED EARNINGS ACCOUNT IF IT HAS NEVER BEEN POSTED.
       01  GL-TABLE.
           05  GL-ENTRY             PIC X(398)
                                    OCCURS 201 TIMES.

       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 200 TIMES INDEXED BY CLS-IDX.
               10  TC-ACCOUNT       PIC 9(8).
               10  TC-TYPE          PIC X.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLCLS00'.
           05  O-GEN-RC         PIC ZZZ9-.
           05  FILLER           PIC X(78)   VALUE SPACES.

       01  CRP-LINE.
           05  FILLER           PIC X(44)   VALUE
               'CERTIFICATES OF RENT PAID - CBLCRP00'.
           05  FILLER           PIC X(5)    VALUE ' RC: '.
           05  O-CRP-RC         PIC ZZZ9-.
           05  FILLER           PIC X(78)   VALUE SPACES.

       01  BUY-LINE.
           05  FILLER           PIC X(44)   VALUE
               'PRIOR-BUYER MAILING LIST - CBLBUY01'.
           05  FILLER           PIC X(5)    VALUE ' RC: '.
           05  O-BUY-RC         PIC ZZZ9-.
           05  FILLER           PIC X(78)   VALUE SPACES.

       01  YTD-LINE.
           05  FILLER           PIC X(30)   VALUE
               'ENDING YTD RENT (NOW ZEROED): '.
           05  O-HLDR-NEW-CTR   PIC ZZ,ZZ9.
           05  FILLER           PIC X(70)   VALUE SPACES.

       01  GL-LINE.
           05  FILLER           PIC X(26)   VALUE
               'LEDGER ACCOUNTS ARCHIVED: '.
           05  O-GL-CTR         PIC ZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(33)   VALUE
               'NET INCOME TO RETAINED EARNINGS: '.
           05  O-NET-INCOME     PIC $$$,$$$,$$$,$$$.99-.
           05  FILLER           PIC X(44)   VALUE SPACES.

       01  RESET-LINE.
           05  O-RESET-FILE     PIC X(8).
           05  FILLER           PIC X(4)    VALUE SPACES.
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-SNAPSHOT-STATE.
           PERFORM 2050-RENT-CERTIFICATES.
           PERFORM 2060-BUYER-MAILING.
           PERFORM 2100-CLOSE-YTD.
           PERFORM 2200-CLOSE-POP.
           PERFORM 2300-CLOSE-CHECKPOINTS.
           PERFORM 2400-CLOSE-HUNT THRU 2400-EXIT.
           PERFORM 2500-CLOSE-LEDGER THRU 2500-EXIT.
           PERFORM 3000-CLOSING.
           GOBACK.

               FROM GEN-LINE
                   AFTER ADVANCING 2 LINES.

      *    THE CERTIFICATES OF RENT PAID NEED THE YEAR'S YTDRENT
      *    AND RENTRECV, SO THEY RUN BEFORE YTDRENT IS ZEROED.  AN
      *    RC OF 4 MEANS SOME CERTIFICATES MUST BE FINISHED BY HAND.
       2050-RENT-CERTIFICATES.
           MOVE ZERO TO RETURN-CODE.
           CALL 'CBLCRP00'.
           MOVE RETURN-CODE TO C-CRP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE C-CRP-RC TO O-CRP-RC.
           WRITE PRTLINE
               FROM CRP-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE MAILING LIST READS ONLY THE BUYER HISTORY; AN RC OF 4
      *    MEANS THERE WAS NO HISTORY TO LIST.
       2060-BUYER-MAILING.
           MOVE ZERO TO RETURN-CODE.
           CALL 'CBLBUY01'.
           MOVE RETURN-CODE TO C-BUY-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE C-BUY-RC TO O-BUY-RC.
           WRITE PRTLINE
               FROM BUY-LINE
                   AFTER ADVANCING 1 LINE.

      *    THE NEW YEAR OPENS AT ZERO, STAMPED WITH THE CLOSE DATE
      *    SO THE FIRST POSTING RUN OF THE NEW YEAR PASSES THE
      *    SAME-DATE RERUN GUARD.
           END-IF.


      *    A DECEMBER BUSINESS DATE CLOSES ITS OWN YEAR, ANY OTHER
      *    CLOSES THE YEAR BEFORE.  THE LEDGER IS OPEN FOR THE
      *    LATEST PERIOD YEAR ON FILE; ONE ALREADY OPEN PAST THE
      *    YEAR BEING CLOSED WAS CLOSED BEFORE.
       2500-CLOSE-LEDGER.
           OPEN INPUT GL-BALANCE.
           IF C-GL-STATUS NOT = "00"
               CLOSE GL-BALANCE
               MOVE 'GLBAL' TO O-RESET-FILE
               MOVE 'NO LEDGER ON FILE - LEDGER CLOSE SKIPPED.'
                   TO O-RESET-TEXT
               PERFORM 9200-RESET-PRINT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-LOAD-ONE-GL
               UNTIL MORE-GL = "NO".
           CLOSE GL-BALANCE.

           IF C-GL-CTR = ZERO
               MOVE 'GLBAL' TO O-RESET-FILE
               MOVE 'LEDGER EMPTY - LEDGER CLOSE SKIPPED.'
                   TO O-RESET-TEXT
               PERFORM 9200-RESET-PRINT
               GO TO 2500-EXIT
           END-IF.
           IF I-MONTH = 12
               MOVE I-YEAR TO C-CLOSE-YEAR
           ELSE
               COMPUTE C-CLOSE-YEAR = I-YEAR - 1
           END-IF.
           IF C-GL-YEAR > C-CLOSE-YEAR
               MOVE 'GLBAL' TO O-RESET-FILE
               MOVE 'ALREADY OPEN FOR THE NEW YEAR - CLOSE SKIPPED.'
                   TO O-RESET-TEXT
               PERFORM 9200-RESET-PRINT
               GO TO 2500-EXIT
           END-IF.

           OPEN INPUT CHART-OF-ACCOUNTS.
           IF C-CHART-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-GL
               PERFORM 2520-READ-CHART
                   UNTIL MORE-GL = "NO"
               CLOSE CHART-OF-ACCOUNTS
           END-IF.
           IF C-RE-ACCOUNT = ZERO
               MOVE 'GLBAL' TO O-RESET-FILE
               MOVE 'NO RETEARN ACCOUNT ON CHARTACC - CLOSE SKIPPED.'
                   TO O-RESET-TEXT
               PERFORM 9200-RESET-PRINT
               GO TO 2500-EXIT
           END-IF.

           OPEN INPUT ACCT-CLASS.
           IF C-CLS-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-GL
               PERFORM 2530-READ-CLASS
                   UNTIL MORE-GL = "NO"
               CLOSE ACCT-CLASS
           END-IF.

           OPEN EXTEND GL-ARCHIVE.
           PERFORM 2540-ARCHIVE-ONE-GL
               VARYING C-GL-SUB FROM 1 BY 1
                   UNTIL C-GL-SUB > C-GL-CTR.
           CLOSE GL-ARCHIVE.
           MOVE C-GL-ARCH-CTR TO O-GL-CTR.
           MOVE C-NET-INCOME TO O-NET-INCOME.
           WRITE PRTLINE
               FROM GL-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-GL-ARCH-CTR NOT = C-GL-CTR
               MOVE 'GLBAL' TO O-RESET-FILE
               MOVE 'ARCHIVE SHORT - LIVE FILE LEFT UNTOUCHED.'
                   TO O-RESET-TEXT
               PERFORM 9200-RESET-PRINT
               GO TO 2500-EXIT
           END-IF.

           PERFORM 2550-FIND-RETEARN.
           PERFORM 2560-ROLL-ONE-GL
               VARYING C-GL-SUB FROM 1 BY 1
                   UNTIL C-GL-SUB > C-GL-CTR.
           OPEN OUTPUT GL-BALANCE.
           PERFORM 2570-WRITE-ONE-GL
               VARYING C-GL-SUB FROM 1 BY 1
                   UNTIL C-GL-SUB > C-GL-CTR.
           CLOSE GL-BALANCE.
           MOVE 'GLBAL' TO O-RESET-FILE.
           MOVE 'INCOME ROLLED TO RETAINED EARNINGS - NEW YEAR OPEN.'
               TO O-RESET-TEXT.
           PERFORM 9200-RESET-PRINT.

       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-GL.
           READ GL-BALANCE
               AT END
                   MOVE "NO" TO MORE-GL
           END-READ.
           IF MORE-GL = "YES" AND C-GL-CTR < 200
               ADD 1 TO C-GL-CTR
               MOVE GL-REC TO GL-ENTRY (C-GL-CTR)
               MOVE GL-REC TO BAL-ITEM
               DIVIDE GB-PERIOD BY 100 GIVING C-PERIOD-YEAR
               IF C-PERIOD-YEAR > C-GL-YEAR
                   MOVE C-PERIOD-YEAR TO C-GL-YEAR
               END-IF
           END-IF.

       2520-READ-CHART.
           READ CHART-OF-ACCOUNTS
               AT END
                   MOVE "NO" TO MORE-GL
           END-READ.
           IF MORE-GL = "YES" AND CA-KEY = 'RETEARN'
               MOVE CA-ACCOUNT TO C-RE-ACCOUNT
           END-IF.

       2530-READ-CLASS.
           READ ACCT-CLASS
               AT END
                   MOVE "NO" TO MORE-GL
           END-READ.
           IF MORE-GL = "YES"
              AND CL-ACCOUNT IS NUMERIC
              AND C-CLS-CTR < 200
               ADD 1 TO C-CLS-CTR
               MOVE CL-ACCOUNT TO TC-ACCOUNT (C-CLS-CTR)
               MOVE CL-TYPE TO TC-TYPE (C-CLS-CTR)
           END-IF.

      *    THE YEAR'S NET INCOME IS THE SUM OF THE REVENUE AND
      *    EXPENSE YEAR-TO-DATE FIGURES (CREDIT POSITIVE).
       2540-ARCHIVE-ONE-GL.
           MOVE C-TODAY-DATE TO GA-CLOSE-DATE.
           MOVE GL-ENTRY (C-GL-SUB) TO GA-IMAGE.
           WRITE GL-ARCH-REC.
           ADD 1 TO C-GL-ARCH-CTR.
           MOVE GL-ENTRY (C-GL-SUB) TO BAL-ITEM.
           PERFORM 2545-ACCOUNT-TYPE.
           IF C-GL-TYPE = 'R' OR C-GL-TYPE = 'E'
               ADD GB-YTD TO C-NET-INCOME
           END-IF.

       2545-ACCOUNT-TYPE.
           MOVE SPACE TO C-GL-TYPE.
           SET CLS-IDX TO 1.
           SEARCH CLASS-ENTRY
               AT END
                   MOVE SPACE TO C-GL-TYPE
               WHEN CLS-IDX > C-CLS-CTR
                   MOVE SPACE TO C-GL-TYPE
               WHEN TC-ACCOUNT (CLS-IDX) = GB-ACCOUNT
                   MOVE TC-TYPE (CLS-IDX) TO C-GL-TYPE
           END-SEARCH.

      *    A RETAINED EARNINGS ACCOUNT THE LEDGER HAS NEVER SEEN
      *    OPENS IN ITS PLACE IN ACCOUNT ORDER.
       2550-FIND-RETEARN.
           MOVE ZERO TO C-RE-IDX.
           MOVE ZERO TO C-GL-INS.
           PERFORM 2552-RETEARN-SEARCH
               VARYING C-GL-SUB FROM 1 BY 1
                   UNTIL C-GL-SUB > C-GL-CTR
                      OR C-RE-IDX > ZERO
                      OR C-GL-INS > ZERO.
           IF C-RE-IDX = ZERO
               IF C-GL-INS = ZERO
                   COMPUTE C-GL-INS = C-GL-CTR + 1
               END-IF
               PERFORM 2554-SHIFT-DOWN
                   VARYING C-GL-SUB FROM C-GL-CTR BY -1
                       UNTIL C-GL-SUB < C-GL-INS
               ADD 1 TO C-GL-CTR
               INITIALIZE BAL-ITEM
               MOVE C-RE-ACCOUNT TO GB-ACCOUNT
               MOVE 'RETAINED EARNINGS' TO GB-DESC
               MOVE BAL-ITEM TO GL-ENTRY (C-GL-INS)
           END-IF.

       2552-RETEARN-SEARCH.
           IF GL-ENTRY (C-GL-SUB) (1:8) = C-RE-ACCOUNT
               MOVE C-GL-SUB TO C-RE-IDX
           ELSE
               IF GL-ENTRY (C-GL-SUB) (1:8) > C-RE-ACCOUNT
                   MOVE C-GL-SUB TO C-GL-INS
               END-IF
           END-IF.

       2554-SHIFT-DOWN.
           MOVE GL-ENTRY (C-GL-SUB) TO GL-ENTRY (C-GL-SUB + 1).

      *    REVENUE AND EXPENSE START THE NEW YEAR AT ZERO; EVERY
      *    ACCOUNT'S MONTHS BECOME LAST YEAR'S AND ITS PERIOD TO
      *    DATE STARTS OVER IN JANUARY.
       2560-ROLL-ONE-GL.
           MOVE GL-ENTRY (C-GL-SUB) TO BAL-ITEM.
           PERFORM 2545-ACCOUNT-TYPE.
           IF C-GL-TYPE = 'R' OR C-GL-TYPE = 'E'
               MOVE ZERO TO GB-YTD
           END-IF.
           IF GB-ACCOUNT = C-RE-ACCOUNT
               ADD C-NET-INCOME TO GB-YTD
           END-IF.
           PERFORM 2565-ROLL-MONTH
               VARYING C-MM FROM 1 BY 1
                   UNTIL C-MM > 12.
           MOVE ZERO TO GB-PTD.
           COMPUTE GB-PERIOD = (C-GL-YEAR + 1) * 100 + 1.
           MOVE BAL-ITEM TO GL-ENTRY (C-GL-SUB).

       2565-ROLL-MONTH.
           MOVE GB-MONTH-AMT (C-MM) TO GB-LY-MONTH-AMT (C-MM).
           MOVE ZERO TO GB-MONTH-AMT (C-MM).

       2570-WRITE-ONE-GL.
           MOVE GL-ENTRY (C-GL-SUB) TO GL-REC.
           WRITE GL-REC.


       3000-CLOSING.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
