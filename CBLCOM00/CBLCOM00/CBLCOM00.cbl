           05  O-PAYABLE-CTR    PIC Z,ZZ9.
           05  FILLER           PIC X(78)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLCOM00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLCOM00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-ACTS = "NO".


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.

           MOVE C-STMT-CTR TO O-STMT-CTR.
           MOVE C-PAYABLE-CTR TO O-PAYABLE-CTR.
      *    THE RUN TOTALS GET A PAGE OF THEIR OWN SO THE LAST
      *    STATEMENT BURSTS CLEAN.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE STMT-LINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE STMT-LINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE SORTED-ACTIVITY.
           CLOSE STMT-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-STMT-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

       3100-WRITE-SETTLEMENT.
           OPEN OUTPUT SETTLE-MASTER.
