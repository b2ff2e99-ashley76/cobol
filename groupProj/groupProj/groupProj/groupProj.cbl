      *               SPECIES VALUE SUBTOTALS AND A *
      *               TOTAL-HERD VALUATION FOR THE  *
      *               BANK'S LOAN RENEWAL.          *
      * 10/15/26  AL  RUNS AS A STEP UNDER THE      *
      *               BATCH DRIVER: WILL NOT START  *
      *               WHILE ANOTHER JOB HOLDS THE   *
      *               BATCH LOCK, STAMPS THE RUN    *
      *               AUDIT LOG AND RETURNS TO THE  *
      *               CALLER INSTEAD OF ENDING THE  *
      *               RUN.                          *
      ***********************************************


       01  BLANK-LINE.
           05  FILLER              PIC X(132)    VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPPROJ'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPPROJ.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
           CLOSE FARM-MASTER.
           CLOSE FARM-PRTOUT.
           CLOSE FARM-DUMMY.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-ANIMAL-TBL-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-ANIMAL-SUBTOTALS.
