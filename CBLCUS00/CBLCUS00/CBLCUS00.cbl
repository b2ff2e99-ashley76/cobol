      *               ARE VERIFIED AHEAD OF THE SORT; A WRONG OR    *
      *               MISSING TRAILER FAILS THE STEP WITH A BAD     *
      *               RETURN CODE.                                  *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK, AND STAMPS THE RUN AUDIT LOG.     *
      ***************************************************************


           05  O-UPGRADE-CTR    PIC ZZZ,ZZ9.
           05  FILLER           PIC X(59)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLCUS00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLCUS00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.

           MOVE 1 TO C-PASS.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
                       AFTER ADVANCING 2 LINES
           END-IF.
           CLOSE PRTOUT.
           IF RETURN-CODE = 16
               MOVE 'FAILED' TO AUD-STATUS
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
           END-IF.
           MOVE C-CUST-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF AUD-STATUS = 'FAILED'
               MOVE 16 TO RETURN-CODE
           END-IF.


       9000-READ.
