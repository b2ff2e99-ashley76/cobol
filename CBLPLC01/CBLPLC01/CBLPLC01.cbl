      * 09/01/26  AL  MASTER RECORD EXTENDED WITH ENROLLMENT        *
      *               STATUS (52); ONLY ACTIVE STUDENTS COUNT ON    *
      *               THE ROSTER AND PLACEMENT SIDES.               *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK, AND STAMPS THE RUN AUDIT LOG.     *
      ***************************************************************


           05  O-GT-ACT-SAL    PIC $ZZZ,ZZZ.99.
           05  FILLER          PIC X(55)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLPLC01'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLPLC01.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-MAST = "NO".


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           CLOSE SORTED-MASTER.
           CLOSE SORTED-PLACEMENT.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-GT-ROSTER TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-DEPT-LINE.
