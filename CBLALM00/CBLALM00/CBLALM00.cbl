      *                                                             *
      * 09/01/26  AL  ALUMNI IMAGE WIDENED FOR THE ENROLLMENT       *
      *               STATUS BYTE ON THE STUDENT MASTER (58).       *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK, AND STAMPS THE RUN AUDIT LOG.     *
      ***************************************************************


           05  O-AVG-SAL       PIC $$$$,$$$.99.
           05  FILLER          PIC X(65)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLALM00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLALM00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = "NO".


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
                   AFTER ADVANCING 3 LINES.
           CLOSE SORTED-ALUMNI.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-GCTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9150-NEW-PERIOD.
