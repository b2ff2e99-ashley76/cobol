      *               AND A TREATMENTS-IN-EFFECT    *
      *               SECTION ON THE REGISTER SHOWS *
      *               WHEN EACH GROUP IS SALEABLE.  *
      * 10/15/26  AL  HERDVET CARRIES AN OPTIONAL   *
      *               EAR TAG. TAGGED TREATMENTS    *
      *               BELONG TO THE ANIMAL REGISTRY *
      *               (GROUPTAG) AND ARE SKIPPED    *
      *               HERE; ONLY UNTAGGED           *
      *               TREATMENTS STILL BLOCK A      *
      *               WHOLE SPECIES.                *
      * 10/15/26  AL  RUNS AS A STEP UNDER THE      *
      *               BATCH DRIVER: WILL NOT START  *
      *               WHILE ANOTHER JOB HOLDS THE   *
      *               BATCH LOCK, STAMPS THE RUN    *
      *               AUDIT LOG AND RETURNS TO THE  *
      *               CALLER INSTEAD OF ENDING THE  *
      *               RUN.                          *
      ***********************************************


       FD  VET-TRANS
           LABEL RECORD IS STANDARD
           DATA RECORD IS VET-REC
           RECORD CONTAINS 30 CHARACTERS.

       01  VET-REC.
           05  VT-ANIMAL         PIC X(11).
           05  VT-TREAT-DATE     PIC 9(8).
           05  VT-WITHDRAW-DAYS  PIC 9(3).
           05  VT-TAG            PIC X(8).

       FD  WITHDRAW-MASTER
           LABEL RECORD IS STANDARD
       01  BLANK-LINE.
           05  FILLER              PIC X(132)    VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPTRX'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPTRX.

           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-TRANS = 'NO'.
           PERFORM 3000-CLOSING.
           GOBACK.



       1000-INIT.

           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO SYS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE
      *    A TREATMENT OPENS (OR EXTENDS) ITS GROUP'S WITHDRAWAL
      *    WINDOW: CLEAR DATE = TREATMENT DATE PLUS WITHDRAWAL
      *    DAYS, AND THE LATEST CLEAR DATE WINS.
      *    A TREATMENT FOR ONE EAR TAG BLOCKS ONLY THAT ANIMAL AND
      *    IS POSTED BY GROUPTAG, NOT HERE.
       1400-APPLY-TREATMENTS.

           OPEN INPUT VET-TRANS.
                   MOVE 'NO' TO MORE-VETS
           END-READ.
           IF MORE-VETS = 'YES'
               AND VT-TAG = SPACES
               AND VT-TREAT-DATE NUMERIC
               AND VT-WITHDRAW-DAYS NUMERIC
               COMPUTE C-TREAT-INT =

           CLOSE TRANS-FILE.
           CLOSE TRX-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-HERD-TBL-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-MOVEMENT-REGISTER.
