      *               KEPT AS ONE PREFIXED RECORD PER RECEIVABLE    *
      *               ITEM AND SHIFTED THROUGH A HOLD FILE RATHER   *
      *               THAN AS A SINGLE IMAGE.                       *
      * 10/15/26  AL  CBLPOPCK STATE RECORD LENGTH FOLLOWS THE POP  *
      *               REPORT CHECKPOINT, NOW 902 BYTES.             *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK.                                   *
      ***************************************************************



       FD POPCK-STATE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 902 CHARACTERS
           DATA RECORD IS POPCK-STATE-REC.

       01  POPCK-STATE-REC      PIC X(902).

       FD DRVCK-STATE
           LABEL RECORD IS STANDARD
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR          PIC 9(4).
           05  I-MONTH         PIC 99.
       PROCEDURE DIVISION.

       0000-CBLGEN00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           IF C-MODE = 'RESTORE'
               PERFORM 3000-RESTORE THRU 3000-EXIT
