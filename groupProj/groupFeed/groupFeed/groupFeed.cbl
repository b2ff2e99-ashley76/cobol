       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  C-READ-CTR      PIC 9(7)      VALUE ZERO.
           05  MORE-FEEDS      PIC XXX       VALUE 'YES'.
           05  MORE-TRANS      PIC XXX       VALUE 'YES'.
           05  MORE-HERD       PIC XXX       VALUE 'YES'.
       01  BLANK-LINE.
           05  FILLER              PIC X(132)    VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPFED'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPFED.

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

       2000-MAINLINE.

           ADD 1 TO C-READ-CTR.

           PERFORM 2050-VALIDATION.

           PERFORM 9000-READ-TRANS.

           CLOSE FEED-TRANS.
           CLOSE FEED-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-SPECIES-ROW.
