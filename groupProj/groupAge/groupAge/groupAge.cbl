       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  C-READ-CTR      PIC 9(7)      VALUE ZERO.
           05  MORE-RECS       PIC XXX       VALUE 'YES'.
           05  MORE-CULLS      PIC XXX       VALUE 'YES'.
           05  C-CULL-STATUS   PIC XX        VALUE '00'.
       01  BLANK-LINE.
           05  FILLER              PIC X(132)    VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'GROUPAGE'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.



       PROCEDURE DIVISION.

       0000-GROUPAGE.

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

           PERFORM 1015-BUSINESS-DATE.

           STRING I-MONTH '/' I-DAY '/' I-YEAR DELIMITED BY SIZE

       2000-MAINLINE.

           ADD 1 TO C-READ-CTR.

           IF HM-ACQ-DATE NUMERIC
              AND HM-ACQ-DATE > ZERO
               COMPUTE C-DAYS-HELD = C-TODAY-INT -

           CLOSE HERD-MASTER.
           CLOSE AGE-PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ.
