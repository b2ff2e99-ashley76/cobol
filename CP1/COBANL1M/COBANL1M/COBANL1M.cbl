      * CUSTOMER EVER BOUGHT FROM US" FINALLY HAS AN ANSWER.  THE
      * LAPSED-HUNTER REPORT LISTS HOLDERS ON THE MASTER WITH NO
      * PURCHASE IN THE CURRENT SEASON'S FILE, BY THEIR LAST
      * LICENSE TYPE, FOR THE MARKETING CHASE LIST.  THE HOLDER'S
      * DRAW PREFERENCE POINTS ARE SET BY THE DRAW RUN (COBANL1D)
      * AND CARRIED THROUGH HERE UNCHANGED.
      *******************************



       FD  HOLDER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS HOLDER-REC.

       01  HOLDER-REC.
           05  LH-LIC-CTR          PIC 9(5).
           05  LH-LAST-TYPE        PIC 99.
           05  LH-LAST-SEASON      PIC 9.
           05  LH-PREF-PTS         PIC 99.

       FD  NEW-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS NEW-HOLDER-REC.

       01  NEW-HOLDER-REC.
           05  NH-LIC-CTR          PIC 9(5).
           05  NH-LAST-TYPE        PIC 99.
           05  NH-LAST-SEASON      PIC 9.
           05  NH-PREF-PTS         PIC 99.

       FD  OVERFLOW-HOLD
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS OVER-REC.

       01  OVER-REC                PIC X(19).

       FD PRTOUT
           LABEL RECORD IS OMITTED
               10  T-LIC-CTR       PIC 9(5).
               10  T-LAST-TYPE     PIC 99.
               10  T-LAST-SEASON   PIC 9.
               10  T-PREF-PTS      PIC 99.
               10  T-CUR-SW        PIC X.

      *    ==== HEADER INPUT TABLE (TYPE DESCRIPTIONS) ====
               10  T-L-TYPE        PIC 99.
               10  T-L-DESC        PIC X(34).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL1M'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL1M.

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
                   MOVE LH-LAST-TYPE TO T-LAST-TYPE (C-HLDR-TBL-CTR)
                   MOVE LH-LAST-SEASON
                       TO T-LAST-SEASON (C-HLDR-TBL-CTR)
                   IF LH-PREF-PTS NUMERIC
                       MOVE LH-PREF-PTS TO T-PREF-PTS (C-HLDR-TBL-CTR)
                   ELSE
                       MOVE ZERO TO T-PREF-PTS (C-HLDR-TBL-CTR)
                   END-IF
                   MOVE 'N' TO T-CUR-SW (C-HLDR-TBL-CTR)
           END-IF.

                   MOVE ZERO TO T-LIC-CTR (C-HLDR-TBL-CTR)
                   MOVE ZERO TO T-LAST-TYPE (C-HLDR-TBL-CTR)
                   MOVE ZERO TO T-LAST-SEASON (C-HLDR-TBL-CTR)
                   MOVE ZERO TO T-PREF-PTS (C-HLDR-TBL-CTR)
                   MOVE 'N' TO T-CUR-SW (C-HLDR-TBL-CTR)
           END-IF.


           CLOSE HUNT.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-HLDR-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


      *    // -- LAPSED HOLDERS GROUPED BY THEIR LAST LICENSE  -- //
           MOVE T-LIC-CTR (X) TO NH-LIC-CTR.
           MOVE T-LAST-TYPE (X) TO NH-LAST-TYPE.
           MOVE T-LAST-SEASON (X) TO NH-LAST-SEASON.
           MOVE T-PREF-PTS (X) TO NH-PREF-PTS.
           WRITE NEW-HOLDER-REC.


