      * STATUS, STARTED/COMPLETED AUDIT STAMPS, RECORDS READ /      *
      * REPORTED / REJECTED, AND REJECTS LOGGED - WITH A CLEAR      *
      * ATTENTION BANNER WHEN ANYTHING NEEDS A LOOK.                *
      * THE STEPS COME FROM THE DRIVER'S SHARED JOBSTRM TABLE: THE  *
      * NIGHTLY STEPS ALWAYS SHOW, AND A WEEKLY, MONTH-END OR       *
      * SEASON-END STEP SHOWS WHEN IT RAN FOR THE BUSINESS DATE.    *
      ***************************************************************


       01  SUMMARY-REC.
           COPY SUMREC.

           COPY JOBSTRM.

       01  STEP-FACTS-TABLE.
           05  STEP-FACTS OCCURS 77 TIMES.
               10  SF-START-TIME    PIC 9(6).
               10  SF-START-SW      PIC X.
               10  SF-END-TIME      PIC 9(6).
           05  FILLER           PIC X(42)   VALUE SPACES.

       01  STEP-LINE.
           05  O-STEP-NAME      PIC X(9).
           05  FILLER           PIC X(1)    VALUE SPACES.
           05  O-CKPT-STATUS    PIC X(8).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-START-TIME     PIC 9(6).
               + I-DAY.

           PERFORM 1100-INIT-STEP
               VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > C-STEP-MAX.

           OPEN OUTPUT PRTOUT.

               AND AU-RUN-DATE = C-BUS-DATE
               PERFORM 2220-AUDIT-MATCH
                   VARYING STEP-SUB FROM 1 BY 1
                       UNTIL STEP-SUB > C-STEP-MAX
           END-IF.

       2220-AUDIT-MATCH.
           IF AU-PGM-ID = STEP-PGM-NAME (STEP-SUB)
               IF AU-STATUS = 'STARTED'
                   MOVE AU-RUN-TIME TO SF-START-TIME (STEP-SUB)
                   MOVE "Y" TO SF-START-SW (STEP-SUB)
               AND EL-RUN-DATE = C-BUS-DATE
               PERFORM 2320-LOG-MATCH
                   VARYING STEP-SUB FROM 1 BY 1
                       UNTIL STEP-SUB > C-STEP-MAX
           END-IF.

       2320-LOG-MATCH.
           IF EL-PGM-ID = STEP-PGM-NAME (STEP-SUB)
               ADD 1 TO SF-ERR-CTR (STEP-SUB)
           END-IF.


       2450-SUM-POST.
           PERFORM 2460-SUM-MATCH
               VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > C-STEP-MAX.

      *    ONLY THE EIGHT-CHARACTER CBLANL0X STEPS WRITE A SUMMARY;
      *    THE SHORTER FIELD COMPARES SPACE-PADDED, SO A NINE-
      *    CHARACTER STEP NAME NEVER MATCHES ONE.
       2460-SUM-MATCH.
           IF SUM-PGM-ID = STEP-PGM-NAME (STEP-SUB)
               MOVE SUM-RECS-READ TO SF-RECS-READ (STEP-SUB)

       3000-DASHBOARD.
           PERFORM 3100-CHECK-ATTENTION
               VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > C-STEP-MAX.

           PERFORM 9100-HEADING.
           IF ATTENTION-SW = "YES"
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.

           PERFORM 3200-STEP-LINE THRU 3200-EXIT
               VARYING STEP-SUB FROM 1 BY 1 UNTIL STEP-SUB > C-STEP-MAX.

           CLOSE PRTOUT.

               MOVE "YES" TO ATTENTION-SW
           END-IF.

      *    THE NIGHTLY STEPS ALWAYS PRINT; A WEEKLY, MONTH-END OR
      *    SEASON-END STEP PRINTS WHEN IT LEFT AN AUDIT STAMP FOR
      *    THE BUSINESS DATE.
       3200-STEP-LINE.
           IF STEP-STREAM (STEP-SUB) NOT = 1
              AND SF-START-SW (STEP-SUB) = "N"
              AND SF-END-STATUS (STEP-SUB) = SPACES
               GO TO 3200-EXIT
           END-IF.
           MOVE STEP-PGM-NAME (STEP-SUB) TO O-STEP-NAME.
           IF STEP-SUB NOT > C-LAST-STEP
               MOVE 'COMPLETE' TO O-CKPT-STATUS
                       AT EOP
                           PERFORM 9100-HEADING.

       3200-EXIT.
           EXIT.


       9100-HEADING.
           COPY RPTPINC.
