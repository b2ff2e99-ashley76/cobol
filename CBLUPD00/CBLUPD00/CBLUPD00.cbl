      *               STATUS BYTE IN PLACE SO WITHDRAWN OR LEAVE    *
      *               STUDENTS KEEP THEIR HISTORY; A G TRANSACTION  *
      *               STAMPS THE STATUS G ON THE ALUMNI IMAGE.      *
      * 10/15/26  AL  S (SUSPENDED) ACCEPTED AS AN ENROLLMENT       *
      *               STATUS SO THE CBLSTD00 ACADEMIC STANDING RUN  *
      *               CAN SUSPEND STUDENTS THROUGH THIS AUDITED     *
      *               MAINTENANCE PATH.                             *
      * 10/15/26  AL  TRANSACTION EXTENDED WITH GRADUATION PERIOD   *
      *               (54-59).  A G TRANSACTION THAT CARRIES ONE,   *
      *               AS THE CBLDEG00 DEGREE AUDIT WRITES THEM, IS  *
      *               STAMPED ON THE ALUMNI RECORD IN PLACE OF THE  *
      *               RUN MONTH.                                    *
      * 10/15/26  AL  WILL NOT START WHILE ANOTHER JOB HOLDS THE    *
      *               BATCH LOCK, AND STAMPS THE RUN AUDIT LOG.     *
      ***************************************************************



       FD TRANS-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS T-REC.

       01  T-REC                PIC X(59).

       FD SORTED-TRANS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS ST-REC.

       01  ST-REC.
               10  ST-ID        PIC X(7).
               10  FILLER       PIC X(44).
               10  ST-ENROLL-STATUS PIC X.
           05  ST-GRAD-PERIOD   PIC 9(6).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-SORT-KEY      PIC X(7).
           05  FILLER           PIC X(52).
       01  SD-TRANS-REC.
           05  FILLER           PIC X.
           05  SD-TRANS-KEY     PIC X(7).
           05  FILLER           PIC X(51).

       FD NEW-MASTER
           LABEL RECORD IS STANDARD
           05  O-REJ-CTR       PIC ZZ,ZZ9.
           05  FILLER          PIC X(28)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLUPD00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLUPD00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-MAST = "NO" AND MORE-TRANS = "NO".


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
               FROM BEFORE-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE "G" TO MH-ENROLL-STATUS.
           IF ST-GRAD-PERIOD NUMERIC
              AND ST-GRAD-PERIOD > ZERO
               MOVE ST-GRAD-PERIOD TO AL-GRAD-PERIOD
           ELSE
               MOVE C-GRAD-PERIOD TO AL-GRAD-PERIOD
           END-IF.
           MOVE M-HOLD TO AL-STUDENT-IMAGE.
           WRITE ALUM-REC.
           PERFORM 9000-READ-MASTER.
      *    ONLY THE STATUS BYTE CHANGES - THE REST OF THE MASTER
      *    RECORD, AND THE STUDENT'S HISTORY, STAY PUT.
       2380-STATUS-CHANGE.
           IF ST-ENROLL-STATUS = "A" OR "W" OR "L" OR "G" OR "S"
               MOVE "STATUS CHANGED" TO O-DISPOSITION
               ADD 1 TO C-STS-CTR
               PERFORM 2400-AUDIT-PRT
                   FROM AFTER-LINE
                       AFTER ADVANCING 1 LINE
           ELSE
               MOVE "REJECTED - STATUS NOT A, W, L, G OR S"
                   TO O-DISPOSITION
               ADD 1 TO C-REJ-CTR
               PERFORM 2400-AUDIT-PRT
           CLOSE NEW-MASTER.
           CLOSE ALUMNI-MASTER.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-OLD-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ-MASTER.
