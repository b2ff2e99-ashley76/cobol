
       FD LIVE-PRKHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS PK1-REC.

       01  PK1-REC.
                                SIGN IS TRAILING SEPARATE.
           05  PH-SENIOR-REV    PIC S9(9)V99
                                SIGN IS TRAILING SEPARATE.
           05  PH-REC-TYPE      PIC X.
           05  PH-VISITORS      PIC 9(7).

       FD LIVE-BOATCUST
           LABEL RECORD IS STANDARD
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
       PROCEDURE DIVISION.

       0000-CBLARC00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-PARMS = "NO".
               MOVE C-TRL-CTR TO PH-ADULT-REV
               MOVE ZERO TO PH-JR-REV
               MOVE ZERO TO PH-SENIOR-REV
               MOVE SPACE TO PH-REC-TYPE
               MOVE ZERO TO PH-VISITORS
               WRITE PK1-REC
               CLOSE HOLD-FILE
               CLOSE LIVE-PRKHIST
                   ELSE
                       ADD 1 TO C-KEPT-CTR
                       MOVE SPACES TO HOLD-REC
                       MOVE PK1-REC TO HOLD-REC (1:64)
                       WRITE HOLD-REC
                   END-IF
               END-IF
           MOVE AP-FILE TO AR-FILE.
           MOVE C-TODAY-DATE TO AR-ARCH-DATE.
           MOVE SPACES TO AR-IMAGE.
           MOVE PK1-REC TO AR-IMAGE (1:64).
           WRITE ARCH-REC.
           ADD 1 TO C-ARCH-CTR.

                   MOVE "NO" TO MORE-LIVE
           END-READ.
           IF MORE-LIVE = "YES"
               MOVE HOLD-REC (1:64) TO PK1-REC
               ADD 1 TO C-TRL-CTR
               ADD PH-REV TO C-TRL-HASH
               WRITE PK1-REC
