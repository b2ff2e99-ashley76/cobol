      ***************************************************************
      * MASTER-CARD FILE MAINTENANCE.                               *
      * THE SMALL MASTER CARD FILES - SLSPMST, TENMAST, PIZZAITM,   *
      * PIZZARCP, CHARTACC, STTAXRT, RATECARD, BLDGRATE, FINTERMS,  *
      * POPTIERS AND RENEWPCT - WERE MAINTAINED BY EDITING THE RAW  *
      * FILES, WITH NO EDIT CHECKS AND NO RECORD OF WHO CHANGED     *
      * WHAT.  BUILT IN THE CBLUPD00 MOLD, THIS PROGRAM APPLIES     *
      * KEYED ADD/CHANGE/DELETE TRANSACTIONS AGAINST THE MASTER     *
      * NAMED ON THE MNTPARM CARD: FIELD-LEVEL VALIDATION (RATES IN *
      * RANGE, DATES THROUGH THE SHARED CBLDATCK CHECKER, KEYS      *
      * UNIQUE), BEFORE/AFTER IMAGES ON THE AUDIT LISTING, REJECTS  *
      * FOR ANYTHING THAT DOES NOT APPLY CLEANLY, AND A NEW MASTER  *
      * ON MNTNEW FOR THE JCL TO PUT BACK IN PLACE.                 *
      * THE POPSELL FUNDRAISER SELLER MASTER (SELLER ID, NAME,      *
      * TEAM, DIVISION, PARENT CONTACT AND PHONE) AND THE POPPRICE  *
      * CASE PRICE AND DEPOSIT TABLE (POP TYPE, EFFECTIVE DATE,     *
      * PRICE PER CASE, STATE DEPOSIT RATES) ARE KEPT THE SAME WAY. *
      ***************************************************************


           05  EV-PT-NAME       PIC X(20).
           05  EV-PT-MIN-SALES  PIC X(9).
           05  FILLER           PIC X(43).
       01  SELL-VIEW REDEFINES EDIT-IMAGE.
           05  EV-SL-SELLER-ID  PIC X(5).
           05  EV-SL-LNAME      PIC X(15).
           05  EV-SL-FNAME      PIC X(15).
           05  EV-SL-TEAM       PIC X.
               88  EV-SL-VAL-TEAM  VALUE 'A' 'B' 'C' 'D' 'E'.
           05  EV-SL-DIVISION   PIC X.
               88  EV-SL-VAL-DIV   VALUE '1' '2' '3'.
           05  EV-SL-PARENT     PIC X(25).
           05  EV-SL-PHONE      PIC X(10).
       01  PRICE-VIEW REDEFINES EDIT-IMAGE.
           05  EV-PP-POP-TYPE      PIC XX.
               88  EV-PP-VAL-POP               VALUE '01' THRU '06'.
           05  EV-PP-EFF-DATE      PIC X(8).
           05  EV-PP-CASE-PRICE    PIC 9(3)V99.
           05  EV-PP-DEP-RATES     PIC X(30).

       01  RENEW-VIEW REDEFINES EDIT-IMAGE.
           05  EV-RP-BLD        PIC XX.
           05  EV-RP-PCT        PIC 99V99.
           05  EV-RP-TERM       PIC 99.
           05  FILLER           PIC X(64).
       01  ITEM-VIEW REDEFINES EDIT-IMAGE.
           05  EV-IM-ITEM-NO    PIC X(4).
           05  EV-IM-DESC       PIC X(25).
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01 I-DATE.
           05  I-YEAR          PIC 9(4).
           05  I-MONTH         PIC 99.
       PROCEDURE DIVISION.

       0000-CBLMNT00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           IF FILE-KNOWN-SW = "YES"
               PERFORM 2000-MAINLINE
                   MOVE 1 TO C-KEY-OFF
                   MOVE 20 TO C-KEY-LEN
                   MOVE 29 TO C-REC-LEN
               WHEN 'POPSELL '
                   MOVE 1 TO C-KEY-OFF
                   MOVE 5 TO C-KEY-LEN
                   MOVE 72 TO C-REC-LEN
               WHEN 'POPPRICE'
                   MOVE 1 TO C-KEY-OFF
                   MOVE 10 TO C-KEY-LEN
                   MOVE 45 TO C-REC-LEN
               WHEN 'RENEWPCT'
                   MOVE 1 TO C-KEY-OFF
                   MOVE 2 TO C-KEY-LEN
                   MOVE 8 TO C-REC-LEN
               WHEN OTHER
                   MOVE "NO" TO FILE-KNOWN-SW
           END-EVALUATE.
                           TO O-DISPOSITION
                       MOVE "NO" TO EDIT-OK-SW
                   END-IF
               WHEN 'POPSELL '
                   IF EV-SL-SELLER-ID NOT NUMERIC
                      OR EV-SL-LNAME = SPACES
                       MOVE 'REJECTED - SELLER ID/NAME INVALID'
                           TO O-DISPOSITION
                       MOVE "NO" TO EDIT-OK-SW
                   ELSE
                       IF NOT EV-SL-VAL-TEAM
                          OR NOT EV-SL-VAL-DIV
                           MOVE 'REJECTED - TEAM A-E, DIVISION 1-3'
                               TO O-DISPOSITION
                           MOVE "NO" TO EDIT-OK-SW
                       ELSE
                           IF EV-SL-PHONE NOT NUMERIC
                               MOVE
                               'REJECTED - PARENT PHONE NOT NUMERIC'
                                   TO O-DISPOSITION
                               MOVE "NO" TO EDIT-OK-SW
                           END-IF
                       END-IF
                   END-IF
               WHEN 'POPPRICE'
                   MOVE EV-PP-EFF-DATE TO DC-DATE
                   MOVE SPACE TO DC-FUTURE-RULE
                   CALL 'CBLDATCK' USING DATE-PARMS
                   IF NOT EV-PP-VAL-POP
                       MOVE 'REJECTED - POP TYPE MUST BE 01-06'
                           TO O-DISPOSITION
                       MOVE "NO" TO EDIT-OK-SW
                   ELSE
                       IF DC-RC NOT = '0'
                           MOVE
                           'REJECTED - EFFECTIVE DATE IS NOT A DATE'
                               TO O-DISPOSITION
                           MOVE "NO" TO EDIT-OK-SW
                       ELSE
                           IF EV-PP-CASE-PRICE NOT NUMERIC
                               MOVE
                               'REJECTED - CASE PRICE NOT NUMERIC'
                                   TO O-DISPOSITION
                               MOVE "NO" TO EDIT-OK-SW
                           END-IF
                       END-IF
                   END-IF
               WHEN 'RENEWPCT'
                   IF EV-RP-PCT NOT NUMERIC
                      OR EV-RP-TERM NOT NUMERIC
                       MOVE 'REJECTED - RENEWAL PCT/TERM NOT NUMERIC'
                           TO O-DISPOSITION
                       MOVE "NO" TO EDIT-OK-SW
                   ELSE
                       IF EV-RP-PCT > 25
                           MOVE
                           'REJECTED - RENEWAL INCREASE OVER 25 PCT'
                               TO O-DISPOSITION
                           MOVE "NO" TO EDIT-OK-SW
                       END-IF
                   END-IF
           END-EVALUATE.

       2100-EXIT.
