       IDENTIFICATION DIVISION.
       PROGRAM-ID.             COBANL2W.
       AUTHOR.                 ASHLEY LINDQUIST.
       DATE-WRITTEN.           10/15/26.
       DATE-COMPILED.


      ***********************************************
      *  - Park Weather Closure Maintenance -       *
      * A PARK THAT CLOSES EARLY FOR WEATHER IS     *
      * RECORDED ON THE PRKCLOS CLOSURE FILE (PARK, *
      * DATE, CLOSURE TIME, REASON) THAT THE        *
      * COBANL2R RAIN-CHECK RUN ISSUES AGAINST.     *
      * ADD/CHANGE/DELETE TRANSACTIONS APPLY IN THE *
      * SAME WAY COBANL2M MAINTAINS THE PRKCAL      *
      * CALENDAR: BEFORE/AFTER IMAGES ON AN AUDIT   *
      * LISTING, THE CLOSURE DATE EDITED THROUGH    *
      * THE SHARED CBLDATCK SUBPROGRAM, THE TIME    *
      * EDITED AS HHMM, AND REJECTS FOR UNKNOWN     *
      * PARK CODES.                                 *
      ***********************************************




       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.


           SELECT OPTIONAL CLOSURE-FILE
           ASSIGN TO PRKCLOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS C-CLO-STATUS.

           SELECT TRANS-FILE
           ASSIGN TO PRKCLOTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEW-CLOSURE-FILE
           ASSIGN TO PRKCLOSN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRTOUT
           ASSIGN TO PRKCLAUD
               ORGANIZATION IS RECORD SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  CLOSURE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CLO-REC
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE F.

       01  CLO-REC.
           05  CO-PARK-CODE        PIC 99.
           05  CO-DATE             PIC 9(8).
           05  CO-TIME             PIC 9(4).
           05  CO-REASON           PIC X(20).

       FD  TRANS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-REC
           RECORD CONTAINS 35 CHARACTERS.

       01  TRANS-REC.
           05  TX-CODE             PIC X.
           05  TX-PARK-CODE        PIC 99.
           05  TX-DATE             PIC 9(8).
           05  TX-TIME             PIC 9(4).
           05  TX-TIME-X REDEFINES TX-TIME.
               10  TX-HOUR         PIC 99.
               10  TX-MINUTE       PIC 99.
           05  TX-REASON           PIC X(20).

       FD  NEW-CLOSURE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NEW-CLO-REC
           RECORD CONTAINS 34 CHARACTERS
           RECORDING MODE F.

       01  NEW-CLO-REC.
           05  NO-PARK-CODE        PIC 99.
           05  NO-DATE             PIC 9(8).
           05  NO-TIME             PIC 9(4).
           05  NO-REASON           PIC X(20).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01 PRTLINE              PIC X(132).


       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR          PIC 99        VALUE ZERO.
           05  C-READ-CTR      PIC 9(7)      VALUE ZERO.
           05  MORE-CLO        PIC XXX       VALUE 'YES'.
           05  MORE-TRANS      PIC XXX       VALUE 'YES'.
           05  C-CLO-STATUS    PIC XX        VALUE '00'.

           05  CX              PIC 999       VALUE ZERO  COMP.
           05  C-CLO-TBL-CTR   PIC 999       VALUE ZERO.
           05  C-CLO-FOUND-IDX PIC 999       VALUE ZERO.
           05  CLO-FOUND-SW    PIC XXX       VALUE 'NO'.

           05  C-ADD-CTR       PIC 9(4)      VALUE ZERO.
           05  C-CHG-CTR       PIC 9(4)      VALUE ZERO.
           05  C-DEL-CTR       PIC 9(4)      VALUE ZERO.
           05  C-REJ-CTR       PIC 9(4)      VALUE ZERO.

      *    A DELETED SLOT STAYS IN THE TABLE FLAGGED 'N' AND IS
      *    SIMPLY NOT WRITTEN TO THE NEW MASTER.
       01  CLO-TABLE.
           05  CLO-ENTRY OCCURS 300 TIMES.
               10  TK-PARK-CODE    PIC 99.
               10  TK-DATE         PIC 9(8).
               10  TK-TIME         PIC 9(4).
               10  TK-REASON       PIC X(20).
               10  TK-LIVE         PIC X.

       01  DATE-PARMS.
           05  DC-DATE          PIC X(8)    VALUE SPACES.
           05  DC-DATE-9 REDEFINES DC-DATE
                                PIC 9(8).
           05  DC-FUTURE-RULE   PIC X       VALUE SPACE.
           05  DC-RC            PIC X       VALUE '0'.

       01  SYS-DATE.
           05  I-YEAR       PIC 9(4).
           05  I-MONTH      PIC 99.
           05  I-DAY        PIC 99.



       01  COMPANY-TITLE-LINE.
           COPY RPTODATE.
           05  FILLER       PIC X(42)   VALUE SPACES.
           05  FILLER       PIC X(26)   VALUE
               'CP2 - CLOSURE MAINTENANCE'.
           05  FILLER       PIC X(40)   VALUE SPACES.
           COPY RPTPAGE.

       01  AUDIT-HEADING-LINE.
           05  FILLER       PIC X(8)    VALUE 'COBANL2W'.
           05  FILLER       PIC X(54)   VALUE SPACES.
           05  FILLER       PIC X(13)   VALUE 'AUDIT LISTING'.
           05  FILLER       PIC X(57)   VALUE SPACES.

       01  AUDIT-COLUMN-HEADING.
           05  FILLER       PIC X(4)    VALUE 'CODE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(4)    VALUE 'PARK'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(8)    VALUE 'DATE'.
           05  FILLER       PIC X(4)    VALUE SPACES.
           05  FILLER       PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER       PIC X(93)   VALUE SPACES.

       01  AUDIT-LINE.
           05  O-TRANS-CODE    PIC X.
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  O-TRANS-PARK    PIC Z9.
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  O-TRANS-DATE    PIC X(8).
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  O-DISPOSITION   PIC X(45).
           05  FILLER          PIC X(59)   VALUE SPACES.

       01  BEFORE-LINE.
           05  FILLER          PIC X(15)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'BEFORE: '.
           05  O-BEF-TIME      PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-BEF-REASON    PIC X(20).
           05  FILLER          PIC X(82)   VALUE SPACES.

       01  AFTER-LINE.
           05  FILLER          PIC X(15)   VALUE SPACES.
           05  FILLER          PIC X(8)    VALUE 'AFTER:  '.
           05  O-AFT-TIME      PIC 9(4).
           05  FILLER          PIC X(3)    VALUE SPACES.
           05  O-AFT-REASON    PIC X(20).
           05  FILLER          PIC X(82)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER          PIC X(7)    VALUE 'ADDS: '.
           05  O-ADD-CTR       PIC Z,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'CHANGES: '.
           05  O-CHG-CTR       PIC Z,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'DELETES: '.
           05  O-DEL-CTR       PIC Z,ZZ9.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE 'REJECTS: '.
           05  O-REJ-CTR       PIC Z,ZZ9.
           05  FILLER          PIC X(66)   VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'COBANL2W'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.


       PROCEDURE DIVISION.

       0000-COBANL2W.

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
             INTO O-DATE.

           PERFORM 1100-LOAD-CLOSURES.

           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT PRTOUT.

           PERFORM 9900-AUDIT-HEADING.
           PERFORM 9000-READ-TRANS.


       1100-LOAD-CLOSURES.

           OPEN INPUT CLOSURE-FILE.
           IF C-CLO-STATUS = '00' OR '05'
               PERFORM 1110-LOAD-ONE-CLOSURE
                   UNTIL MORE-CLO = 'NO'
               CLOSE CLOSURE-FILE
           END-IF.


       1110-LOAD-ONE-CLOSURE.

           READ CLOSURE-FILE
               AT END
                   MOVE 'NO' TO MORE-CLO
           END-READ.
           IF MORE-CLO = 'YES'
               AND CO-PARK-CODE NUMERIC
               AND CO-PARK-CODE > ZERO AND CO-PARK-CODE < 16
               AND C-CLO-TBL-CTR < 300
                   ADD 1 TO C-CLO-TBL-CTR
                   MOVE CO-PARK-CODE TO TK-PARK-CODE (C-CLO-TBL-CTR)
                   MOVE CO-DATE TO TK-DATE (C-CLO-TBL-CTR)
                   MOVE CO-TIME TO TK-TIME (C-CLO-TBL-CTR)
                   MOVE CO-REASON TO TK-REASON (C-CLO-TBL-CTR)
                   MOVE 'Y' TO TK-LIVE (C-CLO-TBL-CTR)
           END-IF.


       1200-CLOSURE-LOOKUP.

           MOVE 'NO' TO CLO-FOUND-SW.
           MOVE ZERO TO C-CLO-FOUND-IDX.
           PERFORM 1210-CLOSURE-SEARCH
               VARYING CX FROM 1 BY 1
                   UNTIL CX > C-CLO-TBL-CTR
                      OR CLO-FOUND-SW = 'YES'.

       1210-CLOSURE-SEARCH.

           IF TK-LIVE (CX) = 'Y'
              AND TK-PARK-CODE (CX) = TX-PARK-CODE
              AND TK-DATE (CX) = TX-DATE
               MOVE 'YES' TO CLO-FOUND-SW
               MOVE CX TO C-CLO-FOUND-IDX
           END-IF.



       2000-MAINLINE.

           ADD 1 TO C-READ-CTR.

           PERFORM 2050-VALIDATION THRU 2050-EXIT.
           PERFORM 9000-READ-TRANS.


      *    A CLOSURE IS RECORDED AFTER THE FACT, SO ITS DATE MAY
      *    NOT BE PAST THE BUSINESS DATE.
       2050-VALIDATION.

           MOVE TX-CODE TO O-TRANS-CODE.
           MOVE TX-PARK-CODE TO O-TRANS-PARK.
           MOVE TX-DATE TO O-TRANS-DATE.

           IF TX-CODE NOT = 'A' AND TX-CODE NOT = 'C'
              AND TX-CODE NOT = 'D'
               MOVE 'REJECTED - INVALID TRANSACTION CODE'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
               GO TO 2050-EXIT
           END-IF.

           IF TX-PARK-CODE NOT NUMERIC
              OR TX-PARK-CODE < 1 OR TX-PARK-CODE > 15
               MOVE 'REJECTED - PARK CODE IS NOT 1 THROUGH 15'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
               GO TO 2050-EXIT
           END-IF.

           MOVE TX-DATE TO DC-DATE.
           MOVE 'N' TO DC-FUTURE-RULE.
           CALL 'CBLDATCK' USING DATE-PARMS.
           IF DC-RC = '4'
               MOVE 'REJECTED - CLOSURE DATE IS IN THE FUTURE'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
               GO TO 2050-EXIT
           END-IF.
           IF DC-RC NOT = '0'
               MOVE 'REJECTED - CLOSURE DATE IS NOT A REAL DATE'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
               GO TO 2050-EXIT
           END-IF.

           IF TX-CODE = 'A' OR TX-CODE = 'C'
               IF TX-TIME NOT NUMERIC
                  OR TX-HOUR > 23 OR TX-MINUTE > 59
                   MOVE 'REJECTED - CLOSURE TIME IS NOT A REAL HHMM'
                       TO O-DISPOSITION
                   PERFORM 2300-REJECT
                   GO TO 2050-EXIT
               END-IF
               IF TX-REASON = SPACES
                   MOVE 'REJECTED - CLOSURE REASON IS BLANK'
                       TO O-DISPOSITION
                   PERFORM 2300-REJECT
                   GO TO 2050-EXIT
               END-IF
           END-IF.

           PERFORM 1200-CLOSURE-LOOKUP.

           EVALUATE TX-CODE
               WHEN 'A'
                   PERFORM 2100-APPLY-ADD
               WHEN 'C'
                   PERFORM 2150-APPLY-CHANGE
               WHEN 'D'
                   PERFORM 2200-APPLY-DELETE
           END-EVALUATE.

       2050-EXIT.
           EXIT.


       2100-APPLY-ADD.

           IF CLO-FOUND-SW = 'YES'
               MOVE 'REJECTED - CLOSURE ALREADY ON FILE'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
           ELSE
               IF C-CLO-TBL-CTR NOT < 300
                   MOVE 'REJECTED - CLOSURE TABLE IS FULL'
                       TO O-DISPOSITION
                   PERFORM 2300-REJECT
               ELSE
                   MOVE 'ADDED' TO O-DISPOSITION
                   ADD 1 TO C-ADD-CTR
                   PERFORM 2400-AUDIT-PRT
                   ADD 1 TO C-CLO-TBL-CTR
                   MOVE C-CLO-TBL-CTR TO CX
                   MOVE TX-PARK-CODE TO TK-PARK-CODE (CX)
                   MOVE TX-DATE TO TK-DATE (CX)
                   MOVE TX-TIME TO TK-TIME (CX)
                   MOVE TX-REASON TO TK-REASON (CX)
                   MOVE 'Y' TO TK-LIVE (CX)
                   PERFORM 2450-AFTER-PRT
               END-IF
           END-IF.


       2150-APPLY-CHANGE.

           IF CLO-FOUND-SW NOT = 'YES'
               MOVE 'REJECTED - CHANGE TO CLOSURE NOT ON FILE'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
           ELSE
               MOVE 'CHANGED' TO O-DISPOSITION
               ADD 1 TO C-CHG-CTR
               PERFORM 2400-AUDIT-PRT
               MOVE C-CLO-FOUND-IDX TO CX
               PERFORM 2440-BEFORE-PRT
               MOVE TX-TIME TO TK-TIME (CX)
               MOVE TX-REASON TO TK-REASON (CX)
               PERFORM 2450-AFTER-PRT
           END-IF.


       2200-APPLY-DELETE.

           IF CLO-FOUND-SW NOT = 'YES'
               MOVE 'REJECTED - DELETE OF CLOSURE NOT ON FILE'
                   TO O-DISPOSITION
               PERFORM 2300-REJECT
           ELSE
               MOVE 'DELETED' TO O-DISPOSITION
               ADD 1 TO C-DEL-CTR
               PERFORM 2400-AUDIT-PRT
               MOVE C-CLO-FOUND-IDX TO CX
               PERFORM 2440-BEFORE-PRT
               MOVE 'N' TO TK-LIVE (CX)
           END-IF.


       2300-REJECT.

           ADD 1 TO C-REJ-CTR.
           PERFORM 2400-AUDIT-PRT.


       2400-AUDIT-PRT.

           WRITE PRTLINE
               FROM AUDIT-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9900-AUDIT-HEADING.


       2440-BEFORE-PRT.

           MOVE TK-TIME (CX) TO O-BEF-TIME.
           MOVE TK-REASON (CX) TO O-BEF-REASON.
           WRITE PRTLINE
               FROM BEFORE-LINE
                   AFTER ADVANCING 1 LINE.


       2450-AFTER-PRT.

           MOVE TK-TIME (CX) TO O-AFT-TIME.
           MOVE TK-REASON (CX) TO O-AFT-REASON.
           WRITE PRTLINE
               FROM AFTER-LINE
                   AFTER ADVANCING 1 LINE.



       3000-CLOSING.

           PERFORM 3100-WRITE-NEW-CLOSURES.

           MOVE C-ADD-CTR TO O-ADD-CTR.
           MOVE C-CHG-CTR TO O-CHG-CTR.
           MOVE C-DEL-CTR TO O-DEL-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.

           CLOSE TRANS-FILE.
           CLOSE PRTOUT.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-READ-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       3100-WRITE-NEW-CLOSURES.

           OPEN OUTPUT NEW-CLOSURE-FILE.
           PERFORM 3110-WRITE-ONE-CLOSURE
               VARYING CX FROM 1 BY 1 UNTIL CX > C-CLO-TBL-CTR.
           CLOSE NEW-CLOSURE-FILE.


       3110-WRITE-ONE-CLOSURE.

           IF TK-LIVE (CX) = 'Y'
               MOVE TK-PARK-CODE (CX) TO NO-PARK-CODE
               MOVE TK-DATE (CX) TO NO-DATE
               MOVE TK-TIME (CX) TO NO-TIME
               MOVE TK-REASON (CX) TO NO-REASON
               WRITE NEW-CLO-REC
           END-IF.


       9000-READ-TRANS.

           READ TRANS-FILE
               AT END
                   MOVE 'NO' TO MORE-TRANS.


       9900-AUDIT-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE-LINE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM AUDIT-HEADING-LINE
                   AFTER ADVANCING 1 LINE.
           WRITE PRTLINE
               FROM AUDIT-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
