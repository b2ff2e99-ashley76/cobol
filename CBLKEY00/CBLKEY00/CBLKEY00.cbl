       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLKEY00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * KEYED MASTER REFRESH.                                       *
      * THE TENANT MASTER, RENT RECEIVABLES, BOAT CUSTOMER MASTER,  *
      * LICENSE HOLDER MASTER AND BOAT INVENTORY STAY LINE          *
      * SEQUENTIAL FOR THE BATCH STEPS THAT MAINTAIN THEM.  THIS    *
      * PROGRAM LOADS EACH ONE INTO AN INDEXED COPY ON ITS NATURAL  *
      * KEY SO CBLINQ00 CAN ANSWER A FRONT-OFFICE QUESTION WITHOUT  *
      * WAITING FOR A BATCH REPORT:                                 *
      *   TENMAST   TO TENMASTK  BUILDING + UNIT                    *
      *   RENTRECV  TO RENTRCVK  BUILDING + UNIT + BILL DATE + SEQ  *
      *   BCUSTMST  TO BCUSTMSK  CUSTOMER NUMBER                    *
      *   LICHLDR   TO LICHLDRK  HUNTER CUSTOMER ID                 *
      *   BOATINV   TO BOATINVK  HULL / STOCK NUMBER                *
      * THE DRIVER RUNS IT AS A POST-STEP ONCE THE NIGHT'S STREAMS  *
      * FINISH CLEAN, SO THE KEYED COPIES CARRY WHATEVER THE        *
      * MAINTAINING STEPS JUST WROTE; IT MAY ALSO BE RUN ON ITS     *
      * OWN AFTER A MASTER IS PUT BACK BY HAND.  EACH KEYED COPY IS *
      * REBUILT WHOLE.  A RECORD WITH A BAD OR DUPLICATE KEY IS     *
      * LEFT OUT AND COUNTED ON THE REFRESH REPORT (KEYRPT).  A     *
      * UNIT CAN HAVE TWO RECEIVABLE ITEMS ON ONE DATE (A BILL AND  *
      * AN NSF CHARGE OR LEGAL FEE), SO EACH RECEIVABLE KEY ENDS IN *
      * A SEQUENCE NUMBER THAT KEEPS THEM APART.                    *
      *                                                             *
      * RETURN CODE 4 WHEN ANY RECORD WAS LEFT OUT, 16 WHEN A KEYED *
      * COPY COULD NOT BE OPENED.                                   *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT OPTIONAL RECV-MASTER
               ASSIGN TO RENTRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO BCUSTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT OPTIONAL HOLDER-MASTER
               ASSIGN TO LICHLDR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT OPTIONAL INVENTORY-MASTER
               ASSIGN TO BOATINV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-SEQ-STATUS.

           SELECT TENANT-KEYED
               ASSIGN TO TENMASTK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TK-KEY
               FILE STATUS IS C-KEY-STATUS.

           SELECT RECV-KEYED
               ASSIGN TO RENTRCVK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RK-KEY
               FILE STATUS IS C-KEY-STATUS.

           SELECT CUST-KEYED
               ASSIGN TO BCUSTMSK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-KEY
               FILE STATUS IS C-KEY-STATUS.

           SELECT HOLDER-KEYED
               ASSIGN TO LICHLDRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HK-KEY
               FILE STATUS IS C-KEY-STATUS.

           SELECT INVENTORY-KEYED
               ASSIGN TO BOATINVK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IK-KEY
               FILE STATUS IS C-KEY-STATUS.

           SELECT PRTOUT
               ASSIGN TO KEYRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-REC.

       01  TENANT-REC.
           05  TN-BLD-CODE          PIC XX.
           05  TN-UNIT              PIC XX.
           05  FILLER               PIC X(68).

       FD RECV-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RECV-REC.

       01  RECV-REC.
           05  RV-BLD-CODE          PIC XX.
           05  RV-UNIT              PIC XX.
           05  RV-BILL-DATE         PIC X(8).
           05  FILLER               PIC X(18).

       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CUST-MST-REC.

       01  CUST-MST-REC.
           05  BC-CUST-NO           PIC X(6).
           05  FILLER               PIC X(86).

       FD HOLDER-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS HOLDER-REC.

       01  HOLDER-REC.
           05  LH-CUSTID            PIC X(9).
           05  FILLER               PIC X(10).

       FD INVENTORY-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS INV-REC.

       01  INV-REC.
           05  IV-HULL-NO           PIC X(8).
           05  FILLER               PIC X(26).

       FD TENANT-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TK-REC.

       01  TK-REC.
           05  TK-KEY               PIC X(4).
           05  FILLER               PIC X(68).

       FD RECV-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS RK-REC.

       01  RK-REC.
           05  RK-KEY.
               10  RK-ITEM-KEY      PIC X(12).
               10  RK-SEQ           PIC 9(3).
           05  RK-AMOUNTS           PIC X(18).

       FD CUST-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CK-REC.

       01  CK-REC.
           05  CK-KEY               PIC X(6).
           05  FILLER               PIC X(86).

       FD HOLDER-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS HK-REC.

       01  HK-REC.
           05  HK-KEY               PIC X(9).
           05  FILLER               PIC X(10).

       FD INVENTORY-KEYED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS IK-REC.

       01  IK-REC.
           05  IK-KEY               PIC X(8).
           05  FILLER               PIC X(26).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99         VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX         VALUE "00".
           05  C-SEQ-STATUS     PIC XX         VALUE "00".
           05  C-KEY-STATUS     PIC XX         VALUE "00".
           05  MORE-RECS        PIC XXX        VALUE "YES".
           05  KEY-OK-SW        PIC XXX        VALUE "YES".
           05  FAIL-SW          PIC XXX        VALUE "NO".
           05  C-READ-CTR       PIC 9(7)       VALUE ZERO.
           05  C-LOAD-CTR       PIC 9(7)       VALUE ZERO.
           05  C-BADKEY-CTR     PIC 9(7)       VALUE ZERO.
           05  C-DUP-CTR        PIC 9(7)       VALUE ZERO.
           05  C-TOT-LOAD-CTR   PIC 9(7)       VALUE ZERO.
           05  C-TOT-LEFT-CTR   PIC 9(7)       VALUE ZERO.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLKEY00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       01  I-DATE.
           05  I-YEAR           PIC 9(4).
           05  I-MONTH          PIC 99.
           05  I-DAY            PIC 99.

       01  COMPANY-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(36)   VALUE SPACES.
           05  FILLER           PIC X(34)   VALUE
               'KEYED MASTER REFRESH'.
           05  FILLER           PIC X(38)   VALUE SPACES.
           COPY RPTPAGE.

       01  COLUMN-HEADING.
           05  FILLER           PIC X(10)   VALUE 'MASTER'.
           05  FILLER           PIC X(10)   VALUE 'KEYED'.
           05  FILLER           PIC X(12)   VALUE '        READ'.
           05  FILLER           PIC X(12)   VALUE '      LOADED'.
           05  FILLER           PIC X(12)   VALUE '     BAD KEY'.
           05  FILLER           PIC X(12)   VALUE '   DUPLICATE'.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  FILLER           PIC X(60)   VALUE 'NOTE'.

       01  KEY-LINE.
           05  O-KEY-MASTER     PIC X(8).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-KEY-KEYED      PIC X(8).
           05  FILLER           PIC XX      VALUE SPACES.
           05  O-KEY-READ       PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC XXX     VALUE SPACES.
           05  O-KEY-LOAD       PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC XXX     VALUE SPACES.
           05  O-KEY-BADKEY     PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC XXX     VALUE SPACES.
           05  O-KEY-DUP        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-KEY-NOTE       PIC X(50).
           05  FILLER           PIC X(10)   VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER           PIC X(30)   VALUE
               'RECORDS LOADED - ALL MASTERS:'.
           05  O-TOT-LOAD       PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  FILLER           PIC X(14)   VALUE 'LEFT OUT:'.
           05  O-TOT-LEFT       PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(64)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLKEY00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2100-BUILD-TENANT THRU 2100-EXIT.
           PERFORM 2200-BUILD-RECV THRU 2200-EXIT.
           PERFORM 2300-BUILD-CUST THRU 2300-EXIT.
           PERFORM 2400-BUILD-HOLDER THRU 2400-EXIT.
           PERFORM 2500-BUILD-INVENTORY THRU 2500-EXIT.
           PERFORM 3000-CLOSING.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           MOVE I-MONTH TO O-MONTH.

           OPEN OUTPUT PRTOUT.
           PERFORM 9100-HEADING.


      *    THE RUN-CONTROL CARD CARRIES THE OFFICIAL BUSINESS DATE
      *    FOR THE RUN; WITH NO CARD THE SYSTEM DATE IS THE DEFAULT.
       1015-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO I-DATE.
           OPEN INPUT RUN-CONTROL.
           IF C-RUNCTL-STATUS = "00" OR "05"
               READ RUN-CONTROL
                   AT END
                       MOVE SPACES TO CTL-BUS-DATE
               END-READ
               IF CTL-BUS-DATE IS NUMERIC
                  AND CTL-BUS-DATE NOT = '00000000'
                   MOVE CTL-BUS-DATE TO I-DATE
               END-IF
               CLOSE RUN-CONTROL
           END-IF.

      *    EVERY MASTER STARTS ITS REPORT LINE FROM ZERO COUNTS.
       1100-RESET-COUNTS.
           MOVE ZERO TO C-READ-CTR.
           MOVE ZERO TO C-LOAD-CTR.
           MOVE ZERO TO C-BADKEY-CTR.
           MOVE ZERO TO C-DUP-CTR.
           MOVE SPACES TO O-KEY-NOTE.
           MOVE "YES" TO MORE-RECS.


      *    TENANTS ARE KEYED ON BUILDING CODE AND UNIT NUMBER.
       2100-BUILD-TENANT.
           PERFORM 1100-RESET-COUNTS.
           MOVE 'TENMAST' TO O-KEY-MASTER.
           MOVE 'TENMASTK' TO O-KEY-KEYED.
           OPEN OUTPUT TENANT-KEYED.
           IF C-KEY-STATUS NOT = "00"
               PERFORM 2900-OPEN-FAILED
               GO TO 2100-EXIT
           END-IF.
           OPEN INPUT TENANT-MASTER.
           IF C-SEQ-STATUS = "00"
               PERFORM 2110-LOAD-TENANT
                   UNTIL MORE-RECS = "NO"
           ELSE
               MOVE 'NO TENMAST ON FILE - KEYED COPY EMPTY.'
                   TO O-KEY-NOTE
           END-IF.
           CLOSE TENANT-MASTER.
           CLOSE TENANT-KEYED.
           PERFORM 2950-MASTER-LINE.

       2100-EXIT.
           EXIT.

       2110-LOAD-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               ADD 1 TO C-READ-CTR
               IF TN-BLD-CODE = SPACES
                  OR TN-UNIT IS NOT NUMERIC
                   ADD 1 TO C-BADKEY-CTR
               ELSE
                   MOVE TENANT-REC TO TK-REC
                   MOVE "YES" TO KEY-OK-SW
                   WRITE TK-REC
                       INVALID KEY
                           MOVE "NO" TO KEY-OK-SW
                   END-WRITE
                   PERFORM 2920-COUNT-WRITE
               END-IF
           END-IF.


      *    RECEIVABLE ITEMS ARE KEYED ON BUILDING, UNIT AND BILL
      *    DATE, SO ONE UNIT'S ITEMS READ BACK IN DATE ORDER.  ITEMS
      *    SHARING A DATE TAKE SEQUENCE 1, 2, 3 ... IN MASTER ORDER.
       2200-BUILD-RECV.
           PERFORM 1100-RESET-COUNTS.
           MOVE 'RENTRECV' TO O-KEY-MASTER.
           MOVE 'RENTRCVK' TO O-KEY-KEYED.
           OPEN OUTPUT RECV-KEYED.
           IF C-KEY-STATUS NOT = "00"
               PERFORM 2900-OPEN-FAILED
               GO TO 2200-EXIT
           END-IF.
           OPEN INPUT RECV-MASTER.
           IF C-SEQ-STATUS = "00"
               PERFORM 2210-LOAD-RECV
                   UNTIL MORE-RECS = "NO"
           ELSE
               MOVE 'NO RENTRECV ON FILE - KEYED COPY EMPTY.'
                   TO O-KEY-NOTE
           END-IF.
           CLOSE RECV-MASTER.
           CLOSE RECV-KEYED.
           PERFORM 2950-MASTER-LINE.

       2200-EXIT.
           EXIT.

       2210-LOAD-RECV.
           READ RECV-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               ADD 1 TO C-READ-CTR
               IF RV-BLD-CODE = SPACES
                  OR RV-UNIT IS NOT NUMERIC
                  OR RV-BILL-DATE IS NOT NUMERIC
                   ADD 1 TO C-BADKEY-CTR
               ELSE
                   MOVE RECV-REC (1:12) TO RK-ITEM-KEY
                   MOVE RECV-REC (13:18) TO RK-AMOUNTS
                   MOVE ZERO TO RK-SEQ
                   MOVE "NO" TO KEY-OK-SW
                   PERFORM 2220-WRITE-RECV
                       UNTIL KEY-OK-SW = "YES"
                          OR RK-SEQ = 999
                   PERFORM 2920-COUNT-WRITE
               END-IF
           END-IF.

       2220-WRITE-RECV.
           ADD 1 TO RK-SEQ.
           MOVE "YES" TO KEY-OK-SW.
           WRITE RK-REC
               INVALID KEY
                   MOVE "NO" TO KEY-OK-SW
           END-WRITE.


       2300-BUILD-CUST.
           PERFORM 1100-RESET-COUNTS.
           MOVE 'BCUSTMST' TO O-KEY-MASTER.
           MOVE 'BCUSTMSK' TO O-KEY-KEYED.
           OPEN OUTPUT CUST-KEYED.
           IF C-KEY-STATUS NOT = "00"
               PERFORM 2900-OPEN-FAILED
               GO TO 2300-EXIT
           END-IF.
           OPEN INPUT CUST-MASTER.
           IF C-SEQ-STATUS = "00"
               PERFORM 2310-LOAD-CUST
                   UNTIL MORE-RECS = "NO"
           ELSE
               MOVE 'NO BCUSTMST ON FILE - KEYED COPY EMPTY.'
                   TO O-KEY-NOTE
           END-IF.
           CLOSE CUST-MASTER.
           CLOSE CUST-KEYED.
           PERFORM 2950-MASTER-LINE.

       2300-EXIT.
           EXIT.

       2310-LOAD-CUST.
           READ CUST-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               ADD 1 TO C-READ-CTR
               IF BC-CUST-NO IS NOT NUMERIC
                   ADD 1 TO C-BADKEY-CTR
               ELSE
                   MOVE CUST-MST-REC TO CK-REC
                   MOVE "YES" TO KEY-OK-SW
                   WRITE CK-REC
                       INVALID KEY
                           MOVE "NO" TO KEY-OK-SW
                   END-WRITE
                   PERFORM 2920-COUNT-WRITE
               END-IF
           END-IF.


       2400-BUILD-HOLDER.
           PERFORM 1100-RESET-COUNTS.
           MOVE 'LICHLDR' TO O-KEY-MASTER.
           MOVE 'LICHLDRK' TO O-KEY-KEYED.
           OPEN OUTPUT HOLDER-KEYED.
           IF C-KEY-STATUS NOT = "00"
               PERFORM 2900-OPEN-FAILED
               GO TO 2400-EXIT
           END-IF.
           OPEN INPUT HOLDER-MASTER.
           IF C-SEQ-STATUS = "00"
               PERFORM 2410-LOAD-HOLDER
                   UNTIL MORE-RECS = "NO"
           ELSE
               MOVE 'NO LICHLDR ON FILE - KEYED COPY EMPTY.'
                   TO O-KEY-NOTE
           END-IF.
           CLOSE HOLDER-MASTER.
           CLOSE HOLDER-KEYED.
           PERFORM 2950-MASTER-LINE.

       2400-EXIT.
           EXIT.

       2410-LOAD-HOLDER.
           READ HOLDER-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               ADD 1 TO C-READ-CTR
               IF LH-CUSTID = SPACES
                   ADD 1 TO C-BADKEY-CTR
               ELSE
                   MOVE HOLDER-REC TO HK-REC
                   MOVE "YES" TO KEY-OK-SW
                   WRITE HK-REC
                       INVALID KEY
                           MOVE "NO" TO KEY-OK-SW
                   END-WRITE
                   PERFORM 2920-COUNT-WRITE
               END-IF
           END-IF.


      *    A USED UNIT'S GENERATED STOCK NUMBER RIDES IN THE HULL
      *    FIELD, SO ONE KEY COVERS NEW AND USED BOATS ALIKE.
       2500-BUILD-INVENTORY.
           PERFORM 1100-RESET-COUNTS.
           MOVE 'BOATINV' TO O-KEY-MASTER.
           MOVE 'BOATINVK' TO O-KEY-KEYED.
           OPEN OUTPUT INVENTORY-KEYED.
           IF C-KEY-STATUS NOT = "00"
               PERFORM 2900-OPEN-FAILED
               GO TO 2500-EXIT
           END-IF.
           OPEN INPUT INVENTORY-MASTER.
           IF C-SEQ-STATUS = "00"
               PERFORM 2510-LOAD-INVENTORY
                   UNTIL MORE-RECS = "NO"
           ELSE
               MOVE 'NO BOATINV ON FILE - KEYED COPY EMPTY.'
                   TO O-KEY-NOTE
           END-IF.
           CLOSE INVENTORY-MASTER.
           CLOSE INVENTORY-KEYED.
           PERFORM 2950-MASTER-LINE.

       2500-EXIT.
           EXIT.

       2510-LOAD-INVENTORY.
           READ INVENTORY-MASTER
               AT END
                   MOVE "NO" TO MORE-RECS
           END-READ.
           IF MORE-RECS = "YES"
               ADD 1 TO C-READ-CTR
               IF IV-HULL-NO = SPACES
                   ADD 1 TO C-BADKEY-CTR
               ELSE
                   MOVE INV-REC TO IK-REC
                   MOVE "YES" TO KEY-OK-SW
                   WRITE IK-REC
                       INVALID KEY
                           MOVE "NO" TO KEY-OK-SW
                   END-WRITE
                   PERFORM 2920-COUNT-WRITE
               END-IF
           END-IF.


       2900-OPEN-FAILED.
           MOVE "YES" TO FAIL-SW.
           MOVE SPACES TO O-KEY-NOTE.
           STRING '** KEYED COPY WOULD NOT OPEN - STATUS '
                      DELIMITED BY SIZE
                  C-KEY-STATUS DELIMITED BY SIZE
                  ' **' DELIMITED BY SIZE
               INTO O-KEY-NOTE
           END-STRING.
           PERFORM 2950-MASTER-LINE.

      *    A WRITE TURNED AWAY ON ITS KEY IS A SECOND RECORD FOR A
      *    KEY ALREADY LOADED - THE FIRST ONE STANDS.
       2920-COUNT-WRITE.
           IF KEY-OK-SW = "YES"
               ADD 1 TO C-LOAD-CTR
           ELSE
               ADD 1 TO C-DUP-CTR
           END-IF.

       2950-MASTER-LINE.
           MOVE C-READ-CTR TO O-KEY-READ.
           MOVE C-LOAD-CTR TO O-KEY-LOAD.
           MOVE C-BADKEY-CTR TO O-KEY-BADKEY.
           MOVE C-DUP-CTR TO O-KEY-DUP.
           IF O-KEY-NOTE = SPACES
               IF C-BADKEY-CTR > ZERO OR C-DUP-CTR > ZERO
                   MOVE 'RECORDS LEFT OUT - CORRECT THE MASTER.'
                       TO O-KEY-NOTE
               ELSE
                   MOVE 'REFRESHED.' TO O-KEY-NOTE
               END-IF
           END-IF.
           WRITE PRTLINE
               FROM KEY-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           ADD C-LOAD-CTR TO C-TOT-LOAD-CTR.
           ADD C-BADKEY-CTR TO C-TOT-LEFT-CTR.
           ADD C-DUP-CTR TO C-TOT-LEFT-CTR.


       3000-CLOSING.
           MOVE C-TOT-LOAD-CTR TO O-TOT-LOAD.
           MOVE C-TOT-LEFT-CTR TO O-TOT-LEFT.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           CLOSE PRTOUT.

           MOVE C-TOT-LOAD-CTR TO AUD-REC-CTR.
           IF FAIL-SW = "YES"
               MOVE 'FAILED' TO AUD-STATUS
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
               CALL 'CBLAUDIT' USING AUDIT-PARMS
               IF C-TOT-LEFT-CTR > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM COLUMN-HEADING
                   AFTER ADVANCING 2 LINES.
