      * ITS OWN PRINT FILE - BUILDINGS, RENT BILLED, COLLECTIONS,   *
      * OPEN BALANCE, VACANCIES, THE MANAGEMENT FEE AT THE OWNER'S  *
      * PERCENT, AND THE NET DUE TO OWNER.                          *
      * EVERY OWNER WITH A NET DUE GOES ON THE OWNER PAYABLE        *
      * EXTRACT (OWNRPYBL, COUNT AND HASH TRAILER) FOR THE CBLDSB00 *
      * CHECK RUN.                                                  *
      ***************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OWNER-PAYABLE
               ASSIGN TO OWNRPYBL
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMT-PRTOUT
               ASSIGN TO OWNRSTMT
               ORGANIZATION IS RECORD SEQUENTIAL.
       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD OWNER-PAYABLE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS OP-REC.

       01  OP-REC.
           05  OP-CODE              PIC X(3).
           05  OP-NAME              PIC X(25).
           05  OP-ADDRESS           PIC X(25).
           05  OP-CITY              PIC X(15).
           05  OP-STATE             PIC XX.
           05  OP-ZIP               PIC X(9).
           05  OP-PERIOD            PIC 9(6).
           05  OP-NET-DUE           PIC 9(9)V99.

       01  OP-TRAILER REDEFINES OP-REC.
           05  OT-ID                PIC X(8).
           05  OT-REC-CTR           PIC 9(6).
           05  OT-HASH-TOTAL        PIC 9(11)V99.
           05  FILLER               PIC X(69).

       FD STMT-PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  C-NET-DUE        PIC S9(9)V99   VALUE ZERO.
           05  C-BLD-OPEN       PIC S9(8)V99   VALUE ZERO.
           05  C-STMT-CTR       PIC 9(4)       VALUE ZERO.
           05  C-PYBL-CTR       PIC 9(6)       VALUE ZERO.
           05  C-PYBL-HASH      PIC 9(11)V99   VALUE ZERO.
           05  OWN-SUB          PIC 99         VALUE ZERO.
           05  MAP-SUB          PIC 99         VALUE ZERO.

           05  O-STMT-CTR       PIC Z,ZZ9.
           05  FILLER           PIC X(105)  VALUE SPACES.

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLOWN00'.
           05  AUD-STATUS      PIC X(8)    VALUE SPACES.
           05  AUD-REC-CTR     PIC 9(7)    VALUE ZERO.

       01  LOCK-PARMS.
           05  LK-FUNC         PIC X(5)    VALUE 'TEST '.
           05  LK-RC           PIC X       VALUE '0'.

       PROCEDURE DIVISION.

       0000-CBLOWN00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           PERFORM 2000-OWNER-STMT
               VARYING OWN-SUB FROM 1 BY 1


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-DAY TO O-DAY.
           MOVE I-YEAR TO O-YEAR.
           PERFORM 1400-ROLL-VACANCIES.

           OPEN OUTPUT STMT-PRTOUT.
           OPEN OUTPUT OWNER-PAYABLE.


      *    THE RUN-CONTROL CARD CARRIES THE OFFICIAL BUSINESS DATE
           WRITE STMT-LINE
               FROM NET-DUE-LINE
                   AFTER ADVANCING 2 LINES.
           IF C-NET-DUE > ZERO
               MOVE TO-CODE (OWN-IDX) TO OP-CODE
               MOVE TO-NAME (OWN-IDX) TO OP-NAME
               MOVE TO-ADDRESS (OWN-IDX) TO OP-ADDRESS
               MOVE TO-CITY (OWN-IDX) TO OP-CITY
               MOVE TO-STATE (OWN-IDX) TO OP-STATE
               MOVE TO-ZIP (OWN-IDX) TO OP-ZIP
               MOVE C-BUS-PERIOD TO OP-PERIOD
               MOVE C-NET-DUE TO OP-NET-DUE
               WRITE OP-REC
               ADD 1 TO C-PYBL-CTR
               ADD C-NET-DUE TO C-PYBL-HASH
           END-IF.

       2100-OWNER-BLDG.
           SET MAP-IDX TO MAP-SUB.
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           CLOSE STMT-PRTOUT.
           MOVE SPACES TO OP-REC.
           MOVE 'TRAILER ' TO OT-ID.
           MOVE C-PYBL-CTR TO OT-REC-CTR.
           MOVE C-PYBL-HASH TO OT-HASH-TOTAL.
           WRITE OP-REC.
           CLOSE OWNER-PAYABLE.
           MOVE 'COMPLETE' TO AUD-STATUS.
           MOVE C-STMT-CTR TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
