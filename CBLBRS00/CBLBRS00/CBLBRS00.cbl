       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLBRS00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * REPORT BURSTING AND DISTRIBUTION.                           *
      * RUNS AFTER THE DRIVER STREAMS AND SPLITS THE PRINT FILES    *
      * THAT GO OUT BY PIECES - THE RENT REPORT BY BUILDING, THE    *
      * PIZZA REPORT BY STORE, THE BOAT REPORT BY BOAT TYPE AND THE *
      * COMMISSION STATEMENTS BY SALESPERSON - INTO ONE BUNDLE PER  *
      * RECIPIENT ON BURSTOUT.  EACH BUNDLE STARTS WITH A COVER     *
      * SHEET GIVING THE RECIPIENT, DELIVERY LOCATION AND THE PAGE  *
      * COUNT, AND THE DISTRIBUTION LOG LISTS EVERY SECTION, WHO    *
      * IT WENT TO AND HOW MANY PAGES.                              *
      *                                                             *
      * A PAGE STARTS AT ITS COMPANY-TITLE LINE (THE SHARED RPTDATE *
      * DATE: FIELD IN COLUMN 1).  THE BURST-RULE TABLE NAMES, PER  *
      * REPORT, THE LINE THAT STARTS A SECTION AND WHERE ITS KEY    *
      * PRINTS (S), AND THE LINES THAT START THE CLOSING SECTIONS   *
      * (E).  A PAGE WITH NO START LINE STAYS WITH THE SECTION IN   *
      * FRONT OF IT; FROM THE FIRST E LINE ON, THE REST OF THE      *
      * REPORT IS ITS SUMMARY.  THE PRODUCING PROGRAMS START EACH   *
      * SECTION AND THE SUMMARY ON A NEW PAGE.                      *
      *                                                             *
      * THE DISTRIBUTION MASTER (DISTMST) CARRIES ONE ENTRY PER     *
      * REPORT AND KEY:                                             *
      *   COLS 01-08  REPORT ID    RENTRPT, PIZZARPT, BOATRPT,      *
      *                            SLSPSTMT                         *
      *   COLS 09-23  KEY          AS PRINTED, LEFT-JUSTIFIED -     *
      *                            BUILDING CODE, STORE NUMBER,     *
      *                            BOAT TYPE OR SALESPERSON CODE.   *
      *                            BLANK = THE REPORT'S SUMMARY.    *
      *   COLS 24-48  RECIPIENT NAME                                *
      *   COLS 49-73  DELIVERY LOCATION                             *
      * A SECTION WHOSE KEY HAS NO ENTRY GOES TO THE UNASSIGNED     *
      * BUNDLE SO NOTHING IS LOST.  PAGES READ AND PAGES BURST ARE  *
      * BALANCED AT THE END AND AN OUT-OF-BALANCE RUN ENDS WITH A   *
      * FAILING RETURN CODE.                                        *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL DIST-MASTER
               ASSIGN TO DISTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-DIST-STATUS.

           SELECT OPTIONAL RENT-RPT
               ASSIGN TO RENTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RPT-STATUS.

           SELECT OPTIONAL PIZZA-RPT
               ASSIGN TO PIZZARPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RPT-STATUS.

           SELECT OPTIONAL BOAT-RPT
               ASSIGN TO BOATRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RPT-STATUS.

           SELECT OPTIONAL SLSP-RPT
               ASSIGN TO SLSPSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RPT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO "SRTWK46".

           SELECT SORTED-LINES
               ASSIGN TO BRSLINES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BURST-OUT
               ASSIGN TO BURSTOUT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO DISTRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD DIST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 73 CHARACTERS
           DATA RECORD IS DIST-REC.

       01  DIST-REC.
           05  DM-RPT-ID        PIC X(8).
           05  DM-KEY           PIC X(15).
           05  DM-RECIP         PIC X(25).
           05  DM-LOC           PIC X(25).

       FD RENT-RPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RENT-LINE.

       01  RENT-LINE            PIC X(133).

       FD PIZZA-RPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PIZZA-LINE.

       01  PIZZA-LINE           PIC X(133).

       FD BOAT-RPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS BOAT-LINE.

       01  BOAT-LINE            PIC X(133).

       FD SLSP-RPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS SLSP-LINE.

       01  SLSP-LINE            PIC X(133).

       SD SORT-WORK.
       01  SD-REC.
           05  SD-RECIP         PIC X(25).
           05  SD-SEQ           PIC 9(7).
           05  FILLER           PIC X(132).

       FD SORTED-LINES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 164 CHARACTERS
           DATA RECORD IS SL-REC.

       01  SL-REC.
           05  SL-RECIP         PIC X(25).
           05  SL-SEQ           PIC 9(7).
           05  SL-LINE          PIC X(132).

       FD BURST-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS BURST-LINE.

       01  BURST-LINE           PIC X(132).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99        VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX        VALUE "00".
           05  C-DIST-STATUS    PIC XX        VALUE "00".
           05  C-RPT-STATUS     PIC XX        VALUE "00".
           05  MORE-DIST        PIC XXX       VALUE "YES".
           05  MORE-LINES       PIC XXX       VALUE "YES".
           05  MORE-SORTED      PIC XXX       VALUE "YES".
           05  C-FORM-FEED      PIC X         VALUE X'0C'.
           05  C-RPT-ID         PIC X(8)      VALUE SPACES.
           05  C-IN-LINE        PIC X(133)    VALUE SPACES.
           05  C-HOLD-LINE      PIC X(133)    VALUE SPACES.
           05  C-BUF-LINE       PIC X(132)    VALUE SPACES.
           05  C-BLANK-CTR      PIC 9(5)      VALUE ZERO.
           05  TITLE-LINE-SW    PIC XXX       VALUE "NO".
           05  PAGE-TITLE-SW    PIC XXX       VALUE "NO".
           05  PAST-END-SW      PIC XXX       VALUE "NO".
           05  START-FOUND-SW   PIC XXX       VALUE "NO".
           05  SECT-OPEN-SW     PIC XXX       VALUE "NO".
           05  RECIP-FOUND-SW   PIC XXX       VALUE "NO".
           05  C-PAGE-LEVEL     PIC X         VALUE 'R'.
           05  C-PAGE-KEY       PIC X(15)     VALUE SPACES.
           05  C-HOLD-KEY       PIC X(15)     VALUE SPACES.
           05  C-LEAD-CTR       PIC 99        VALUE ZERO.
           05  C-SECT-LEVEL     PIC X         VALUE 'R'.
           05  C-SECT-KEY       PIC X(15)     VALUE SPACES.
           05  C-SECT-RECIP     PIC X(25)     VALUE SPACES.
           05  C-SECT-LOC       PIC X(25)     VALUE SPACES.
           05  C-SECT-RCP       PIC 999       VALUE ZERO.
           05  C-SECT-PAGES     PIC 9(5)      VALUE ZERO.
           05  C-REL-SEQ        PIC 9(7)      VALUE ZERO.
           05  C-RPT-CTR        PIC 9         VALUE ZERO.
           05  C-SECT-CTR       PIC 9(5)      VALUE ZERO.
           05  C-PAGES-READ     PIC 9(7)      VALUE ZERO.
           05  C-PAGES-BURST    PIC 9(7)      VALUE ZERO.
           05  C-LINES-READ     PIC 9(7)      VALUE ZERO.
           05  C-LINES-BURST    PIC 9(7)      VALUE ZERO.
           05  C-UNASG-PAGES    PIC 9(7)      VALUE ZERO.
           05  C-BUNDLE-CTR     PIC 999       VALUE ZERO.
           05  C-DIST-TBL-CTR   PIC 999       VALUE ZERO.
           05  C-DIST-SKIP-CTR  PIC 9(5)      VALUE ZERO.
           05  C-RECIP-TBL-CTR  PIC 999       VALUE ZERO.
           05  H-RECIP          PIC X(25)     VALUE SPACES.
           05  C-UNASSIGNED     PIC X(25)     VALUE 'UNASSIGNED'.

      *    ONE PRINTED PAGE OF THE REPORT BEING BURST, HELD UNTIL
      *    THE WHOLE PAGE IS IN AND ITS SECTION KEY IS KNOWN.
       01  PAGE-BUFFER.
           05  C-PG-LINE-CTR    PIC 99        VALUE ZERO.
           05  PG-LINE          PIC X(132)
                                OCCURS 80 TIMES INDEXED BY PG-IDX.

      *    BURST RULES - REPORT ID, RULE TYPE, LITERAL COLUMN AND
      *    LENGTH, LITERAL, KEY COLUMN AND LENGTH.  S STARTS A
      *    SECTION AND CARRIES ITS KEY; E STARTS THE CLOSING
      *    SECTIONS.  RAISE C-RULE-MAX WITH THE TABLE.
       01  C-RULE-MAX           PIC 99        VALUE 9.

       01  BURST-RULE-ARRAY.
           05  FILLER           PIC X(44)     VALUE
               'RENTRPT S00110BUILDING:                01102'.
           05  FILLER           PIC X(44)     VALUE
               'RENTRPT E00123MAINTENANCE CHARGEBACKS  00000'.
           05  FILLER           PIC X(44)     VALUE
               'RENTRPT E00119ACH DEBITS CREATED:      00000'.
           05  FILLER           PIC X(44)     VALUE
               'PIZZARPTS00107STORE:                   00802'.
           05  FILLER           PIC X(44)     VALUE
               'PIZZARPTE04613GRAND TOTALS:            00000'.
           05  FILLER           PIC X(44)     VALUE
               'BOATRPT S00111BOAT TYPE:               01213'.
           05  FILLER           PIC X(44)     VALUE
               'BOATRPT E02412GRAND TOTALS             00000'.
           05  FILLER           PIC X(44)     VALUE
               'SLSPSTMTS00113SALESPERSON:             01403'.
           05  FILLER           PIC X(44)     VALUE
               'SLSPSTMTE00120STATEMENTS PRODUCED:     00000'.

       01  BURST-RULE-TABLE REDEFINES BURST-RULE-ARRAY.
           05  BURST-RULE OCCURS 9 TIMES INDEXED BY RULE-IDX.
               10  BR-RPT-ID        PIC X(8).
               10  BR-TYPE          PIC X.
               10  BR-COL           PIC 999.
               10  BR-LEN           PIC 99.
               10  BR-LIT           PIC X(25).
               10  BR-KEY-COL       PIC 999.
               10  BR-KEY-LEN       PIC 99.

       01  DIST-TABLE.
           05  DIST-ENTRY OCCURS 200 TIMES INDEXED BY DIST-IDX.
               10  TD-RPT-ID        PIC X(8).
               10  TD-KEY           PIC X(15).
               10  TD-RECIP         PIC X(25).
               10  TD-LOC           PIC X(25).

      *    EVERY RECIPIENT IN THE MASTER PLUS THE UNASSIGNED BUNDLE.
       01  RECIP-TABLE.
           05  RECIP-ENTRY OCCURS 201 TIMES INDEXED BY RCP-IDX.
               10  TR-RECIP         PIC X(25).
               10  TR-LOC           PIC X(25).
               10  TR-SECTS         PIC 9(5).
               10  TR-PAGES         PIC 9(5).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLBRS00'.
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
           05  FILLER           PIC X(33)   VALUE SPACES.
           05  FILLER           PIC X(41)   VALUE
               'REPORT BURSTING AND DISTRIBUTION LOG'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  LOG-HEADING.
           05  FILLER           PIC X(10)   VALUE 'REPORT'.
           05  FILLER           PIC X(17)   VALUE 'SECTION KEY'.
           05  FILLER           PIC X(27)   VALUE 'RECIPIENT'.
           05  FILLER           PIC X(27)   VALUE 'DELIVERY LOCATION'.
           05  FILLER           PIC X(6)    VALUE ' PAGES'.
           05  FILLER           PIC X(45)   VALUE SPACES.

       01  LOG-LINE.
           05  O-LOG-RPT        PIC X(8).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LOG-KEY        PIC X(15).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LOG-RECIP      PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LOG-LOC        PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-LOG-PAGES      PIC ZZ,ZZ9.
           05  FILLER           PIC X(45)   VALUE SPACES.

       01  MISSING-LINE.
           05  O-MISS-RPT       PIC X(8).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  FILLER           PIC X(40)   VALUE
               'NOT PRESENT THIS RUN - NOTHING BURST.'.
           05  FILLER           PIC X(82)   VALUE SPACES.

       01  RECIP-HEADING.
           05  FILLER           PIC X(27)   VALUE
               'BUNDLES BY RECIPIENT'.
           05  FILLER           PIC X(27)   VALUE 'DELIVERY LOCATION'.
           05  FILLER           PIC X(10)   VALUE '  SECTIONS'.
           05  FILLER           PIC X(8)    VALUE '   PAGES'.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  RECIP-LINE.
           05  O-RCP-RECIP      PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-RCP-LOC        PIC X(25).
           05  FILLER           PIC X(6)    VALUE SPACES.
           05  O-RCP-SECTS      PIC ZZ,ZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-RCP-PAGES      PIC ZZ,ZZ9.
           05  FILLER           PIC X(60)   VALUE SPACES.

       01  TOTAL-LINE.
           05  O-TOT-TEXT       PIC X(36).
           05  O-TOT-CTR        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(87)   VALUE SPACES.

       01  BALANCE-LINE.
           05  FILLER           PIC X(60)   VALUE
               '*** PAGES READ AND PAGES BURST DO NOT AGREE - BURSTOUT'.
           05  FILLER           PIC X(20)   VALUE
               ' IS NOT COMPLETE ***'.
           05  FILLER           PIC X(52)   VALUE SPACES.

       01  COVER-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(33)   VALUE SPACES.
           05  FILLER           PIC X(41)   VALUE
               'REPORT DISTRIBUTION COVER SHEET'.
           05  FILLER           PIC X(42)   VALUE SPACES.

       01  COVER-RECIP-LINE.
           05  FILLER           PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'DELIVER TO:'.
           05  O-CVR-RECIP      PIC X(25).
           05  FILLER           PIC X(67)   VALUE SPACES.

       01  COVER-LOC-LINE.
           05  FILLER           PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'LOCATION:'.
           05  O-CVR-LOC        PIC X(25).
           05  FILLER           PIC X(67)   VALUE SPACES.

       01  COVER-SECTS-LINE.
           05  FILLER           PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'SECTIONS ENCLOSED:'.
           05  O-CVR-SECTS      PIC ZZ,ZZ9.
           05  FILLER           PIC X(86)   VALUE SPACES.

       01  COVER-PAGES-LINE.
           05  FILLER           PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(20)   VALUE 'PAGES ENCLOSED:'.
           05  O-CVR-PAGES      PIC ZZ,ZZ9.
           05  FILLER           PIC X(86)   VALUE SPACES.

       01  COVER-NOTE-LINE.
           05  FILLER           PIC X(20)   VALUE SPACES.
           05  FILLER           PIC X(47)   VALUE
               'SECTIONS WITH NO RECIPIENT ON THE DISTRIBUTION'.
           05  FILLER           PIC X(65)   VALUE
               'MASTER - ROUTE BY HAND AND ADD THE KEYS TO DISTMST.'.

       PROCEDURE DIVISION.

       0000-CBLBRS00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.
           SORT SORT-WORK
               ON ASCENDING KEY SD-RECIP
               ON ASCENDING KEY SD-SEQ
               INPUT PROCEDURE IS 0500-BURST-INPUT
                   THRU 0590-BURST-INPUT-EXIT
               GIVING SORTED-LINES.
           PERFORM 2000-WRITE-BUNDLES.
           PERFORM 3000-CLOSING.
           GOBACK.


       1000-INIT.
           MOVE 'STARTED' TO AUD-STATUS.
           MOVE ZERO TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.

           PERFORM 1015-BUSINESS-DATE.
           MOVE I-YEAR TO O-YEAR OF COMPANY-TITLE.
           MOVE I-MONTH TO O-MONTH OF COMPANY-TITLE.
           MOVE I-DAY TO O-DAY OF COMPANY-TITLE.
           MOVE I-YEAR TO O-YEAR OF COVER-TITLE.
           MOVE I-MONTH TO O-MONTH OF COVER-TITLE.
           MOVE I-DAY TO O-DAY OF COVER-TITLE.

           PERFORM 1100-READ-DIST-MASTER.

      *    THE UNASSIGNED BUNDLE IS ALWAYS THE FIRST RECIPIENT.
           MOVE 1 TO C-RECIP-TBL-CTR.
           SET RCP-IDX TO 1.
           MOVE C-UNASSIGNED TO TR-RECIP (RCP-IDX).
           MOVE 'NO RECIPIENT ON FILE' TO TR-LOC (RCP-IDX).
           MOVE ZERO TO TR-SECTS (RCP-IDX).
           MOVE ZERO TO TR-PAGES (RCP-IDX).

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

      *    NO DISTRIBUTION MASTER MEANS EVERY SECTION GOES TO THE
      *    UNASSIGNED BUNDLE.
       1100-READ-DIST-MASTER.
           OPEN INPUT DIST-MASTER.
           IF C-DIST-STATUS = "00" OR "05"
               PERFORM 1110-READ-DIST-REC
                   UNTIL MORE-DIST = "NO"
               CLOSE DIST-MASTER
           END-IF.

       1110-READ-DIST-REC.
           READ DIST-MASTER
               AT END
                   MOVE "NO" TO MORE-DIST
           END-READ.
           IF MORE-DIST = "YES"
              AND DM-RECIP NOT = SPACES
               IF C-DIST-TBL-CTR < 200
                   ADD 1 TO C-DIST-TBL-CTR
                   SET DIST-IDX TO C-DIST-TBL-CTR
                   MOVE DM-RPT-ID TO TD-RPT-ID (DIST-IDX)
                   MOVE DM-KEY TO TD-KEY (DIST-IDX)
                   MOVE DM-RECIP TO TD-RECIP (DIST-IDX)
                   MOVE DM-LOC TO TD-LOC (DIST-IDX)
               ELSE
                   ADD 1 TO C-DIST-SKIP-CTR
               END-IF
           END-IF.


      *    EACH REPORT IS READ IN TURN AND EVERY LINE IS RELEASED
      *    UNDER ITS RECIPIENT, IN PRINT ORDER.
       0500-BURST-INPUT.
           MOVE 'RENTRPT' TO C-RPT-ID.
           OPEN INPUT RENT-RPT.
           IF C-RPT-STATUS = "00"
               PERFORM 0600-REPORT-START
               PERFORM 0510-READ-RENT
                   UNTIL MORE-LINES = "NO"
               PERFORM 0690-REPORT-END
               CLOSE RENT-RPT
           ELSE
               PERFORM 0695-REPORT-MISSING
           END-IF.

           MOVE 'PIZZARPT' TO C-RPT-ID.
           OPEN INPUT PIZZA-RPT.
           IF C-RPT-STATUS = "00"
               PERFORM 0600-REPORT-START
               PERFORM 0520-READ-PIZZA
                   UNTIL MORE-LINES = "NO"
               PERFORM 0690-REPORT-END
               CLOSE PIZZA-RPT
           ELSE
               PERFORM 0695-REPORT-MISSING
           END-IF.

           MOVE 'BOATRPT' TO C-RPT-ID.
           OPEN INPUT BOAT-RPT.
           IF C-RPT-STATUS = "00"
               PERFORM 0600-REPORT-START
               PERFORM 0530-READ-BOAT
                   UNTIL MORE-LINES = "NO"
               PERFORM 0690-REPORT-END
               CLOSE BOAT-RPT
           ELSE
               PERFORM 0695-REPORT-MISSING
           END-IF.

           MOVE 'SLSPSTMT' TO C-RPT-ID.
           OPEN INPUT SLSP-RPT.
           IF C-RPT-STATUS = "00"
               PERFORM 0600-REPORT-START
               PERFORM 0540-READ-SLSP
                   UNTIL MORE-LINES = "NO"
               PERFORM 0690-REPORT-END
               CLOSE SLSP-RPT
           ELSE
               PERFORM 0695-REPORT-MISSING
           END-IF.
           GO TO 0590-BURST-INPUT-EXIT.

       0510-READ-RENT.
           READ RENT-RPT
               AT END
                   MOVE "NO" TO MORE-LINES
           END-READ.
           IF MORE-LINES = "YES"
               MOVE RENT-LINE TO C-IN-LINE
               PERFORM 0700-TAKE-LINE THRU 0700-EXIT
           END-IF.

       0520-READ-PIZZA.
           READ PIZZA-RPT
               AT END
                   MOVE "NO" TO MORE-LINES
           END-READ.
           IF MORE-LINES = "YES"
               MOVE PIZZA-LINE TO C-IN-LINE
               PERFORM 0700-TAKE-LINE THRU 0700-EXIT
           END-IF.

       0530-READ-BOAT.
           READ BOAT-RPT
               AT END
                   MOVE "NO" TO MORE-LINES
           END-READ.
           IF MORE-LINES = "YES"
               MOVE BOAT-LINE TO C-IN-LINE
               PERFORM 0700-TAKE-LINE THRU 0700-EXIT
           END-IF.

       0540-READ-SLSP.
           READ SLSP-RPT
               AT END
                   MOVE "NO" TO MORE-LINES
           END-READ.
           IF MORE-LINES = "YES"
               MOVE SLSP-LINE TO C-IN-LINE
               PERFORM 0700-TAKE-LINE THRU 0700-EXIT
           END-IF.

       0590-BURST-INPUT-EXIT.
           EXIT.


       0600-REPORT-START.
           ADD 1 TO C-RPT-CTR.
           MOVE "YES" TO MORE-LINES.
           MOVE "NO" TO PAST-END-SW.
           MOVE "NO" TO SECT-OPEN-SW.
           MOVE "NO" TO PAGE-TITLE-SW.
           MOVE 'R' TO C-SECT-LEVEL.
           MOVE SPACES TO C-SECT-KEY.
           MOVE ZERO TO C-PG-LINE-CTR.
           MOVE ZERO TO C-BLANK-CTR.

      *    BLANK LINES LEFT PENDING AT END OF FILE ARE PAGE FILL.
       0690-REPORT-END.
           IF C-PG-LINE-CTR > ZERO
               PERFORM 0750-PAGE-FLUSH
           END-IF.
           PERFORM 0770-SECTION-END.

       0695-REPORT-MISSING.
           MOVE C-RPT-ID TO O-MISS-RPT.
           WRITE PRTLINE
               FROM MISSING-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.


      *    A PRINT LINE AS READ BACK MAY CARRY THE FORM FEED THAT
      *    STARTED ITS PAGE.  BLANK LINES ARE HELD UNTIL THE NEXT
      *    PRINTED LINE SO THE FILL AT THE FOOT OF A PAGE IS
      *    DROPPED; A COMPANY-TITLE LINE CLOSES THE PAGE BEFORE IT.
       0700-TAKE-LINE.
           IF C-IN-LINE (1:1) = C-FORM-FEED
               MOVE C-IN-LINE (2:132) TO C-HOLD-LINE
               MOVE C-HOLD-LINE TO C-IN-LINE
           END-IF.
           IF C-IN-LINE = SPACES
               ADD 1 TO C-BLANK-CTR
               GO TO 0700-EXIT
           END-IF.
           MOVE "NO" TO TITLE-LINE-SW.
           IF C-IN-LINE (1:6) = 'DATE: '
              AND C-IN-LINE (9:1) = '/'
              AND C-IN-LINE (12:1) = '/'
               MOVE "YES" TO TITLE-LINE-SW
               ADD 1 TO C-PAGES-READ
               MOVE ZERO TO C-BLANK-CTR
               IF C-PG-LINE-CTR > ZERO
                   PERFORM 0750-PAGE-FLUSH
               END-IF
               MOVE "YES" TO PAGE-TITLE-SW
           END-IF.
           PERFORM 0710-ADD-BLANK
               UNTIL C-BLANK-CTR = ZERO.
           MOVE C-IN-LINE TO C-BUF-LINE.
           PERFORM 0720-ADD-LINE.

       0700-EXIT.
           EXIT.

       0710-ADD-BLANK.
           MOVE SPACES TO C-BUF-LINE.
           PERFORM 0720-ADD-LINE.
           SUBTRACT 1 FROM C-BLANK-CTR.

      *    A PAGE LONGER THAN THE BUFFER GOES OUT IN PIECES UNDER
      *    THE SAME SECTION.
       0720-ADD-LINE.
           IF C-PG-LINE-CTR = 80
               PERFORM 0750-PAGE-FLUSH
           END-IF.
           ADD 1 TO C-PG-LINE-CTR.
           SET PG-IDX TO C-PG-LINE-CTR.
           MOVE C-BUF-LINE TO PG-LINE (PG-IDX).


      *    DECIDE WHICH SECTION THE HELD PAGE BELONGS TO, THEN
      *    RELEASE ITS LINES UNDER THAT SECTION'S RECIPIENT.
       0750-PAGE-FLUSH.
           MOVE "NO" TO START-FOUND-SW.
           IF PAST-END-SW = "NO"
               PERFORM 0760-SCAN-LINE
                   VARYING PG-IDX FROM 1 BY 1
                       UNTIL PG-IDX > C-PG-LINE-CTR
           END-IF.
           IF PAST-END-SW = "YES"
               MOVE 'R' TO C-PAGE-LEVEL
               MOVE SPACES TO C-PAGE-KEY
           ELSE
               IF START-FOUND-SW = "YES"
                   MOVE 'K' TO C-PAGE-LEVEL
               ELSE
                   MOVE C-SECT-LEVEL TO C-PAGE-LEVEL
                   MOVE C-SECT-KEY TO C-PAGE-KEY
               END-IF
           END-IF.
           IF SECT-OPEN-SW = "NO"
              OR C-PAGE-LEVEL NOT = C-SECT-LEVEL
              OR C-PAGE-KEY NOT = C-SECT-KEY
               PERFORM 0770-SECTION-END
               PERFORM 0780-SECTION-START
           END-IF.
           PERFORM 0790-RELEASE-LINE
               VARYING PG-IDX FROM 1 BY 1
                   UNTIL PG-IDX > C-PG-LINE-CTR.
           IF PAGE-TITLE-SW = "YES"
               ADD 1 TO C-SECT-PAGES
           END-IF.
           MOVE "NO" TO PAGE-TITLE-SW.
           MOVE ZERO TO C-PG-LINE-CTR.

       0760-SCAN-LINE.
           PERFORM 0765-CHECK-RULE
               VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > C-RULE-MAX.

       0765-CHECK-RULE.
           IF BR-RPT-ID (RULE-IDX) = C-RPT-ID
              AND PG-LINE (PG-IDX) (BR-COL (RULE-IDX) :
                  BR-LEN (RULE-IDX)) =
                  BR-LIT (RULE-IDX) (1 : BR-LEN (RULE-IDX))
               IF BR-TYPE (RULE-IDX) = 'E'
                   MOVE "YES" TO PAST-END-SW
               ELSE
                   IF START-FOUND-SW = "NO"
                       MOVE "YES" TO START-FOUND-SW
                       MOVE PG-LINE (PG-IDX) (BR-KEY-COL (RULE-IDX) :
                           BR-KEY-LEN (RULE-IDX)) TO C-PAGE-KEY
                       PERFORM 0767-LEFT-JUSTIFY
                   END-IF
               END-IF
           END-IF.

      *    A ZERO-SUPPRESSED STORE NUMBER PRINTS WITH A LEADING
      *    SPACE; THE MASTER CARRIES KEYS LEFT-JUSTIFIED.
       0767-LEFT-JUSTIFY.
           MOVE ZERO TO C-LEAD-CTR.
           INSPECT C-PAGE-KEY TALLYING C-LEAD-CTR FOR LEADING SPACES.
           IF C-LEAD-CTR > ZERO
              AND C-LEAD-CTR < 15
               MOVE C-PAGE-KEY (C-LEAD-CTR + 1 :) TO C-HOLD-KEY
               MOVE C-HOLD-KEY TO C-PAGE-KEY
           END-IF.


       0770-SECTION-END.
           IF SECT-OPEN-SW = "YES"
               SET RCP-IDX TO C-SECT-RCP
               ADD C-SECT-PAGES TO TR-PAGES (RCP-IDX)
               IF C-SECT-RCP = 1
                   ADD C-SECT-PAGES TO C-UNASG-PAGES
               END-IF
               ADD 1 TO C-SECT-CTR
               MOVE C-RPT-ID TO O-LOG-RPT
               IF C-SECT-LEVEL = 'R'
                   MOVE '(SUMMARY)' TO O-LOG-KEY
               ELSE
                   MOVE C-SECT-KEY TO O-LOG-KEY
               END-IF
               MOVE C-SECT-RECIP TO O-LOG-RECIP
               MOVE C-SECT-LOC TO O-LOG-LOC
               MOVE C-SECT-PAGES TO O-LOG-PAGES
               WRITE PRTLINE
                   FROM LOG-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
               MOVE "NO" TO SECT-OPEN-SW
           END-IF.

      *    A KEYED SECTION LOOKS UP ITS REPORT AND KEY; THE SUMMARY
      *    LOOKS UP THE REPORT'S BLANK-KEY ENTRY.  A SECTION THAT
      *    PRINTED WITH A BLANK KEY CANNOT BE ROUTED.
       0780-SECTION-START.
           MOVE C-PAGE-LEVEL TO C-SECT-LEVEL.
           MOVE C-PAGE-KEY TO C-SECT-KEY.
           MOVE ZERO TO C-SECT-PAGES.
           MOVE "YES" TO SECT-OPEN-SW.
           MOVE C-UNASSIGNED TO C-SECT-RECIP.
           MOVE SPACES TO C-SECT-LOC.
           MOVE "NO" TO RECIP-FOUND-SW.
           IF C-SECT-LEVEL = 'R'
              OR C-SECT-KEY NOT = SPACES
               PERFORM 0785-DIST-SEARCH
                   VARYING DIST-IDX FROM 1 BY 1
                       UNTIL DIST-IDX > C-DIST-TBL-CTR
                          OR RECIP-FOUND-SW = "YES"
           END-IF.
           MOVE "NO" TO RECIP-FOUND-SW.
           PERFORM 0788-RECIP-SEARCH
               VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > C-RECIP-TBL-CTR
                      OR RECIP-FOUND-SW = "YES".
           IF RECIP-FOUND-SW = "NO"
               AND C-RECIP-TBL-CTR < 201
                   ADD 1 TO C-RECIP-TBL-CTR
                   SET RCP-IDX TO C-RECIP-TBL-CTR
                   MOVE C-SECT-RECIP TO TR-RECIP (RCP-IDX)
                   MOVE C-SECT-LOC TO TR-LOC (RCP-IDX)
                   MOVE ZERO TO TR-SECTS (RCP-IDX)
                   MOVE ZERO TO TR-PAGES (RCP-IDX)
                   MOVE C-RECIP-TBL-CTR TO C-SECT-RCP
           END-IF.
           SET RCP-IDX TO C-SECT-RCP.
           MOVE TR-LOC (RCP-IDX) TO C-SECT-LOC.
           ADD 1 TO TR-SECTS (RCP-IDX).

       0785-DIST-SEARCH.
           IF TD-RPT-ID (DIST-IDX) = C-RPT-ID
              AND TD-KEY (DIST-IDX) = C-SECT-KEY
               MOVE TD-RECIP (DIST-IDX) TO C-SECT-RECIP
               MOVE TD-LOC (DIST-IDX) TO C-SECT-LOC
               MOVE "YES" TO RECIP-FOUND-SW
           END-IF.

       0788-RECIP-SEARCH.
           IF TR-RECIP (RCP-IDX) = C-SECT-RECIP
               SET C-SECT-RCP TO RCP-IDX
               MOVE "YES" TO RECIP-FOUND-SW
           END-IF.

       0790-RELEASE-LINE.
           ADD 1 TO C-REL-SEQ.
           ADD 1 TO C-LINES-READ.
           MOVE C-SECT-RECIP TO SL-RECIP.
           MOVE C-REL-SEQ TO SL-SEQ.
           MOVE PG-LINE (PG-IDX) TO SL-LINE.
           RELEASE SD-REC FROM SL-REC.


      *    ONE BUNDLE PER RECIPIENT: A COVER SHEET, THEN EVERY
      *    SECTION ROUTED TO THEM IN THE ORDER IT PRINTED.
       2000-WRITE-BUNDLES.
           OPEN INPUT SORTED-LINES.
           OPEN OUTPUT BURST-OUT.
           PERFORM 9000-READ-SORTED.
           PERFORM 2100-BUNDLE-LINE
               UNTIL MORE-SORTED = "NO".
           CLOSE SORTED-LINES.
           CLOSE BURST-OUT.

       2100-BUNDLE-LINE.
           IF SL-RECIP NOT = H-RECIP
               PERFORM 2200-COVER-SHEET
           END-IF.
           ADD 1 TO C-LINES-BURST.
           IF SL-LINE (1:6) = 'DATE: '
              AND SL-LINE (9:1) = '/'
              AND SL-LINE (12:1) = '/'
               ADD 1 TO C-PAGES-BURST
               WRITE BURST-LINE
                   FROM SL-LINE
                       AFTER ADVANCING PAGE
               END-WRITE
           ELSE
               WRITE BURST-LINE
                   FROM SL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           PERFORM 9000-READ-SORTED.

       2200-COVER-SHEET.
           MOVE SL-RECIP TO H-RECIP.
           MOVE SL-RECIP TO C-SECT-RECIP.
           ADD 1 TO C-BUNDLE-CTR.
           MOVE "NO" TO RECIP-FOUND-SW.
           PERFORM 0788-RECIP-SEARCH
               VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > C-RECIP-TBL-CTR
                      OR RECIP-FOUND-SW = "YES".
           SET RCP-IDX TO C-SECT-RCP.
           MOVE TR-RECIP (RCP-IDX) TO O-CVR-RECIP.
           MOVE TR-LOC (RCP-IDX) TO O-CVR-LOC.
           MOVE TR-SECTS (RCP-IDX) TO O-CVR-SECTS.
           MOVE TR-PAGES (RCP-IDX) TO O-CVR-PAGES.
           WRITE BURST-LINE
               FROM COVER-TITLE
                   AFTER ADVANCING PAGE.
           WRITE BURST-LINE
               FROM COVER-RECIP-LINE
                   AFTER ADVANCING 10 LINES.
           WRITE BURST-LINE
               FROM COVER-LOC-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE BURST-LINE
               FROM COVER-SECTS-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE BURST-LINE
               FROM COVER-PAGES-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-SECT-RCP = 1
               WRITE BURST-LINE
                   FROM COVER-NOTE-LINE
                       AFTER ADVANCING 3 LINES
               END-WRITE
           END-IF.


       3000-CLOSING.
           PERFORM 3100-RECIP-SUMMARY.

           MOVE 'REPORTS BURST' TO O-TOT-TEXT.
           MOVE C-RPT-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES.
           MOVE 'SECTIONS ROUTED' TO O-TOT-TEXT.
           MOVE C-SECT-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'RECIPIENT BUNDLES' TO O-TOT-TEXT.
           MOVE C-BUNDLE-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'PAGES READ' TO O-TOT-TEXT.
           MOVE C-PAGES-READ TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'PAGES BURST' TO O-TOT-TEXT.
           MOVE C-PAGES-BURST TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'PAGES TO THE UNASSIGNED BUNDLE' TO O-TOT-TEXT.
           MOVE C-UNASG-PAGES TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           IF C-DIST-SKIP-CTR > ZERO
               MOVE 'DISTMST ENTRIES OVER TABLE LIMIT' TO O-TOT-TEXT
               MOVE C-DIST-SKIP-CTR TO O-TOT-CTR
               WRITE PRTLINE
                   FROM TOTAL-LINE
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.
           IF C-PAGES-READ NOT = C-PAGES-BURST
              OR C-LINES-READ NOT = C-LINES-BURST
               WRITE PRTLINE
                   FROM BALANCE-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
               MOVE 16 TO RETURN-CODE
           END-IF.

           CLOSE PRTOUT.
           IF RETURN-CODE = 16
               MOVE 'FAILED' TO AUD-STATUS
           ELSE
               MOVE 'COMPLETE' TO AUD-STATUS
           END-IF.
           MOVE C-PAGES-READ TO AUD-REC-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.
           IF AUD-STATUS = 'FAILED'
               MOVE 16 TO RETURN-CODE
           END-IF.

       3100-RECIP-SUMMARY.
           WRITE PRTLINE
               FROM RECIP-HEADING
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           PERFORM 3110-RECIP-PRINT
               VARYING RCP-IDX FROM 1 BY 1
                   UNTIL RCP-IDX > C-RECIP-TBL-CTR.

      *    THE UNASSIGNED LINE ONLY PRINTS WHEN SOMETHING WENT THERE.
       3110-RECIP-PRINT.
           IF TR-SECTS (RCP-IDX) > ZERO
               MOVE TR-RECIP (RCP-IDX) TO O-RCP-RECIP
               MOVE TR-LOC (RCP-IDX) TO O-RCP-LOC
               MOVE TR-SECTS (RCP-IDX) TO O-RCP-SECTS
               MOVE TR-PAGES (RCP-IDX) TO O-RCP-PAGES
               WRITE PRTLINE
                   FROM RECIP-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


       9000-READ-SORTED.
           READ SORTED-LINES
               AT END
                   MOVE "NO" TO MORE-SORTED.


       9100-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM LOG-HEADING
                   AFTER ADVANCING 2 LINES.
