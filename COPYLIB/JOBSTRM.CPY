      *****************************************************
      *  JOBSTRM.CPY                                      *
      *  SHARED JOB-STREAM AND STEP TABLE.  CBLDRV00 RUNS *
      *  THE STREAMS THAT ARE DUE ON THE RUNCTL BUSINESS  *
      *  DATE; CBLOPS00 READS THE SAME TABLE SO THE       *
      *  DASHBOARD KNOWS EVERY STEP THE DRIVER CAN RUN.   *
      *                                                   *
      *  STREAM CALENDAR RULES:                           *
      *    D  EVERY BUSINESS DAY.                         *
      *    W  THE WEEKDAY IN STRM-RULE-VAL                *
      *       (1 = SUNDAY ... 7 = SATURDAY).              *
      *    M  THE LAST DAY OF EVERY MONTH.                *
      *    S  THE LAST DAY OF THE MONTH IN STRM-RULE-VAL. *
      *                                                   *
      *  STEPS RUN IN TABLE ORDER AND THE DRIVER          *
      *  CHECKPOINTS THE STEP NUMBER, SO NEW STEPS GO AT  *
      *  THE END OF THEIR STREAM AND THE NIGHTLY STEPS    *
      *  KEEP NUMBERS 1-10.  RAISE C-STEP-MAX WITH THE    *
      *  TABLE.                                           *
      *                                                   *
      *  THE LEDGER STREAM IS DUE EVERY NIGHT BUT SITS    *
      *  BEHIND THE MONTH-END STEPS, SO THE GL JOURNAL    *
      *  TAKES IN EVERY FEED WRITTEN THAT NIGHT BY        *
      *  WHICHEVER STREAM WROTE IT.  CBLNSF00 RUNS THERE  *
      *  TOO, AHEAD OF CBLGLC00, SINCE THE NIGHTLY RENT   *
      *  RUN WRITES A FRESH RENTACH EVERY NIGHT.          *
      *****************************************************
       01  JOB-STREAM-LIMITS.
           05  C-STREAM-MAX     PIC 9       VALUE 5.
           05  C-STEP-MAX       PIC 99      VALUE 77.

       01  STREAM-ARRAY.
           05  FILLER    PIC X(22)   VALUE 'NIGHTLY NIGHTLY    D00'.
           05  FILLER    PIC X(22)   VALUE 'WEEKLY  WEEKLY     W07'.
           05  FILLER    PIC X(22)   VALUE 'MONTHENDMONTH-END  M00'.
           05  FILLER    PIC X(22)   VALUE 'SEASNENDSEASON-END S12'.
           05  FILLER    PIC X(22)   VALUE 'LEDGER  LEDGER     D00'.

       01  STREAM-TABLE REDEFINES STREAM-ARRAY.
           05  STREAM-ENTRY OCCURS 5 TIMES INDEXED BY STRM-IDX.
               10  STRM-NAME        PIC X(8).
               10  STRM-DESC        PIC X(11).
               10  STRM-RULE        PIC X.
               10  STRM-RULE-VAL    PIC 99.

       01  STEP-ARRAY.
      *    NIGHTLY
           05  FILLER    PIC X(10)   VALUE '1CBLANL00'.
           05  FILLER    PIC X(10)   VALUE '1CBLANL01'.
           05  FILLER    PIC X(10)   VALUE '1CBLANL02'.
           05  FILLER    PIC X(10)   VALUE '1CBLANL03'.
           05  FILLER    PIC X(10)   VALUE '1CBLANL04'.
           05  FILLER    PIC X(10)   VALUE '1CBLRNT02'.
           05  FILLER    PIC X(10)   VALUE '1CBLRNT03'.
           05  FILLER    PIC X(10)   VALUE '1CBLANL05'.
           05  FILLER    PIC X(10)   VALUE '1CBLSUM00'.
           05  FILLER    PIC X(10)   VALUE '1CBLERR00'.
      *    WEEKLY - POP, BOATS, PIZZA, RENT, HUNTING, PARKS, FARM
           05  FILLER    PIC X(10)   VALUE '2CBLBUY00'.
           05  FILLER    PIC X(10)   VALUE '2CBLSTK00'.
           05  FILLER    PIC X(10)   VALUE '2CBLINV00'.
           05  FILLER    PIC X(10)   VALUE '2CBLDLV00'.
           05  FILLER    PIC X(10)   VALUE '2CBLWAR00'.
           05  FILLER    PIC X(10)   VALUE '2CBLTTL00'.
           05  FILLER    PIC X(10)   VALUE '2CBLFIN00'.
           05  FILLER    PIC X(10)   VALUE '2CBLLNS00'.
           05  FILLER    PIC X(10)   VALUE '2CBLPRS00'.
           05  FILLER    PIC X(10)   VALUE '2CBLSRV00'.
           05  FILLER    PIC X(10)   VALUE '2CBLCSH00'.
           05  FILLER    PIC X(10)   VALUE '2CBLRCV00'.
           05  FILLER    PIC X(10)   VALUE '2CBLAPM00'.
           05  FILLER    PIC X(10)   VALUE '2CBLVAR00'.
           05  FILLER    PIC X(10)   VALUE '2CBLLGL00'.
           05  FILLER    PIC X(10)   VALUE '2CBLWRK00'.
           05  FILLER    PIC X(10)   VALUE '2CBLAPL00'.
           05  FILLER    PIC X(10)   VALUE '2COBANL01'.
           05  FILLER    PIC X(10)   VALUE '2COBANL1A'.
           05  FILLER    PIC X(10)   VALUE '2COBANL1H'.
           05  FILLER    PIC X(10)   VALUE '2COBANL2M'.
           05  FILLER    PIC X(10)   VALUE '2COBANL2W'.
           05  FILLER    PIC X(10)   VALUE '2COBANL2C'.
           05  FILLER    PIC X(10)   VALUE '2COBANL2G'.
           05  FILLER    PIC X(10)   VALUE '2COBANL2R'.
           05  FILLER    PIC X(10)   VALUE '2COBANL2S'.
           05  FILLER    PIC X(10)   VALUE '2GROUPBRD'.
           05  FILLER    PIC X(10)   VALUE '2GROUPTRX'.
           05  FILLER    PIC X(10)   VALUE '2GROUPTAG'.
           05  FILLER    PIC X(10)   VALUE '2GROUPFED'.
           05  FILLER    PIC X(10)   VALUE '2GROUPPRD'.
           05  FILLER    PIC X(10)   VALUE '2GROUPSAL'.
           05  FILLER    PIC X(10)   VALUE '2GROUPPROJ'.
           05  FILLER    PIC X(10)   VALUE '2CBLPTY00'.
      *    MONTH-END - LABOR AND THE CHECK RUN FEED THAT NIGHT'S GL
           05  FILLER    PIC X(10)   VALUE '3CBLCOM00'.
           05  FILLER    PIC X(10)   VALUE '3CBLMFG00'.
           05  FILLER    PIC X(10)   VALUE '3CBLCUS00'.
           05  FILLER    PIC X(10)   VALUE '3CBLOWN00'.
           05  FILLER    PIC X(10)   VALUE '3CBLDEP00'.
           05  FILLER    PIC X(10)   VALUE '3CBLLEX00'.
           05  FILLER    PIC X(10)   VALUE '3CBLREN00'.
           05  FILLER    PIC X(10)   VALUE '3CBLMRG00'.
           05  FILLER    PIC X(10)   VALUE '3CBLMEN00'.
           05  FILLER    PIC X(10)   VALUE '3CBLING00'.
           05  FILLER    PIC X(10)   VALUE '3CBLTRD00'.
           05  FILLER    PIC X(10)   VALUE '3CBLUPD00'.
           05  FILLER    PIC X(10)   VALUE '3CBLGPA00'.
           05  FILLER    PIC X(10)   VALUE '3CBLALM00'.
           05  FILLER    PIC X(10)   VALUE '3CBLGIV00'.
           05  FILLER    PIC X(10)   VALUE '3COBANL2H'.
           05  FILLER    PIC X(10)   VALUE '3COBANL2K'.
           05  FILLER    PIC X(10)   VALUE '3COBANL2F'.
           05  FILLER    PIC X(10)   VALUE '3GROUPAGE'.
           05  FILLER    PIC X(10)   VALUE '3CBLLAB00'.
           05  FILLER    PIC X(10)   VALUE '3CBLDSB00'.
      *    LEDGER - RETURNED ACH, GL CONSOLIDATION AND POSTING,
      *    EVERY NIGHT
           05  FILLER    PIC X(10)   VALUE '5CBLNSF00'.
           05  FILLER    PIC X(10)   VALUE '5CBLGLC00'.
           05  FILLER    PIC X(10)   VALUE '5CBLGLP00'.
      *    SEASON-END - TERM CLOSE AND THE HUNTING SEASON ROLL
           05  FILLER    PIC X(10)   VALUE '4CBLREG00'.
           05  FILLER    PIC X(10)   VALUE '4CBLTUI00'.
           05  FILLER    PIC X(10)   VALUE '4CBLSTD00'.
           05  FILLER    PIC X(10)   VALUE '4CBLDEG00'.
           05  FILLER    PIC X(10)   VALUE '4CBLPLC00'.
           05  FILLER    PIC X(10)   VALUE '4CBLPLC01'.
           05  FILLER    PIC X(10)   VALUE '4COBANL1D'.
           05  FILLER    PIC X(10)   VALUE '4COBANL1M'.
           05  FILLER    PIC X(10)   VALUE '4COBANL1R'.

       01  STEP-TABLE REDEFINES STEP-ARRAY.
           05  STEP-ENTRY OCCURS 77 TIMES INDEXED BY STEP-IDX.
               10  STEP-STREAM      PIC 9.
               10  STEP-PGM-NAME    PIC X(9).
