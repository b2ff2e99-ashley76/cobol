       IDENTIFICATION DIVISION.
       PROGRAM-ID.          CBLPTY00.
       AUTHOR.              ASHLEY LINDQUIST.
       DATE-WRITTEN.        10/15/26.
       DATE-COMPILED.

      ***************************************************************
      * CROSS-BUSINESS CUSTOMER MASTER - PARTIES AND HOUSEHOLDS.    *
      * THE PEOPLE ON THE BOAT CUSTOMER MASTER (BCUSTMST), THE      *
      * TENANT MASTER (TENMAST), THE HUNTING CUSTOMER MASTER        *
      * (HNTCUST) AND THE POP FUNDRAISER BUYER HISTORY (POPBUYH)    *
      * ARE MATCHED TO ONE ANOTHER AND GIVEN A SHARED PARTY ID.     *
      *                                                             *
      * NAMES ARE NORMALIZED TO SURNAME AND FIRST INITIAL (UPPER    *
      * CASE, PUNCTUATION DROPPED, "LAST, FIRST" OR "FIRST LAST",   *
      * JR/SR/II/III/IV DROPPED).  ADDRESSES ARE REDUCED TO THE     *
      * HOUSE NUMBER AND THE FIRST STREET WORD (DIRECTIONS SKIPPED) *
      * SO ST/STREET AND A TRUNCATED POPBUYH STREET STILL AGREE;    *
      * PHONES TO THEIR LAST SEVEN DIGITS.  WITHIN A NAME:          *
      *   - SAME ADDRESS AND ZIP, OR SAME PHONE, LINKS AUTOMATICALLY*
      *   - OTHERWISE, WHERE NOTHING CONTRADICTS IT (SAME ZIP, OR   *
      *     ONE SIDE HAS NO ADDRESS, AND NO DIFFERING PHONES) THE   *
      *     RECORD GETS A PARTY OF ITS OWN AND GOES TO THE REVIEW   *
      *     LIST WITH THE PARTY IT MAY BELONG TO.                   *
      * A REVIEWED MATCH IS LINKED BY A PTYLINK CARD - SOURCE CODE, *
      * SOURCE KEY AND PARTY ID, AS PRINTED ON THE REVIEW LIST.  A  *
      * CARD ALSO SPLITS A BAD LINK BY NAMING AN UNUSED PARTY ID.   *
      *                                                             *
      * THE CROSS-REFERENCE (PTYXREF IN, PTYXREFN OUT) CARRIES ONE  *
      * ENTRY PER SOURCE RECORD WITH ITS PARTY, HOW IT WAS LINKED   *
      * AND WHEN; A SOURCE RECORD ALREADY ON IT KEEPS ITS PARTY, SO *
      * PARTY IDS STAY PUT FROM RUN TO RUN.  SOURCE KEYS:           *
      *   B  BOAT CUSTOMER NUMBER                                   *
      *   T  BUILDING/UNIT AND TENANT NAME                          *
      *   H  HUNTING CUSTOMER ID                                    *
      *   P  POP BUYER LAST NAME, FIRST NAME, ZIP                   *
      *                                                             *
      * PTYRPT LISTS THE REVIEW MATCHES AND THE MATCH COUNTS, THEN  *
      * THE CROSS-SELL LISTS - HUNTERS WITH NO BOAT PURCHASE, AND   *
      * TENANTS WHOSE LEASE ENDS WITHIN C-LEASE-DAYS OF THE         *
      * BUSINESS DATE WHO HAVE BOUGHT A BOAT.  PTYMAIL IS THE       *
      * HOUSEHOLDED MAILING LIST: ONE PIECE PER ADDRESS IN ZIP      *
      * ORDER, HOWEVER MANY PARTIES LIVE THERE.                     *
      ***************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RUN-CONTROL
               ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-RUNCTL-STATUS.

           SELECT OPTIONAL CUST-MASTER
               ASSIGN TO BCUSTMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL TENANT-MASTER
               ASSIGN TO TENMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL HUNT-CUST
               ASSIGN TO HNTCUST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL BUYER-HISTORY
               ASSIGN TO POPBUYH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-IN-STATUS.

           SELECT OPTIONAL XREF-IN
               ASSIGN TO PTYXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-XREF-STATUS.

           SELECT OPTIONAL LINK-CARDS
               ASSIGN TO PTYLINK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS C-LINK-STATUS.

           SELECT XREF-OUT
               ASSIGN TO PTYXREFN
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NAME-SORT-WORK
               ASSIGN TO "SRTWK48".

           SELECT NAME-SORTED
               ASSIGN TO PTYNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTY-WORK
               ASSIGN TO PTYWORK
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTY-SORT-WORK
               ASSIGN TO "SRTWK49".

           SELECT PARTY-SORTED
               ASSIGN TO PTYPSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PARTY-SUM
               ASSIGN TO PTYSUM
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOUSE-SORT-WORK
               ASSIGN TO "SRTWK50".

           SELECT HOUSE-SORTED
               ASSIGN TO PTYHSRT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO PTYRPT
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT MAILOUT
               ASSIGN TO PTYMAIL
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RUN-CONTROL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CTL-REC.

       01  CTL-REC.
           05  CTL-BUS-DATE     PIC X(8).

       FD CUST-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           DATA RECORD IS CUST-MST-REC.

       01  CUST-MST-REC.
           05  BC-CUST-NO           PIC 9(6).
           05  BC-NAME              PIC X(25).
           05  BC-ADDRESS           PIC X(25).
           05  BC-CITY              PIC X(15).
           05  BC-STATE             PIC XX.
           05  BC-ZIP               PIC X(9).
           05  BC-PHONE             PIC X(10).

       FD TENANT-MASTER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           DATA RECORD IS TENANT-REC.

       01  TENANT-REC.
           05  TN-KEY.
               10  TN-BLD-CODE      PIC XX.
               10  TN-UNIT          PIC 99.
           05  TN-NAME              PIC X(20).
           05  TN-LEASE-START       PIC 9(8).
           05  TN-LEASE-END         PIC 9(8).
           05  TN-PHONE             PIC X(10).
           05  TN-ROUTING           PIC 9(9).
           05  TN-ACCOUNT           PIC X(12).
           05  TN-AUTOPAY           PIC X.

       FD HUNT-CUST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS HUNT-REC.

       01  HUNT-REC.
           05  HC-CUSTID            PIC X(9).
           05  HC-NAME              PIC X(25).
           05  HC-ADDRESS           PIC X(25).
           05  HC-CITY              PIC X(15).
           05  HC-STATE             PIC XX.
           05  HC-ZIP               PIC X(9).

      *    THE CBLBUY00 BUYER HISTORY RECORD.
       FD BUYER-HISTORY
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 125 CHARACTERS
           DATA RECORD IS BUY-REC.

       01  BUY-REC.
           05  BH-KEY.
               10  BH-LNAME         PIC X(15).
               10  BH-FNAME         PIC X(15).
               10  BH-ZIP           PIC 9(9).
           05  BH-ADDRESS           PIC X(15).
           05  BH-CITY              PIC X(10).
           05  BH-STATE             PIC XX.
           05  FILLER               PIC X(59).

       FD XREF-IN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS XI-REC.

       01  XI-REC.
           05  XI-SRC               PIC X.
           05  XI-SRC-KEY           PIC X(39).
           05  XI-PARTY             PIC 9(7).
           05  XI-METHOD            PIC X.
           05  XI-DATE              PIC 9(8).

       FD LINK-CARDS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS PL-REC.

       01  PL-REC.
           05  PL-SRC               PIC X.
           05  PL-SRC-KEY           PIC X(39).
           05  PL-PARTY             PIC 9(7).

       FD XREF-OUT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS XO-REC.

       01  XO-REC.
           05  XO-SRC               PIC X.
           05  XO-SRC-KEY           PIC X(39).
           05  XO-PARTY             PIC 9(7).
           05  XO-METHOD            PIC X.
           05  XO-DATE              PIC 9(8).

      *    PERSON RECORDS IN NAME ORDER; WITHIN A NAME, RECORDS
      *    ALREADY LINKED COME AHEAD OF THE NEW ONES.
       SD NAME-SORT-WORK.
       01  SD-NAME-REC.
           05  SD-NAME-KEY          PIC X(16).
           05  SD-LINK-SEQ          PIC X.
           05  SD-SRC               PIC X.
           05  SD-SRC-KEY           PIC X(39).
           05  FILLER               PIC X(152).

       FD NAME-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 209 CHARACTERS
           DATA RECORD IS NS-REC.

       01  NS-REC.
           05  NS-NAME-KEY          PIC X(16).
           05  FILLER               PIC X(193).

       FD PARTY-WORK
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 209 CHARACTERS
           DATA RECORD IS PW-REC.

       01  PW-REC                   PIC X(209).

       SD PARTY-SORT-WORK.
       01  SD-PARTY-REC.
           05  FILLER               PIC X(17).
           05  SD-P-SRC             PIC X.
           05  FILLER               PIC X(39).
           05  SD-P-PARTY           PIC 9(7).
           05  FILLER               PIC X(145).

       FD PARTY-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 209 CHARACTERS
           DATA RECORD IS PS-REC.

       01  PS-REC.
           05  FILLER               PIC X(57).
           05  PS-PARTY             PIC 9(7).
           05  FILLER               PIC X(145).

      *    ONE RECORD PER PARTY - THE NAME AND ADDRESS IT MAILS TO
      *    AND THE BUSINESSES IT DEALS WITH (B, T, H, P IN ORDER).
       FD PARTY-SUM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 174 CHARACTERS
           DATA RECORD IS PY-REC.

       01  PY-REC.
           05  PY-PARTY             PIC 9(7).
           05  PY-SURNAME           PIC X(15).
           05  PY-FIRST             PIC X(15).
           05  PY-NAME              PIC X(25).
           05  PY-ADDRESS           PIC X(25).
           05  PY-CITY              PIC X(15).
           05  PY-STATE             PIC XX.
           05  PY-ZIP               PIC X(9).
           05  PY-ADDR-KEY          PIC X(20).
           05  PY-PHONE             PIC X(10).
           05  PY-SOURCES           PIC X(4).
           05  PY-LEASE-END         PIC 9(8).
           05  PY-UNIT              PIC X(4).
           05  PY-BOAT-KEY          PIC X(6).
           05  PY-HUNT-KEY          PIC X(9).

       SD HOUSE-SORT-WORK.
       01  SD-HOUSE-REC.
           05  SD-H-ZIP5            PIC X(5).
           05  SD-H-ADDR-KEY        PIC X(20).
           05  SD-H-SURNAME         PIC X(15).
           05  SD-H-PARTY           PIC X(174).

       FD HOUSE-SORTED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 214 CHARACTERS
           DATA RECORD IS HS-REC.

       01  HS-REC.
           05  HS-HOUSE-KEY         PIC X(25).
           05  HS-SURNAME           PIC X(15).
           05  HS-PARTY             PIC X(174).

       FD PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS PRTLINE.

       01  PRTLINE              PIC X(132).

       FD MAILOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           LINAGE IS 60 WITH FOOTING AT 55
           DATA RECORD IS MAILLINE.

       01  MAILLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  C-PCTR           PIC 99        VALUE ZERO.
           05  C-MAIL-PCTR      PIC 99        VALUE ZERO.
           05  C-RUNCTL-STATUS  PIC XX        VALUE "00".
           05  C-IN-STATUS      PIC XX        VALUE "00".
           05  C-XREF-STATUS    PIC XX        VALUE "00".
           05  C-LINK-STATUS    PIC XX        VALUE "00".
           05  MORE-IN          PIC XXX       VALUE "YES".
           05  MORE-NAMES       PIC XXX       VALUE "YES".
           05  MORE-PARTIES     PIC XXX       VALUE "YES".
           05  MORE-SUM         PIC XXX       VALUE "YES".
           05  MORE-HOUSES      PIC XXX       VALUE "YES".
           05  C-BUS-DATE       PIC 9(8)      VALUE ZERO.
           05  C-LEASE-DAYS     PIC 999       VALUE 90.
           05  C-LEASE-LIMIT    PIC 9(8)      VALUE ZERO.
           05  C-DATE-INT       PIC 9(7)      VALUE ZERO.
           05  C-NEXT-PARTY     PIC 9(7)      VALUE ZERO.
           05  C-RAW-NAME       PIC X(30)     VALUE SPACES.
           05  C-RAW-PHONE      PIC X(10)     VALUE SPACES.
           05  H-NAME-KEY       PIC X(16)     VALUE SPACES.
           05  H-PARTY          PIC 9(7)      VALUE ZERO.
           05  H-HOUSE-KEY      PIC X(25)     VALUE SPACES.
           05  H-ALT-SURNAME    PIC X(15)     VALUE SPACES.
           05  C-SOURCES        PIC X(4)      VALUE SPACES.
           05  C-GRP-CTR        PIC 999       VALUE ZERO.
           05  GRP-SUB          PIC 999       VALUE ZERO.
           05  CAND-SUB         PIC 999       VALUE ZERO.
           05  C-STRONG-SUB     PIC 999       VALUE ZERO.
           05  C-WEAK-SUB       PIC 999       VALUE ZERO.
           05  C-MATCH-METHOD   PIC X         VALUE SPACE.
           05  C-HOUSE-MEMBERS  PIC 999       VALUE ZERO.
           05  C-XREF-TBL-CTR   PIC 9(5)      VALUE ZERO.
           05  C-OVR-TBL-CTR    PIC 999       VALUE ZERO.
           05  ADDRESS-SW       PIC XXX       VALUE "NO".
           05  C-SECT-TITLE     PIC X(70)     VALUE SPACES.

       01  COUNTERS.
           05  C-BOAT-CTR       PIC 9(7)      VALUE ZERO.
           05  C-TENANT-CTR     PIC 9(7)      VALUE ZERO.
           05  C-HUNT-CTR       PIC 9(7)      VALUE ZERO.
           05  C-POP-CTR        PIC 9(7)      VALUE ZERO.
           05  C-CARRIED-CTR    PIC 9(7)      VALUE ZERO.
           05  C-OVERRIDE-CTR   PIC 9(7)      VALUE ZERO.
           05  C-ADDR-LINK-CTR  PIC 9(7)      VALUE ZERO.
           05  C-PHONE-LINK-CTR PIC 9(7)      VALUE ZERO.
           05  C-NEW-CTR        PIC 9(7)      VALUE ZERO.
           05  C-REVIEW-CTR     PIC 9(7)      VALUE ZERO.
           05  C-OVERFLOW-CTR   PIC 9(7)      VALUE ZERO.
           05  C-DROPPED-CTR    PIC 9(7)      VALUE ZERO.
           05  C-XREF-SKIP-CTR  PIC 9(7)      VALUE ZERO.
           05  C-PARTY-CTR      PIC 9(7)      VALUE ZERO.
           05  C-MULTI-CTR      PIC 9(7)      VALUE ZERO.
           05  C-HUNTER-LIST-CTR PIC 9(7)     VALUE ZERO.
           05  C-TENANT-LIST-CTR PIC 9(7)     VALUE ZERO.
           05  C-HOUSEHOLD-CTR  PIC 9(7)      VALUE ZERO.
           05  C-MAILED-CTR     PIC 9(7)      VALUE ZERO.
           05  C-NO-ADDR-CTR    PIC 9(7)      VALUE ZERO.

      *    TEXT NORMALIZATION WORK AREAS.
       01  NORMALIZE-AREA.
           05  C-CLEAN-IN       PIC X(30)     VALUE SPACES.
           05  C-CLEAN-OUT      PIC X(30)     VALUE SPACES.
           05  C-CHR            PIC X         VALUE SPACE.
               88  C-CHR-LETTER             VALUE 'A' THRU 'Z'.
               88  C-CHR-DIGIT              VALUE '0' THRU '9'.
           05  C-CHR-SUB        PIC 99        VALUE ZERO.
           05  C-OUT-POS        PIC 99        VALUE ZERO.
           05  C-ZERO-CTR       PIC 99        VALUE ZERO.
           05  C-COMMA-CTR      PIC 99        VALUE ZERO.
           05  C-NAME-PART-1    PIC X(30)     VALUE SPACES.
           05  C-NAME-PART-2    PIC X(30)     VALUE SPACES.
           05  C-SURNAME-W      PIC X(15)     VALUE SPACES.
           05  C-FIRST-W        PIC X(15)     VALUE SPACES.
           05  C-STREET-W       PIC X(15)     VALUE SPACES.
           05  C-WORD-CTR       PIC 9         VALUE ZERO.
           05  C-WORD-SUB       PIC 9         VALUE ZERO.
           05  C-TEST-WORD      PIC X(15)     VALUE SPACES.
               88  C-NAME-SUFFIX            VALUE 'JR' 'SR' 'II'
                                                  'III' 'IV'.
               88  C-DIRECTION              VALUE 'N' 'S' 'E' 'W'
                                                  'NE' 'NW' 'SE' 'SW'
                                                  'NORTH' 'SOUTH'
                                                  'EAST' 'WEST'.
           05  C-PHONE-DIGITS   PIC X(10)     VALUE SPACES.

       01  WORD-TABLE.
           05  C-WORD           PIC X(15)     OCCURS 6 TIMES.

      *    ONE PERSON RECORD FROM ANY OF THE FOUR SOURCES.  THE SAME
      *    LAYOUT RIDES THE NAME SORT, THE PARTY WORK FILE AND THE
      *    PARTY SORT.
       01  PERSON-REC.
           05  PR-NAME-KEY.
               10  PR-SURNAME       PIC X(15).
               10  PR-INITIAL       PIC X.
           05  PR-LINK-SEQ          PIC X.
           05  PR-SRC               PIC X.
           05  PR-SRC-KEY           PIC X(39).
           05  PR-PARTY             PIC 9(7).
           05  PR-METHOD            PIC X.
           05  PR-LINK-DATE         PIC 9(8).
           05  PR-NAME              PIC X(25).
           05  PR-FIRST             PIC X(15).
           05  PR-ADDRESS           PIC X(25).
           05  PR-CITY              PIC X(15).
           05  PR-STATE             PIC XX.
           05  PR-ZIP               PIC X(9).
           05  PR-PHONE             PIC X(10).
           05  PR-PHONE-KEY         PIC X(7).
           05  PR-ADDR-KEY          PIC X(20).
           05  PR-LEASE-END         PIC 9(8).

      *    THE CANDIDATE A NEW RECORD IS BEING COMPARED WITH.
       01  CAND-REC.
           05  CD-NAME-KEY          PIC X(16).
           05  CD-LINK-SEQ          PIC X.
           05  CD-SRC               PIC X.
           05  CD-SRC-KEY           PIC X(39).
           05  CD-PARTY             PIC 9(7).
           05  CD-METHOD            PIC X.
           05  CD-LINK-DATE         PIC 9(8).
           05  CD-NAME              PIC X(25).
           05  CD-FIRST             PIC X(15).
           05  CD-ADDRESS           PIC X(25).
           05  CD-CITY              PIC X(15).
           05  CD-STATE             PIC XX.
           05  CD-ZIP               PIC X(9).
           05  CD-PHONE             PIC X(10).
           05  CD-PHONE-KEY         PIC X(7).
           05  CD-ADDR-KEY          PIC X(20).
           05  CD-LEASE-END         PIC 9(8).

      *    THE RECORDS SHARING ONE NAME KEY.  A NAME WITH MORE
      *    RECORDS THAN THE TABLE HOLDS GIVES THE EXTRAS PARTIES OF
      *    THEIR OWN AND COUNTS THEM.
       01  GROUP-TABLE.
           05  GR-ENTRY         PIC X(209)    OCCURS 100 TIMES.

       01  XREF-TABLE.
           05  XREF-ENTRY OCCURS 5000 TIMES INDEXED BY XREF-IDX.
               10  XT-SRC           PIC X.
               10  XT-SRC-KEY       PIC X(39).
               10  XT-PARTY         PIC 9(7).
               10  XT-METHOD        PIC X.
               10  XT-DATE          PIC 9(8).
               10  XT-USED          PIC X.

       01  OVERRIDE-TABLE.
           05  OVR-ENTRY OCCURS 500 TIMES INDEXED BY OVR-IDX.
               10  OT-SRC           PIC X.
               10  OT-SRC-KEY       PIC X(39).
               10  OT-PARTY         PIC 9(7).

       01  AUDIT-PARMS.
           05  AUD-PGM-ID      PIC X(9)    VALUE 'CBLPTY00'.
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
               'CROSS-BUSINESS CUSTOMER PARTIES'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           COPY RPTPAGE.

       01  MAIL-TITLE.
           COPY RPTDATE.
           05  FILLER           PIC X(33)   VALUE SPACES.
           05  FILLER           PIC X(41)   VALUE
               'HOUSEHOLDED MAILING LIST'.
           05  FILLER           PIC X(34)   VALUE SPACES.
           05  FILLER           PIC X(6)    VALUE "PAGE:".
           05  O-MAIL-PCTR      PIC Z9.

       01  SECTION-LINE.
           05  O-SECT-TITLE     PIC X(70).
           05  FILLER           PIC X(62)   VALUE SPACES.

       01  COLUMN-HEADING-1     PIC X(132)  VALUE SPACES.
       01  COLUMN-HEADING-2     PIC X(132)  VALUE SPACES.

       01  REVIEW-HEADING-1.
           05  FILLER           PIC X(47)   VALUE
               'SOURCES: B = BOAT CUSTOMER  T = TENANT  H = HUN'.
           05  FILLER           PIC X(22)   VALUE
               'TER  P = POP BUYER.   '.
           05  FILLER           PIC X(43)   VALUE
               'TO LINK, PUT SOURCE, KEY AND PARTY ON A PTY'.
           05  FILLER           PIC X(20)   VALUE
               'LINK CARD.'.

       01  REVIEW-HEADING-2.
           05  FILLER           PIC X(10)   VALUE SPACES.
           05  FILLER           PIC X(2)    VALUE 'S'.
           05  FILLER           PIC X(40)   VALUE 'SOURCE KEY'.
           05  FILLER           PIC X(26)   VALUE 'NAME'.
           05  FILLER           PIC X(21)   VALUE 'ADDRESS'.
           05  FILLER           PIC X(6)    VALUE 'ZIP'.
           05  FILLER           PIC X(11)   VALUE 'PHONE'.
           05  FILLER           PIC X(16)   VALUE '  PARTY'.

       01  REVIEW-LINE.
           05  O-RV-LABEL       PIC X(9).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-SRC         PIC X.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-KEY         PIC X(39).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-NAME        PIC X(25).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-ADDRESS     PIC X(20).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-ZIP         PIC X(5).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-PHONE       PIC X(10).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-RV-PARTY       PIC ZZZZZZ9.
           05  FILLER           PIC X(9)    VALUE SPACES.

       01  HUNTER-HEADING.
           05  FILLER           PIC X(9)    VALUE '  PARTY'.
           05  FILLER           PIC X(27)   VALUE 'NAME'.
           05  FILLER           PIC X(27)   VALUE 'ADDRESS'.
           05  FILLER           PIC X(30)   VALUE
               'CITY            ST ZIP'.
           05  FILLER           PIC X(11)   VALUE 'HUNTER ID'.
           05  FILLER           PIC X(28)   VALUE 'DEALS WITH'.

       01  HUNTER-LINE.
           05  O-HL-PARTY       PIC ZZZZZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-NAME        PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-ADDRESS     PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-CITY        PIC X(15).
           05  FILLER           PIC X       VALUE SPACE.
           05  O-HL-STATE       PIC XX.
           05  FILLER           PIC X       VALUE SPACE.
           05  O-HL-ZIP         PIC X(9).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-HUNT-KEY    PIC X(9).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-HL-SOURCES     PIC X(4).
           05  FILLER           PIC X(24)   VALUE SPACES.

       01  TENANT-HEADING.
           05  FILLER           PIC X(9)    VALUE '  PARTY'.
           05  FILLER           PIC X(27)   VALUE 'NAME'.
           05  FILLER           PIC X(7)    VALUE 'UNIT'.
           05  FILLER           PIC X(12)   VALUE 'LEASE ENDS'.
           05  FILLER           PIC X(12)   VALUE 'PHONE'.
           05  FILLER           PIC X(10)   VALUE 'BOAT CUST'.
           05  FILLER           PIC X(55)   VALUE 'DEALS WITH'.

       01  TENANT-LINE.
           05  O-TL-PARTY       PIC ZZZZZZ9.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-TL-NAME        PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-TL-BLD         PIC XX.
           05  FILLER           PIC X       VALUE '-'.
           05  O-TL-UNIT        PIC XX.
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-TL-END-MM      PIC 99.
           05  FILLER           PIC X       VALUE '/'.
           05  O-TL-END-DD      PIC 99.
           05  FILLER           PIC X       VALUE '/'.
           05  O-TL-END-YYYY    PIC 9(4).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-TL-PHONE       PIC X(10).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-TL-BOAT-KEY    PIC X(6).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-TL-SOURCES     PIC X(4).
           05  FILLER           PIC X(51)   VALUE SPACES.

       01  MAIL-HEADING.
           05  FILLER           PIC X(11)   VALUE 'ZIP CODE'.
           05  FILLER           PIC X(37)   VALUE 'ADDRESSEE'.
           05  FILLER           PIC X(27)   VALUE 'ADDRESS'.
           05  FILLER           PIC X(19)   VALUE 'CITY'.
           05  FILLER           PIC X(4)    VALUE 'ST'.
           05  FILLER           PIC X(9)    VALUE 'PARTIES'.
           05  FILLER           PIC X(25)   VALUE 'DEALS WITH'.

       01  MAIL-LINE.
           05  O-ML-ZIP         PIC X(9).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-ADDRESSEE   PIC X(35).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-ADDRESS     PIC X(25).
           05  FILLER           PIC X(2)    VALUE SPACES.
           05  O-ML-CITY        PIC X(15).
           05  FILLER           PIC X(4)    VALUE SPACES.
           05  O-ML-STATE       PIC XX.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-ML-MEMBERS     PIC ZZ9.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-ML-SOURCES     PIC X(4).
           05  FILLER           PIC X(19)   VALUE SPACES.

       01  TOTAL-LINE.
           05  O-TOT-TEXT       PIC X(44).
           05  O-TOT-CTR        PIC Z,ZZZ,ZZ9.
           05  FILLER           PIC X(79)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER           PIC X(5)    VALUE SPACES.
           05  O-NONE-TEXT      PIC X(60).
           05  FILLER           PIC X(67)   VALUE SPACES.

       PROCEDURE DIVISION.

       0000-CBLPTY00.
           MOVE 'TEST ' TO LK-FUNC.
           CALL 'CBLLOCK' USING LOCK-PARMS.
           IF LK-RC = '1'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INIT.

           SORT NAME-SORT-WORK
               ON ASCENDING KEY SD-NAME-KEY
               ON ASCENDING KEY SD-LINK-SEQ
               ON ASCENDING KEY SD-SRC
               ON ASCENDING KEY SD-SRC-KEY
               INPUT PROCEDURE IS 0500-PERSON-INPUT
                   THRU 0590-PERSON-INPUT-EXIT
               GIVING NAME-SORTED.
           PERFORM 2000-MATCH-PASS.

           SORT PARTY-SORT-WORK
               ON ASCENDING KEY SD-P-PARTY
               ON ASCENDING KEY SD-P-SRC
               USING PARTY-WORK
               GIVING PARTY-SORTED.
           PERFORM 2500-PARTY-PASS.
           PERFORM 2700-HUNTER-LIST.
           PERFORM 2800-TENANT-LIST.

           SORT HOUSE-SORT-WORK
               ON ASCENDING KEY SD-H-ZIP5
               ON ASCENDING KEY SD-H-ADDR-KEY
               ON ASCENDING KEY SD-H-SURNAME
               INPUT PROCEDURE IS 0600-HOUSE-INPUT
                   THRU 0690-HOUSE-INPUT-EXIT
               GIVING HOUSE-SORTED.
           PERFORM 2900-MAILING-PASS.

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
           MOVE I-YEAR TO O-YEAR OF MAIL-TITLE.
           MOVE I-MONTH TO O-MONTH OF MAIL-TITLE.
           MOVE I-DAY TO O-DAY OF MAIL-TITLE.

      *    THE CROSS-SELL WINDOW FOR ENDING LEASES.
           MOVE I-DATE TO C-BUS-DATE.
           COMPUTE C-DATE-INT =
               FUNCTION INTEGER-OF-DATE (C-BUS-DATE) + C-LEASE-DAYS.
           COMPUTE C-LEASE-LIMIT =
               FUNCTION DATE-OF-INTEGER (C-DATE-INT).

           PERFORM 1100-LOAD-LINK-CARDS.
           PERFORM 1200-LOAD-XREF.

           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT MAILOUT.
           OPEN OUTPUT XREF-OUT.
           OPEN OUTPUT PARTY-WORK.

           MOVE 'MATCHES FOR REVIEW - NOT LINKED' TO C-SECT-TITLE.
           MOVE REVIEW-HEADING-1 TO COLUMN-HEADING-1.
           MOVE REVIEW-HEADING-2 TO COLUMN-HEADING-2.
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

      *    LINK CARDS FROM THE REVIEW LIST.  A CARD'S PARTY ID ALSO
      *    RAISES THE NEXT NEW PARTY ID PAST IT.
       1100-LOAD-LINK-CARDS.
           OPEN INPUT LINK-CARDS.
           IF C-LINK-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 1110-READ-LINK-CARD
                   UNTIL MORE-IN = "NO"
               CLOSE LINK-CARDS
           END-IF.

       1110-READ-LINK-CARD.
           READ LINK-CARDS
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND PL-SRC NOT = SPACE
              AND PL-PARTY IS NUMERIC
              AND PL-PARTY > ZERO
              AND C-OVR-TBL-CTR < 500
               ADD 1 TO C-OVR-TBL-CTR
               SET OVR-IDX TO C-OVR-TBL-CTR
               MOVE PL-SRC TO OT-SRC (OVR-IDX)
               MOVE PL-SRC-KEY TO OT-SRC-KEY (OVR-IDX)
               MOVE PL-PARTY TO OT-PARTY (OVR-IDX)
               IF PL-PARTY > C-NEXT-PARTY
                   MOVE PL-PARTY TO C-NEXT-PARTY
               END-IF
           END-IF.

       1200-LOAD-XREF.
           OPEN INPUT XREF-IN.
           IF C-XREF-STATUS = "00" OR "05"
               MOVE "YES" TO MORE-IN
               PERFORM 1210-READ-XREF
                   UNTIL MORE-IN = "NO"
               CLOSE XREF-IN
           END-IF.

      *    AN ENTRY PAST THE TABLE LIMIT IS COUNTED; ITS SOURCE
      *    RECORD IS MATCHED AFRESH THIS RUN.
       1210-READ-XREF.
           READ XREF-IN
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               IF C-XREF-TBL-CTR < 5000
                   ADD 1 TO C-XREF-TBL-CTR
                   SET XREF-IDX TO C-XREF-TBL-CTR
                   MOVE XI-SRC TO XT-SRC (XREF-IDX)
                   MOVE XI-SRC-KEY TO XT-SRC-KEY (XREF-IDX)
                   MOVE XI-PARTY TO XT-PARTY (XREF-IDX)
                   MOVE XI-METHOD TO XT-METHOD (XREF-IDX)
                   MOVE XI-DATE TO XT-DATE (XREF-IDX)
                   MOVE 'N' TO XT-USED (XREF-IDX)
                   IF XI-PARTY > C-NEXT-PARTY
                       MOVE XI-PARTY TO C-NEXT-PARTY
                   END-IF
               ELSE
                   ADD 1 TO C-XREF-SKIP-CTR
               END-IF
           END-IF.


      *    EVERY PERSON ON THE FOUR SOURCE FILES, NORMALIZED AND
      *    RELEASED IN NAME ORDER.
       0500-PERSON-INPUT.
           OPEN INPUT CUST-MASTER.
           MOVE "YES" TO MORE-IN.
           PERFORM 0510-READ-BOAT-CUST
               UNTIL MORE-IN = "NO".
           CLOSE CUST-MASTER.

           OPEN INPUT TENANT-MASTER.
           MOVE "YES" TO MORE-IN.
           PERFORM 0520-READ-TENANT
               UNTIL MORE-IN = "NO".
           CLOSE TENANT-MASTER.

           OPEN INPUT HUNT-CUST.
           MOVE "YES" TO MORE-IN.
           PERFORM 0530-READ-HUNTER
               UNTIL MORE-IN = "NO".
           CLOSE HUNT-CUST.

           OPEN INPUT BUYER-HISTORY.
           MOVE "YES" TO MORE-IN.
           PERFORM 0540-READ-POP-BUYER
               UNTIL MORE-IN = "NO".
           CLOSE BUYER-HISTORY.
           GO TO 0590-PERSON-INPUT-EXIT.

       0510-READ-BOAT-CUST.
           READ CUST-MASTER
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               ADD 1 TO C-BOAT-CTR
               MOVE SPACES TO PERSON-REC
               MOVE 'B' TO PR-SRC
               MOVE BC-CUST-NO TO PR-SRC-KEY
               MOVE BC-NAME TO PR-NAME
               MOVE BC-NAME TO C-RAW-NAME
               MOVE BC-ADDRESS TO PR-ADDRESS
               MOVE BC-CITY TO PR-CITY
               MOVE BC-STATE TO PR-STATE
               MOVE BC-ZIP TO PR-ZIP
               MOVE BC-PHONE TO PR-PHONE
               MOVE BC-PHONE TO C-RAW-PHONE
               MOVE ZERO TO PR-LEASE-END
               PERFORM 0700-BUILD-PERSON
           END-IF.

      *    A UNIT WITH NO TENANT NAME IS VACANT AND IS NOT A PERSON.
      *    TENANTS CARRY NO MAILING ADDRESS OF THEIR OWN.
       0520-READ-TENANT.
           READ TENANT-MASTER
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
              AND TN-NAME NOT = SPACES
               ADD 1 TO C-TENANT-CTR
               MOVE SPACES TO PERSON-REC
               MOVE 'T' TO PR-SRC
               MOVE TN-KEY TO PR-SRC-KEY (1:4)
               MOVE TN-NAME TO PR-SRC-KEY (5:20)
               MOVE TN-NAME TO PR-NAME
               MOVE TN-NAME TO C-RAW-NAME
               MOVE TN-PHONE TO PR-PHONE
               MOVE TN-PHONE TO C-RAW-PHONE
               IF TN-LEASE-END IS NUMERIC
                   MOVE TN-LEASE-END TO PR-LEASE-END
               ELSE
                   MOVE ZERO TO PR-LEASE-END
               END-IF
               PERFORM 0700-BUILD-PERSON
           END-IF.

       0530-READ-HUNTER.
           READ HUNT-CUST
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               ADD 1 TO C-HUNT-CTR
               MOVE SPACES TO PERSON-REC
               MOVE 'H' TO PR-SRC
               MOVE HC-CUSTID TO PR-SRC-KEY
               MOVE HC-NAME TO PR-NAME
               MOVE HC-NAME TO C-RAW-NAME
               MOVE HC-ADDRESS TO PR-ADDRESS
               MOVE HC-CITY TO PR-CITY
               MOVE HC-STATE TO PR-STATE
               MOVE HC-ZIP TO PR-ZIP
               MOVE SPACES TO C-RAW-PHONE
               MOVE ZERO TO PR-LEASE-END
               PERFORM 0700-BUILD-PERSON
           END-IF.

      *    THE BUYER HISTORY KEEPS THE NAME IN TWO PARTS; IT IS PUT
      *    BACK TOGETHER AS "LAST, FIRST" FOR THE NORMALIZER.
       0540-READ-POP-BUYER.
           READ BUYER-HISTORY
               AT END
                   MOVE "NO" TO MORE-IN
           END-READ.
           IF MORE-IN = "YES"
               ADD 1 TO C-POP-CTR
               MOVE SPACES TO PERSON-REC
               MOVE 'P' TO PR-SRC
               MOVE BH-KEY TO PR-SRC-KEY
               STRING BH-FNAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      BH-LNAME DELIMITED BY '  '
                   INTO PR-NAME
               END-STRING
               MOVE SPACES TO C-RAW-NAME
               STRING BH-LNAME DELIMITED BY '  '
                      ',' DELIMITED BY SIZE
                      BH-FNAME DELIMITED BY '  '
                   INTO C-RAW-NAME
               END-STRING
               MOVE BH-ADDRESS TO PR-ADDRESS
               MOVE BH-CITY TO PR-CITY
               MOVE BH-STATE TO PR-STATE
               MOVE BH-ZIP TO PR-ZIP
               MOVE SPACES TO C-RAW-PHONE
               MOVE ZERO TO PR-LEASE-END
               PERFORM 0700-BUILD-PERSON
           END-IF.

       0590-PERSON-INPUT-EXIT.
           EXIT.


      *    THE PARTIES ON THE SUMMARY FILE THAT HAVE A MAILING
      *    ADDRESS, IN HOUSEHOLD ORDER (ZIP, THEN STREET ADDRESS).
       0600-HOUSE-INPUT.
           OPEN INPUT PARTY-SUM.
           MOVE "YES" TO MORE-SUM.
           PERFORM 0610-RELEASE-HOUSE
               UNTIL MORE-SUM = "NO".
           CLOSE PARTY-SUM.
           GO TO 0690-HOUSE-INPUT-EXIT.

       0610-RELEASE-HOUSE.
           READ PARTY-SUM
               AT END
                   MOVE "NO" TO MORE-SUM
           END-READ.
           IF MORE-SUM = "YES"
               IF PY-ADDR-KEY = SPACES
                  OR PY-ZIP (1:5) = SPACES
                   ADD 1 TO C-NO-ADDR-CTR
               ELSE
                   MOVE PY-ZIP (1:5) TO SD-H-ZIP5
                   MOVE PY-ADDR-KEY TO SD-H-ADDR-KEY
                   MOVE PY-SURNAME TO SD-H-SURNAME
                   MOVE PY-REC TO SD-H-PARTY
                   RELEASE SD-HOUSE-REC
               END-IF
           END-IF.

       0690-HOUSE-INPUT-EXIT.
           EXIT.


      *    NORMALIZE ONE PERSON, PICK UP ANY LINK ALREADY MADE FOR
      *    THE SOURCE RECORD, AND RELEASE IT TO THE NAME SORT.
       0700-BUILD-PERSON.
           MOVE C-RAW-NAME TO C-CLEAN-IN.
           PERFORM 0800-CLEAN-TEXT.
           PERFORM 0820-PARSE-NAME.
           MOVE C-SURNAME-W TO PR-SURNAME.
           MOVE C-FIRST-W TO PR-FIRST.
           MOVE C-FIRST-W (1:1) TO PR-INITIAL.

           PERFORM 0830-ADDRESS-KEY.
           PERFORM 0840-PHONE-KEY.
           PERFORM 0750-LOOKUP-LINK.
           RELEASE SD-NAME-REC FROM PERSON-REC.

      *    A LINK CARD BEATS THE CROSS-REFERENCE; A RECORD ON
      *    NEITHER IS NEW AND IS MATCHED IN THE NAME PASS.
       0750-LOOKUP-LINK.
           MOVE '2' TO PR-LINK-SEQ.
           MOVE ZERO TO PR-PARTY.
           MOVE SPACE TO PR-METHOD.
           MOVE ZERO TO PR-LINK-DATE.

           SET OVR-IDX TO 1.
           SEARCH OVR-ENTRY
               AT END
                   CONTINUE
               WHEN OVR-IDX > C-OVR-TBL-CTR
                   CONTINUE
               WHEN OT-SRC (OVR-IDX) = PR-SRC
                AND OT-SRC-KEY (OVR-IDX) = PR-SRC-KEY
                   MOVE '1' TO PR-LINK-SEQ
                   MOVE OT-PARTY (OVR-IDX) TO PR-PARTY
                   MOVE 'O' TO PR-METHOD
                   MOVE C-BUS-DATE TO PR-LINK-DATE
           END-SEARCH.

           SET XREF-IDX TO 1.
           SEARCH XREF-ENTRY
               AT END
                   CONTINUE
               WHEN XREF-IDX > C-XREF-TBL-CTR
                   CONTINUE
               WHEN XT-SRC (XREF-IDX) = PR-SRC
                AND XT-SRC-KEY (XREF-IDX) = PR-SRC-KEY
                   MOVE 'Y' TO XT-USED (XREF-IDX)
                   IF PR-LINK-SEQ = '2'
                       MOVE '1' TO PR-LINK-SEQ
                       MOVE XT-PARTY (XREF-IDX) TO PR-PARTY
                       MOVE XT-METHOD (XREF-IDX) TO PR-METHOD
                       MOVE XT-DATE (XREF-IDX) TO PR-LINK-DATE
                       ADD 1 TO C-CARRIED-CTR
                   ELSE
                       IF XT-PARTY (XREF-IDX) = PR-PARTY
                           MOVE XT-DATE (XREF-IDX) TO PR-LINK-DATE
                       END-IF
                   END-IF
           END-SEARCH.
           IF PR-METHOD = 'O'
               ADD 1 TO C-OVERRIDE-CTR
           END-IF.


      *    UPPER CASE; KEEP LETTERS AND DIGITS; ONE SPACE BETWEEN
      *    WORDS; A COMMA IS KEPT, CLOSED UP TO THE WORDS EITHER SIDE.
       0800-CLEAN-TEXT.
           INSPECT C-CLEAN-IN
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO C-CLEAN-OUT.
           MOVE ZERO TO C-OUT-POS.
           PERFORM 0810-CLEAN-CHAR
               VARYING C-CHR-SUB FROM 1 BY 1
                   UNTIL C-CHR-SUB > 30.

       0810-CLEAN-CHAR.
           MOVE C-CLEAN-IN (C-CHR-SUB:1) TO C-CHR.
           IF C-CHR-LETTER OR C-CHR-DIGIT
               ADD 1 TO C-OUT-POS
               MOVE C-CHR TO C-CLEAN-OUT (C-OUT-POS:1)
           ELSE
               IF C-CHR = ',' AND C-OUT-POS > ZERO
                   IF C-CLEAN-OUT (C-OUT-POS:1) NOT = SPACE
                       ADD 1 TO C-OUT-POS
                   END-IF
                   MOVE ',' TO C-CLEAN-OUT (C-OUT-POS:1)
               ELSE
                   IF C-CHR = SPACE AND C-OUT-POS > ZERO
                       IF C-CLEAN-OUT (C-OUT-POS:1) NOT = SPACE
                          AND C-CLEAN-OUT (C-OUT-POS:1) NOT = ','
                           ADD 1 TO C-OUT-POS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    "LAST, FIRST" TAKES THE FIRST WORD EACH SIDE OF THE COMMA;
      *    OTHERWISE THE LAST WORD (AFTER ANY SUFFIX) IS THE SURNAME
      *    AND THE FIRST WORD THE GIVEN NAME.
       0820-PARSE-NAME.
           MOVE SPACES TO C-SURNAME-W.
           MOVE SPACES TO C-FIRST-W.
           MOVE ZERO TO C-COMMA-CTR.
           INSPECT C-CLEAN-OUT TALLYING C-COMMA-CTR FOR ALL ','.
           IF C-COMMA-CTR > ZERO
               MOVE SPACES TO C-NAME-PART-1
               MOVE SPACES TO C-NAME-PART-2
               UNSTRING C-CLEAN-OUT DELIMITED BY ','
                   INTO C-NAME-PART-1 C-NAME-PART-2
               END-UNSTRING
               UNSTRING C-NAME-PART-1 DELIMITED BY SPACE
                   INTO C-SURNAME-W
               END-UNSTRING
               UNSTRING C-NAME-PART-2 DELIMITED BY SPACE
                   INTO C-FIRST-W
               END-UNSTRING
           ELSE
               PERFORM 0850-SPLIT-WORDS
               IF C-WORD-CTR > 1
                   MOVE C-WORD (C-WORD-CTR) TO C-TEST-WORD
                   IF C-NAME-SUFFIX
                       SUBTRACT 1 FROM C-WORD-CTR
                   END-IF
               END-IF
               IF C-WORD-CTR > ZERO
                   MOVE C-WORD (C-WORD-CTR) TO C-SURNAME-W
               END-IF
               IF C-WORD-CTR > 1
                   MOVE C-WORD (1) TO C-FIRST-W
               END-IF
           END-IF.

      *    A STREET ADDRESS KEYS ON ITS HOUSE NUMBER AND FIRST STREET
      *    WORD; ANYTHING ELSE (BOX, RURAL ROUTE) ON ALL ITS WORDS.
       0830-ADDRESS-KEY.
           MOVE SPACES TO PR-ADDR-KEY.
           IF PR-ADDRESS NOT = SPACES
               MOVE PR-ADDRESS TO C-CLEAN-IN
               INSPECT C-CLEAN-IN REPLACING ALL ',' BY SPACE
               PERFORM 0800-CLEAN-TEXT
               PERFORM 0850-SPLIT-WORDS
               IF C-WORD (1) (1:1) IS NUMERIC
                   MOVE SPACES TO C-STREET-W
                   PERFORM 0835-STREET-WORD
                       VARYING C-WORD-SUB FROM 2 BY 1
                           UNTIL C-WORD-SUB > C-WORD-CTR
                              OR C-STREET-W NOT = SPACES
                   STRING C-WORD (1) DELIMITED BY SPACE
                          C-STREET-W DELIMITED BY SPACE
                       INTO PR-ADDR-KEY
                   END-STRING
               ELSE
                   STRING C-WORD (1) DELIMITED BY SPACE
                          C-WORD (2) DELIMITED BY SPACE
                          C-WORD (3) DELIMITED BY SPACE
                          C-WORD (4) DELIMITED BY SPACE
                          C-WORD (5) DELIMITED BY SPACE
                          C-WORD (6) DELIMITED BY SPACE
                       INTO PR-ADDR-KEY
                   END-STRING
               END-IF
           END-IF.

       0835-STREET-WORD.
           MOVE C-WORD (C-WORD-SUB) TO C-TEST-WORD.
           IF NOT C-DIRECTION
               MOVE C-TEST-WORD TO C-STREET-W
           END-IF.

      *    THE LAST SEVEN DIGITS, SO A NUMBER KEYED WITH AND WITHOUT
      *    ITS AREA CODE STILL AGREES.  FEWER THAN SEVEN DIGITS, OR
      *    ALL ZEROS, IS NO PHONE.
       0840-PHONE-KEY.
           MOVE SPACES TO PR-PHONE-KEY.
           MOVE SPACES TO C-PHONE-DIGITS.
           MOVE ZERO TO C-OUT-POS.
           MOVE ZERO TO C-ZERO-CTR.
           PERFORM 0845-PHONE-CHAR
               VARYING C-CHR-SUB FROM 1 BY 1
                   UNTIL C-CHR-SUB > 10.
           IF C-OUT-POS NOT < 7
              AND C-ZERO-CTR < C-OUT-POS
               MOVE C-PHONE-DIGITS (C-OUT-POS - 6:7) TO PR-PHONE-KEY
           END-IF.

       0845-PHONE-CHAR.
           MOVE C-RAW-PHONE (C-CHR-SUB:1) TO C-CHR.
           IF C-CHR-DIGIT
               ADD 1 TO C-OUT-POS
               MOVE C-CHR TO C-PHONE-DIGITS (C-OUT-POS:1)
               IF C-CHR = '0'
                   ADD 1 TO C-ZERO-CTR
               END-IF
           END-IF.

       0850-SPLIT-WORDS.
           MOVE SPACES TO WORD-TABLE.
           UNSTRING C-CLEAN-OUT DELIMITED BY ALL SPACE
               INTO C-WORD (1) C-WORD (2) C-WORD (3)
                    C-WORD (4) C-WORD (5) C-WORD (6)
           END-UNSTRING.
           MOVE ZERO TO C-WORD-CTR.
           PERFORM 0855-COUNT-WORD
               VARYING C-WORD-SUB FROM 1 BY 1
                   UNTIL C-WORD-SUB > 6.

       0855-COUNT-WORD.
           IF C-WORD (C-WORD-SUB) NOT = SPACES
               ADD 1 TO C-WORD-CTR
           END-IF.


      *    ONE NAME AT A TIME: THE RECORDS SHARING A SURNAME AND
      *    INITIAL ARE HELD TOGETHER AND EACH NEW ONE IS COMPARED
      *    WITH THE ONES AHEAD OF IT.
       2000-MATCH-PASS.
           OPEN INPUT NAME-SORTED.
           PERFORM 9000-READ-NAME.
           PERFORM 2100-NAME-GROUP
               UNTIL MORE-NAMES = "NO".
           CLOSE NAME-SORTED.
           CLOSE XREF-OUT.
           CLOSE PARTY-WORK.
           IF C-REVIEW-CTR = ZERO
               MOVE 'NO MATCHES NEED REVIEW THIS RUN.' TO O-NONE-TEXT
               WRITE PRTLINE
                   FROM NONE-LINE
                       AFTER ADVANCING 2 LINES
               END-WRITE
           END-IF.
           PERFORM 2050-MATCH-TOTALS.

       2050-MATCH-TOTALS.
           PERFORM 2060-COUNT-DROPPED
               VARYING XREF-IDX FROM 1 BY 1
                   UNTIL XREF-IDX > C-XREF-TBL-CTR.
           MOVE 'BOAT CUSTOMERS READ' TO O-TOT-TEXT.
           MOVE C-BOAT-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'TENANTS READ' TO O-TOT-TEXT.
           MOVE C-TENANT-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'HUNTING CUSTOMERS READ' TO O-TOT-TEXT.
           MOVE C-HUNT-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'POP BUYERS READ' TO O-TOT-TEXT.
           MOVE C-POP-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'KEPT THEIR PARTY FROM PTYXREF' TO O-TOT-TEXT.
           MOVE C-CARRIED-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'LINKED BY PTYLINK CARD' TO O-TOT-TEXT.
           MOVE C-OVERRIDE-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'LINKED ON NAME AND ADDRESS' TO O-TOT-TEXT.
           MOVE C-ADDR-LINK-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'LINKED ON NAME AND PHONE' TO O-TOT-TEXT.
           MOVE C-PHONE-LINK-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'NEW PARTIES' TO O-TOT-TEXT.
           MOVE C-NEW-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'NEW PARTIES SENT TO REVIEW' TO O-TOT-TEXT.
           MOVE C-REVIEW-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           MOVE 'PTYXREF ENTRIES DROPPED - SOURCE GONE' TO O-TOT-TEXT.
           MOVE C-DROPPED-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.
           IF C-XREF-SKIP-CTR > ZERO
               MOVE 'PTYXREF ENTRIES OVER TABLE LIMIT' TO O-TOT-TEXT
               MOVE C-XREF-SKIP-CTR TO O-TOT-CTR
               PERFORM 9200-TOTAL-LINE
           END-IF.
           IF C-OVERFLOW-CTR > ZERO
               MOVE 'NOT MATCHED - NAME GROUP OVER LIMIT' TO O-TOT-TEXT
               MOVE C-OVERFLOW-CTR TO O-TOT-CTR
               PERFORM 9200-TOTAL-LINE
           END-IF.

       2060-COUNT-DROPPED.
           IF XT-USED (XREF-IDX) = 'N'
               ADD 1 TO C-DROPPED-CTR
           END-IF.

       2100-NAME-GROUP.
           MOVE NS-NAME-KEY TO H-NAME-KEY.
           MOVE ZERO TO C-GRP-CTR.
           PERFORM 2110-LOAD-GROUP
               UNTIL MORE-NAMES = "NO"
                  OR NS-NAME-KEY NOT = H-NAME-KEY.
           PERFORM 2200-RESOLVE
               VARYING GRP-SUB FROM 1 BY 1
                   UNTIL GRP-SUB > C-GRP-CTR.

       2110-LOAD-GROUP.
           IF C-GRP-CTR < 100
               ADD 1 TO C-GRP-CTR
               MOVE NS-REC TO GR-ENTRY (C-GRP-CTR)
           ELSE
               MOVE NS-REC TO PERSON-REC
               IF PR-PARTY = ZERO
                   ADD 1 TO C-OVERFLOW-CTR
                   PERFORM 2250-NEW-PARTY
               END-IF
               PERFORM 2300-WRITE-OUT
           END-IF.
           PERFORM 9000-READ-NAME.

       2200-RESOLVE.
           MOVE GR-ENTRY (GRP-SUB) TO PERSON-REC.
           IF PR-PARTY = ZERO
               PERFORM 2210-FIND-MATCH
               MOVE PERSON-REC TO GR-ENTRY (GRP-SUB)
           END-IF.
           PERFORM 2300-WRITE-OUT.

       2210-FIND-MATCH.
           MOVE ZERO TO C-STRONG-SUB.
           MOVE ZERO TO C-WEAK-SUB.
           IF PR-SURNAME NOT = SPACES
               PERFORM 2220-COMPARE
                   VARYING CAND-SUB FROM 1 BY 1
                       UNTIL CAND-SUB NOT < GRP-SUB
                          OR C-STRONG-SUB > ZERO
           END-IF.
           IF C-STRONG-SUB > ZERO
               MOVE GR-ENTRY (C-STRONG-SUB) TO CAND-REC
               MOVE CD-PARTY TO PR-PARTY
               MOVE C-MATCH-METHOD TO PR-METHOD
               MOVE C-BUS-DATE TO PR-LINK-DATE
               IF C-MATCH-METHOD = 'A'
                   ADD 1 TO C-ADDR-LINK-CTR
               ELSE
                   ADD 1 TO C-PHONE-LINK-CTR
               END-IF
           ELSE
               PERFORM 2250-NEW-PARTY
               IF C-WEAK-SUB > ZERO
                   MOVE 'R' TO PR-METHOD
                   ADD 1 TO C-REVIEW-CTR
                   PERFORM 2400-REVIEW-LINES
               END-IF
           END-IF.

      *    SAME ADDRESS AND ZIP, OR SAME PHONE, IS A LINK.  FAILING
      *    THAT, THE FIRST CANDIDATE NOTHING RULES OUT - SAME ZIP OR
      *    NO ADDRESS TO COMPARE, AND NOT TWO DIFFERENT PHONES - IS
      *    HELD FOR THE REVIEW LIST.
       2220-COMPARE.
           MOVE GR-ENTRY (CAND-SUB) TO CAND-REC.
           IF PR-ADDR-KEY NOT = SPACES
              AND PR-ADDR-KEY = CD-ADDR-KEY
              AND PR-ZIP (1:5) = CD-ZIP (1:5)
               MOVE CAND-SUB TO C-STRONG-SUB
               MOVE 'A' TO C-MATCH-METHOD
           ELSE
               IF PR-PHONE-KEY NOT = SPACES
                  AND PR-PHONE-KEY = CD-PHONE-KEY
                   MOVE CAND-SUB TO C-STRONG-SUB
                   MOVE 'P' TO C-MATCH-METHOD
               ELSE
                   IF C-WEAK-SUB = ZERO
                      AND (PR-ADDR-KEY = SPACES
                           OR CD-ADDR-KEY = SPACES
                           OR PR-ZIP (1:5) = CD-ZIP (1:5))
                      AND (PR-PHONE-KEY = SPACES
                           OR CD-PHONE-KEY = SPACES)
                       MOVE CAND-SUB TO C-WEAK-SUB
                   END-IF
               END-IF
           END-IF.

       2250-NEW-PARTY.
           ADD 1 TO C-NEXT-PARTY.
           MOVE C-NEXT-PARTY TO PR-PARTY.
           MOVE 'N' TO PR-METHOD.
           MOVE C-BUS-DATE TO PR-LINK-DATE.
           ADD 1 TO C-NEW-CTR.

       2300-WRITE-OUT.
           MOVE PR-SRC TO XO-SRC.
           MOVE PR-SRC-KEY TO XO-SRC-KEY.
           MOVE PR-PARTY TO XO-PARTY.
           MOVE PR-METHOD TO XO-METHOD.
           MOVE PR-LINK-DATE TO XO-DATE.
           WRITE XO-REC.
           WRITE PW-REC FROM PERSON-REC.

       2400-REVIEW-LINES.
           MOVE GR-ENTRY (C-WEAK-SUB) TO CAND-REC.
           MOVE 'NEW' TO O-RV-LABEL.
           MOVE PR-SRC TO O-RV-SRC.
           MOVE PR-SRC-KEY TO O-RV-KEY.
           MOVE PR-NAME TO O-RV-NAME.
           MOVE PR-ADDRESS TO O-RV-ADDRESS.
           MOVE PR-ZIP TO O-RV-ZIP.
           MOVE PR-PHONE TO O-RV-PHONE.
           MOVE PR-PARTY TO O-RV-PARTY.
           WRITE PRTLINE
               FROM REVIEW-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'MAY BE' TO O-RV-LABEL.
           MOVE CD-SRC TO O-RV-SRC.
           MOVE CD-SRC-KEY TO O-RV-KEY.
           MOVE CD-NAME TO O-RV-NAME.
           MOVE CD-ADDRESS TO O-RV-ADDRESS.
           MOVE CD-ZIP TO O-RV-ZIP.
           MOVE CD-PHONE TO O-RV-PHONE.
           MOVE CD-PARTY TO O-RV-PARTY.
           WRITE PRTLINE
               FROM REVIEW-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.


      *    ONE SUMMARY RECORD PER PARTY.  THE FIRST OF ITS RECORDS
      *    WITH AN ADDRESS (BOAT, THEN HUNTING, THEN POP) GIVES THE
      *    NAME AND ADDRESS IT MAILS TO.
       2500-PARTY-PASS.
           OPEN INPUT PARTY-SORTED.
           OPEN OUTPUT PARTY-SUM.
           MOVE "YES" TO MORE-PARTIES.
           PERFORM 9010-READ-PARTY.
           PERFORM 2510-PARTY-GROUP
               UNTIL MORE-PARTIES = "NO".
           CLOSE PARTY-SORTED.
           CLOSE PARTY-SUM.

       2510-PARTY-GROUP.
           MOVE PS-PARTY TO H-PARTY.
           MOVE SPACES TO PY-REC.
           MOVE H-PARTY TO PY-PARTY.
           MOVE ZERO TO PY-LEASE-END.
           MOVE "NO" TO ADDRESS-SW.
           PERFORM 2520-PARTY-REC
               UNTIL MORE-PARTIES = "NO"
                  OR PS-PARTY NOT = H-PARTY.
           ADD 1 TO C-PARTY-CTR.
           MOVE PY-SOURCES TO C-SOURCES.
           INSPECT C-SOURCES REPLACING ALL SPACE BY LOW-VALUE.
           IF C-SOURCES (1:2) NOT = LOW-VALUES
              AND C-SOURCES (3:2) NOT = LOW-VALUES
               ADD 1 TO C-MULTI-CTR
           ELSE
               IF C-SOURCES (1:1) NOT = LOW-VALUE
                  AND C-SOURCES (2:1) NOT = LOW-VALUE
                   ADD 1 TO C-MULTI-CTR
               ELSE
                   IF C-SOURCES (3:1) NOT = LOW-VALUE
                      AND C-SOURCES (4:1) NOT = LOW-VALUE
                       ADD 1 TO C-MULTI-CTR
                   END-IF
               END-IF
           END-IF.
           WRITE PY-REC.

       2520-PARTY-REC.
           MOVE PS-REC TO PERSON-REC.
           IF PY-SURNAME = SPACES
               MOVE PR-SURNAME TO PY-SURNAME
               MOVE PR-FIRST TO PY-FIRST
               MOVE PR-NAME TO PY-NAME
           END-IF.
           IF ADDRESS-SW = "NO"
              AND PR-ADDR-KEY NOT = SPACES
               MOVE "YES" TO ADDRESS-SW
               MOVE PR-SURNAME TO PY-SURNAME
               MOVE PR-FIRST TO PY-FIRST
               MOVE PR-NAME TO PY-NAME
               MOVE PR-ADDRESS TO PY-ADDRESS
               MOVE PR-CITY TO PY-CITY
               MOVE PR-STATE TO PY-STATE
               MOVE PR-ZIP TO PY-ZIP
               MOVE PR-ADDR-KEY TO PY-ADDR-KEY
           END-IF.
           IF PY-PHONE = SPACES
               MOVE PR-PHONE TO PY-PHONE
           END-IF.
           IF PR-SRC = 'B'
               MOVE 'B' TO PY-SOURCES (1:1)
               MOVE PR-SRC-KEY TO PY-BOAT-KEY
           END-IF.
           IF PR-SRC = 'T'
               MOVE 'T' TO PY-SOURCES (2:1)
               IF PR-LEASE-END > PY-LEASE-END
                   MOVE PR-LEASE-END TO PY-LEASE-END
                   MOVE PR-SRC-KEY TO PY-UNIT
               END-IF
               IF PY-UNIT = SPACES
                   MOVE PR-SRC-KEY TO PY-UNIT
               END-IF
           END-IF.
           IF PR-SRC = 'H'
               MOVE 'H' TO PY-SOURCES (3:1)
               MOVE PR-SRC-KEY TO PY-HUNT-KEY
           END-IF.
           IF PR-SRC = 'P'
               MOVE 'P' TO PY-SOURCES (4:1)
           END-IF.
           PERFORM 9010-READ-PARTY.


      *    CROSS-SELL: HUNTERS WHO HAVE NEVER BOUGHT A BOAT.
       2700-HUNTER-LIST.
           MOVE 'CROSS-SELL - HUNTERS WITH NO BOAT PURCHASE'
               TO C-SECT-TITLE.
           MOVE HUNTER-HEADING TO COLUMN-HEADING-1.
           MOVE SPACES TO COLUMN-HEADING-2.
           PERFORM 9100-HEADING.
           OPEN INPUT PARTY-SUM.
           MOVE "YES" TO MORE-SUM.
           PERFORM 2710-HUNTER-ONE
               UNTIL MORE-SUM = "NO".
           CLOSE PARTY-SUM.
           MOVE 'HUNTERS LISTED' TO O-TOT-TEXT.
           MOVE C-HUNTER-LIST-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2710-HUNTER-ONE.
           READ PARTY-SUM
               AT END
                   MOVE "NO" TO MORE-SUM
           END-READ.
           IF MORE-SUM = "YES"
              AND PY-SOURCES (3:1) = 'H'
              AND PY-SOURCES (1:1) = SPACE
               ADD 1 TO C-HUNTER-LIST-CTR
               MOVE PY-PARTY TO O-HL-PARTY
               MOVE PY-NAME TO O-HL-NAME
               MOVE PY-ADDRESS TO O-HL-ADDRESS
               MOVE PY-CITY TO O-HL-CITY
               MOVE PY-STATE TO O-HL-STATE
               MOVE PY-ZIP TO O-HL-ZIP
               MOVE PY-HUNT-KEY TO O-HL-HUNT-KEY
               MOVE PY-SOURCES TO O-HL-SOURCES
               WRITE PRTLINE
                   FROM HUNTER-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.

      *    CROSS-SELL: TENANTS WHOSE LEASE ENDS IN THE WINDOW AND WHO
      *    HAVE BOUGHT A BOAT.
       2800-TENANT-LIST.
           MOVE SPACES TO C-SECT-TITLE.
           STRING 'CROSS-SELL - BOAT BUYERS WHOSE LEASE ENDS WITHIN '
                      DELIMITED BY SIZE
                  C-LEASE-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO C-SECT-TITLE.
           MOVE TENANT-HEADING TO COLUMN-HEADING-1.
           MOVE SPACES TO COLUMN-HEADING-2.
           PERFORM 9100-HEADING.
           OPEN INPUT PARTY-SUM.
           MOVE "YES" TO MORE-SUM.
           PERFORM 2810-TENANT-ONE
               UNTIL MORE-SUM = "NO".
           CLOSE PARTY-SUM.
           MOVE 'TENANTS LISTED' TO O-TOT-TEXT.
           MOVE C-TENANT-LIST-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       2810-TENANT-ONE.
           READ PARTY-SUM
               AT END
                   MOVE "NO" TO MORE-SUM
           END-READ.
           IF MORE-SUM = "YES"
              AND PY-SOURCES (2:1) = 'T'
              AND PY-SOURCES (1:1) = 'B'
              AND PY-LEASE-END NOT < C-BUS-DATE
              AND PY-LEASE-END NOT > C-LEASE-LIMIT
               ADD 1 TO C-TENANT-LIST-CTR
               MOVE PY-PARTY TO O-TL-PARTY
               MOVE PY-NAME TO O-TL-NAME
               MOVE PY-UNIT (1:2) TO O-TL-BLD
               MOVE PY-UNIT (3:2) TO O-TL-UNIT
               MOVE PY-LEASE-END (1:4) TO O-TL-END-YYYY
               MOVE PY-LEASE-END (5:2) TO O-TL-END-MM
               MOVE PY-LEASE-END (7:2) TO O-TL-END-DD
               MOVE PY-PHONE TO O-TL-PHONE
               MOVE PY-BOAT-KEY TO O-TL-BOAT-KEY
               MOVE PY-SOURCES TO O-TL-SOURCES
               WRITE PRTLINE
                   FROM TENANT-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9100-HEADING
               END-WRITE
           END-IF.


      *    ONE MAILING PIECE PER HOUSEHOLD.  A SINGLE PARTY IS
      *    ADDRESSED BY NAME; SEVERAL ARE ADDRESSED AS A HOUSEHOLD.
       2900-MAILING-PASS.
           PERFORM 9300-MAIL-HEADING.
           OPEN INPUT HOUSE-SORTED.
           MOVE "YES" TO MORE-HOUSES.
           PERFORM 9020-READ-HOUSE.
           PERFORM 2910-HOUSEHOLD
               UNTIL MORE-HOUSES = "NO".
           CLOSE HOUSE-SORTED.

           MOVE 'HOUSEHOLDS MAILED' TO O-TOT-TEXT.
           MOVE C-HOUSEHOLD-CTR TO O-TOT-CTR.
           WRITE MAILLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9300-MAIL-HEADING
           END-WRITE.
           MOVE 'PARTIES AT THOSE ADDRESSES' TO O-TOT-TEXT.
           MOVE C-MAILED-CTR TO O-TOT-CTR.
           WRITE MAILLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'PIECES SAVED BY HOUSEHOLDING' TO O-TOT-TEXT.
           COMPUTE O-TOT-CTR = C-MAILED-CTR - C-HOUSEHOLD-CTR.
           WRITE MAILLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.
           MOVE 'PARTIES WITH NO MAILING ADDRESS' TO O-TOT-TEXT.
           MOVE C-NO-ADDR-CTR TO O-TOT-CTR.
           WRITE MAILLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE.

       2910-HOUSEHOLD.
           MOVE HS-HOUSE-KEY TO H-HOUSE-KEY.
           MOVE HS-PARTY TO PY-REC.
           MOVE ZERO TO C-HOUSE-MEMBERS.
           MOVE SPACES TO C-SOURCES.
           MOVE SPACES TO H-ALT-SURNAME.
           MOVE PY-ZIP TO O-ML-ZIP.
           MOVE PY-NAME TO O-ML-ADDRESSEE.
           MOVE PY-ADDRESS TO O-ML-ADDRESS.
           MOVE PY-CITY TO O-ML-CITY.
           MOVE PY-STATE TO O-ML-STATE.
           MOVE PY-SURNAME TO C-SURNAME-W.
           PERFORM 2920-HOUSE-MEMBER
               UNTIL MORE-HOUSES = "NO"
                  OR HS-HOUSE-KEY NOT = H-HOUSE-KEY.
           IF C-HOUSE-MEMBERS > 1
               MOVE SPACES TO O-ML-ADDRESSEE
               IF H-ALT-SURNAME = SPACES
                   STRING 'THE ' DELIMITED BY SIZE
                          C-SURNAME-W DELIMITED BY SPACE
                          ' HOUSEHOLD' DELIMITED BY SIZE
                       INTO O-ML-ADDRESSEE
                   END-STRING
               ELSE
                   STRING 'THE ' DELIMITED BY SIZE
                          C-SURNAME-W DELIMITED BY SPACE
                          ' / ' DELIMITED BY SIZE
                          H-ALT-SURNAME DELIMITED BY SPACE
                          ' HOUSEHOLD' DELIMITED BY SIZE
                       INTO O-ML-ADDRESSEE
                   END-STRING
               END-IF
           END-IF.
           ADD 1 TO C-HOUSEHOLD-CTR.
           MOVE C-HOUSE-MEMBERS TO O-ML-MEMBERS.
           MOVE C-SOURCES TO O-ML-SOURCES.
           WRITE MAILLINE
               FROM MAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9300-MAIL-HEADING
           END-WRITE.

       2920-HOUSE-MEMBER.
           MOVE HS-PARTY TO PY-REC.
           ADD 1 TO C-HOUSE-MEMBERS.
           ADD 1 TO C-MAILED-CTR.
           IF PY-SURNAME NOT = C-SURNAME-W
              AND H-ALT-SURNAME = SPACES
               MOVE PY-SURNAME TO H-ALT-SURNAME
           END-IF.
           IF PY-SOURCES (1:1) NOT = SPACE
               MOVE PY-SOURCES (1:1) TO C-SOURCES (1:1)
           END-IF.
           IF PY-SOURCES (2:1) NOT = SPACE
               MOVE PY-SOURCES (2:1) TO C-SOURCES (2:1)
           END-IF.
           IF PY-SOURCES (3:1) NOT = SPACE
               MOVE PY-SOURCES (3:1) TO C-SOURCES (3:1)
           END-IF.
           IF PY-SOURCES (4:1) NOT = SPACE
               MOVE PY-SOURCES (4:1) TO C-SOURCES (4:1)
           END-IF.
           PERFORM 9020-READ-HOUSE.


       3000-CLOSING.
           MOVE 'PARTIES' TO O-TOT-TEXT.
           MOVE C-PARTY-CTR TO O-TOT-CTR.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.
           MOVE 'PARTIES DEALING WITH MORE THAN ONE BUSINESS'
               TO O-TOT-TEXT.
           MOVE C-MULTI-CTR TO O-TOT-CTR.
           PERFORM 9200-TOTAL-LINE.

           CLOSE PRTOUT.
           CLOSE MAILOUT.

           MOVE 'COMPLETE' TO AUD-STATUS.
           COMPUTE AUD-REC-CTR = C-BOAT-CTR + C-TENANT-CTR
                               + C-HUNT-CTR + C-POP-CTR.
           CALL 'CBLAUDIT' USING AUDIT-PARMS.


       9000-READ-NAME.
           READ NAME-SORTED
               AT END
                   MOVE "NO" TO MORE-NAMES.

       9010-READ-PARTY.
           READ PARTY-SORTED
               AT END
                   MOVE "NO" TO MORE-PARTIES.

       9020-READ-HOUSE.
           READ HOUSE-SORTED
               AT END
                   MOVE "NO" TO MORE-HOUSES.


       9100-HEADING.

           COPY RPTPINC.

           MOVE C-SECT-TITLE TO O-SECT-TITLE.
           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.
           WRITE PRTLINE
               FROM SECTION-LINE
                   AFTER ADVANCING 2 LINES.
           WRITE PRTLINE
               FROM COLUMN-HEADING-1
                   AFTER ADVANCING 2 LINES.
           IF COLUMN-HEADING-2 NOT = SPACES
               WRITE PRTLINE
                   FROM COLUMN-HEADING-2
                       AFTER ADVANCING 1 LINE
               END-WRITE
           END-IF.

       9200-TOTAL-LINE.
           WRITE PRTLINE
               FROM TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9100-HEADING
           END-WRITE.

       9300-MAIL-HEADING.
           ADD 1 TO C-MAIL-PCTR.
           MOVE C-MAIL-PCTR TO O-MAIL-PCTR.
           WRITE MAILLINE
               FROM MAIL-TITLE
                   AFTER ADVANCING PAGE.
           WRITE MAILLINE
               FROM MAIL-HEADING
                   AFTER ADVANCING 2 LINES.
