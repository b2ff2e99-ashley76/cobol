      *               FILE'S PLAUSIBLE LOW/HIGH RANGE PER BOAT      *
      *               TYPE; OUT-OF-RANGE COSTS REJECT THROUGH THE   *
      *               SHARED ERROR LOGGER LIKE THE OTHER EDITS.     *
      * 10/15/26  AL  EACH BOAT TYPE STARTS A NEW PAGE AND THE      *
      *               CLOSING SECTIONS START ON THEIR OWN PAGE, SO  *
      *               CBLBRS00 CAN BURST THE REPORT BY BOAT TYPE.   *
      * 10/15/26  AL  THE FIRST PAGE HEADING NOW PRINTS AFTER THE   *
      *               FIRST VALID SALE IS READ, SO PAGE 1 CARRIES   *
      *               ITS BOAT TYPE AND DOES NOT BURST AS           *
      *               UNASSIGNED.                                   *
      ***************************************************************

       ENVIRONMENT DIVISION.
           OPEN INPUT BOAT-MASTER.
           OPEN OUTPUT PRTOUT.
           OPEN OUTPUT PRTOUTERR.
           PERFORM 9600-ERR-HEADING.

           PERFORM 9000-READ.
           PERFORM 1050-SKIP-INVALID
               UNTIL ERR-SWITCH = "NO" OR MORE-RECS = "NO".

      *    THE FIRST PAGE WAITS FOR THE FIRST GOOD SALE SO ITS BOAT
      *    TYPE LINE NAMES THE TYPE ON THE PAGE.
           MOVE I-BOAT-TYPE TO H-BOAT-TYPE.
           PERFORM 9100-HEADING.



           MOVE I-BOAT-TYPE TO H-BOAT-TYPE.


      *    EACH BOAT TYPE STARTS A NEW PAGE UNDER ITS OWN BOAT TYPE
      *    LINE SO THE REPORT CAN BE BURST BY BOAT TYPE.
           IF MORE-RECS = 'YES'
               PERFORM 9100-HEADING.

      *    do grand total calcs
           COMPUTE C-GT-TOTAL-SALES = C-GT-TOTAL-SALES +
           END-IF.

           PERFORM 9200-SUBTOTAL.
           PERFORM 9150-SUMMARY-HEADING.
           PERFORM 3200-GRAND-TOTAL.
           PERFORM 3300-PACKAGE-TOTALS.
           PERFORM 3400-STATE-SUMMARY.
           WRITE PRTLINE
               FROM BLANK-LINE.

      *    THE CLOSING SECTIONS START ON A PAGE OF THEIR OWN, WITH
      *    NO BOAT TYPE LINE.
       9150-SUMMARY-HEADING.

           COPY RPTPINC.

           WRITE PRTLINE
               FROM COMPANY-TITLE
                   AFTER ADVANCING PAGE.

       9600-ERR-HEADING.
           ADD 1 TO C-ERR-PCTR.
           MOVE C-ERR-PCTR TO O-PCTR.
