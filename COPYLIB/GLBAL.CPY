      *****************************************************
      *  GLBAL.CPY                                        *
      *  LEDGER ACCOUNT BALANCE RECORD (GLBAL), ONE PER   *
      *  CHARTACC ACCOUNT NUMBER.  CBLGLP00 POSTS EACH    *
      *  CONSOLIDATED JOURNAL TO IT AND CBLCLS00 CLOSES   *
      *  THE YEAR ON IT.  AMOUNTS CARRY THE GL EXTRACT    *
      *  SIGN - CREDIT POSITIVE, DEBIT NEGATIVE.  ON A    *
      *  BALANCE-SHEET ACCOUNT THE YEAR-TO-DATE FIGURE IS *
      *  THE RUNNING BALANCE; ON REVENUE AND EXPENSE IT   *
      *  STARTS OVER AT THE YEAR-END CLOSE, WHEN THE      *
      *  TWELVE MONTHS MOVE TO THE LAST-YEAR BUCKETS.     *
      *  RECORD IS 398 BYTES.                             *
      *****************************************************
           05  GB-ACCOUNT       PIC 9(8).
           05  GB-DESC          PIC X(20).
           05  GB-PERIOD        PIC 9(6).
           05  GB-PTD           PIC S9(11)V99
                                SIGN IS TRAILING SEPARATE.
           05  GB-YTD           PIC S9(11)V99
                                SIGN IS TRAILING SEPARATE.
           05  GB-MONTH-AMT     PIC S9(11)V99
                                SIGN IS TRAILING SEPARATE
                                OCCURS 12 TIMES.
           05  GB-LY-MONTH-AMT  PIC S9(11)V99
                                SIGN IS TRAILING SEPARATE
                                OCCURS 12 TIMES.
