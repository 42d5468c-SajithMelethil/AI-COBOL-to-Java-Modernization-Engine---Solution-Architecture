      *================================================================
      *  BALHIST - DAILY BALANCE HISTORY FILE RECORD LAYOUT
      *  SHARED BY BALSNAP (WHICH WRITES ONE RECORD PER ACCOUNT AT
      *  THE END OF EACH NIGHTLY CYCLE), ACCTPOS (WHICH REPORTS AN
      *  AS-OF-DATE POSITION FROM IT) AND STMTGEN (WHICH AVERAGES IT
      *  OVER THE STATEMENT PERIOD), SO THE KEY AND FIELD LAYOUT
      *  CANNOT DRIFT BETWEEN PROGRAMS.  THE KEY LEADS WITH THE
      *  ACCOUNT NUMBER SO AN ACCOUNT'S DAYS READ TOGETHER IN DATE
      *  ORDER.  THE LEDGER BALANCE IS AM-CURRENT-BALANCE AT CLOSE OF
      *  DAY; THE HELD AMOUNT IS THE SUM OF THE ACCOUNT'S UNEXPIRED
      *  ACTIVE HOLDFILE HOLDS AND THE AVAILABLE BALANCE IS LEDGER
      *  LESS HELD, THE SAME FIGURE TRANSLEDG CHECKS DEBITS AGAINST.
      *  A RERUN FOR THE SAME DATE REPLACES THE DAY'S RECORD.
      *================================================================
       01  BALANCE-HISTORY-RECORD.
           05  BH-HISTORY-KEY.
               10  BH-ACCOUNT-NUMBER    PIC X(20).
               10  BH-SNAPSHOT-DATE     PIC 9(8).
           05  BH-LEDGER-BALANCE    PIC S9(9)V99.
           05  BH-HELD-AMOUNT       PIC 9(9)V99.
           05  BH-AVAILABLE-BALANCE PIC S9(9)V99.
           05  BH-ACCOUNT-STATUS    PIC X(1).
           05  BH-ACCOUNT-TYPE      PIC X(2).
