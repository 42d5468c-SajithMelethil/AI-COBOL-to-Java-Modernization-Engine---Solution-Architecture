      *================================================================
      *  CARDTRM - CREDIT CARD TERMS MASTER FILE RECORD LAYOUT
      *  SHARED BY ACCTMAIN (WHICH WRITES THE TERMS WHEN IT OPENS A
      *  'CC' ACCOUNT), TRANSLEDG (WHICH AUTHORIZES CARD DEBITS
      *  AGAINST CD-CREDIT-LIMIT) AND THE CARDCYC STATEMENT CYCLE
      *  RUN, SO THE KEY AND FIELD LAYOUT CANNOT DRIFT BETWEEN
      *  PROGRAMS.  THE KEY IS THE 'CC' ACCOUNT ON ACCTMAST, WHERE
      *  THE AMOUNT OWED RIDES AS A NEGATIVE BALANCE THE SAME WAY A
      *  LOAN'S PRINCIPAL DOES.  CD-CYCLE-DAY ANCHORS THE STATEMENT
      *  DATE'S DAY OF MONTH THE WAY LT-DUE-DAY ANCHORS A LOAN DUE
      *  DATE.  THE MINIMUM PAYMENT IS CD-MIN-PAY-RATE OF THE
      *  STATEMENT BALANCE, NEVER LESS THAN CD-MIN-PAY-FLOOR AND
      *  NEVER MORE THAN THE BALANCE ITSELF, DUE CD-GRACE-DAYS AFTER
      *  THE STATEMENT DATE.  THE STATEMENT FIELDS ARE MAINTAINED BY
      *  THE CYCLE RUN ONLY.
      *================================================================
       01  CARD-TERMS-RECORD.
           05  CD-ACCOUNT-NUMBER    PIC X(20).
           05  CD-CREDIT-LIMIT      PIC 9(7)V99.
           05  CD-PURCHASE-APR      PIC 9V9(4).
           05  CD-CYCLE-DAY         PIC 9(2).
           05  CD-MIN-PAY-RATE      PIC 9V9(4).
           05  CD-MIN-PAY-FLOOR     PIC 9(5)V99.
           05  CD-GRACE-DAYS        PIC 9(2).
           05  CD-LATE-FEE          PIC 9(3)V99.
           05  CD-NEXT-STMT-DATE    PIC 9(8).
           05  CD-LAST-STMT-DATE    PIC 9(8).
           05  CD-STMT-BALANCE      PIC 9(9)V99.
           05  CD-MIN-PAYMENT-DUE   PIC 9(7)V99.
           05  CD-PAYMENT-DUE-DATE  PIC 9(8).
           05  CD-STATUS            PIC X(1).
               88  CD-ACTIVE-CARD    VALUE 'A'.
               88  CD-CLOSED-CARD    VALUE 'C'.
