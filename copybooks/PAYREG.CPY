      *================================================================
      *  PAYREG - OUTBOUND PAYMENT REGISTER RECORD LAYOUT
      *  ONE RECORD PER EXTERNAL PAYMENT WHOSE CUSTOMER DEBIT HAS
      *  POSTED, KEYED BY THE PAYMENT REFERENCE (THE 'XO' TRANSACTION
      *  REFERENCE, SEE TRXREC).  WRITTEN BY EXTPAY, WHICH BUILDS THE
      *  DAY'S OUTBOUND PAYOUT TRANSMISSION FROM THE PAYMENTS SENT ON
      *  THE RUN DATE, AND UPDATED BY PAYRTRN WHEN THE CLEARING HOUSE
      *  RETURNS A PAYMENT AND THE CUSTOMER HAS BEEN CREDITED BACK.
      *  A RETURNED PAYMENT CARRIES THE REFERENCE OF THAT CREDIT, SO
      *  THE SAME PAYMENT CAN NEVER BE CREDITED BACK TWICE.
      *================================================================
       01  PAYMENT-REGISTER-RECORD.
           05  PG-PAYMENT-REFERENCE PIC X(30).
           05  PG-ACCOUNT-NUMBER    PIC X(20).
           05  PG-AMOUNT            PIC 9(9)V99.
           05  PG-BENEF-BANK        PIC X(11).
           05  PG-BENEF-ACCOUNT     PIC X(34).
           05  PG-BENEF-NAME        PIC X(35).
           05  PG-OPERATOR-ID       PIC X(8).
           05  PG-SENT-DATE         PIC 9(8).
           05  PG-STATUS            PIC X(1).
               88  PG-SENT            VALUE 'S'.
               88  PG-RETURNED        VALUE 'R'.
           05  PG-RETURN-DATE       PIC 9(8).
           05  PG-RETURN-REASON     PIC X(4).
           05  PG-RETURN-REFERENCE  PIC X(30).
