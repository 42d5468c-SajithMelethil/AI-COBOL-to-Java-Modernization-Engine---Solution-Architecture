      *================================================================
      *  PAYOUT - OUTBOUND EXTERNAL PAYMENTS TRANSMISSION LAYOUT
      *  WRITTEN NIGHTLY BY EXTPAY FOR THE CLEARING HOUSE.  A
      *  TRANSMISSION IS ONE HEADER, ANY NUMBER OF DETAILS AND ONE
      *  TRAILER, IN THE SAME CONTROLLED-FILE STYLE AS BTRXFIL AND
      *  GLIFIL: THE TRAILER CARRIES THE RECORD COUNT AND HASH
      *  TOTALS THE RECEIVING SIDE PROVES BEFORE SETTLING ANYTHING.
      *  EVERY DETAIL IS ONE CREDIT TRANSFER - A DEBIT TO OUR
      *  SETTLEMENT POSITION AND A CREDIT TO THE BENEFICIARY - SO THE
      *  TRAILER'S DEBIT AND CREDIT TOTALS MUST AGREE.  THE PAYMENT
      *  REFERENCE IS THE TRANSACTION REFERENCE THE CUSTOMER DEBIT
      *  POSTED UNDER (SEE TRXREC) AND IS THE KEY A RETURN QUOTES
      *  BACK (SEE PAYRET).
      *================================================================
       01  PAYMENT-OUT-RECORD.
           05  PO-RECORD-TYPE       PIC X(1).
               88  PO-HEADER-RECORD   VALUE 'H'.
               88  PO-DETAIL-RECORD   VALUE 'D'.
               88  PO-TRAILER-RECORD  VALUE 'T'.
           05  PO-RECORD-BODY       PIC X(150).
           05  PO-HEADER-DATA REDEFINES PO-RECORD-BODY.
               10  PO-FILE-DATE         PIC 9(8).
               10  PO-SENDER-ID         PIC X(8).
               10  FILLER               PIC X(134).
           05  PO-DETAIL-DATA REDEFINES PO-RECORD-BODY.
               10  PO-PAYMENT-REFERENCE PIC X(30).
               10  PO-VALUE-DATE        PIC 9(8).
               10  PO-AMOUNT            PIC 9(9)V99.
               10  PO-DEBIT-ACCOUNT     PIC X(20).
               10  PO-BENEF-BANK        PIC X(11).
               10  PO-BENEF-ACCOUNT     PIC X(34).
               10  PO-BENEF-NAME        PIC X(35).
               10  FILLER               PIC X(1).
           05  PO-TRAILER-DATA REDEFINES PO-RECORD-BODY.
               10  PO-TRL-RECORD-COUNT  PIC 9(7).
               10  PO-TRL-HASH-TOTAL    PIC 9(13)V99.
               10  PO-TRL-DEBIT-TOTAL   PIC 9(11)V99.
               10  PO-TRL-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER               PIC X(102).
