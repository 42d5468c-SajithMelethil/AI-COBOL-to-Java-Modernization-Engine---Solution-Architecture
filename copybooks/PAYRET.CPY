      *================================================================
      *  PAYRET - INBOUND PAYMENT RETURNS TRANSMISSION LAYOUT
      *  SENT BY THE CLEARING HOUSE FOR OUTBOUND PAYMENTS (SEE PAYOUT)
      *  THE BENEFICIARY BANK COULD NOT APPLY, AND READ BY PAYRTRN.
      *  ONE HEADER, ANY NUMBER OF DETAILS AND ONE TRAILER, PROVED
      *  THE SAME WAY BTRXEDIT PROVES BTRXFIL BEFORE ANYTHING POSTS;
      *  THE HEADER DATE AND SENDER IDENTIFY A TRANSMISSION SO THE
      *  SAME FILE CANNOT BE ACCEPTED TWICE.  EVERY DETAIL IS ONE
      *  RETURNED CREDIT TRANSFER, SO THE TRAILER'S DEBIT AND CREDIT
      *  TOTALS MUST AGREE.  A DETAIL QUOTES THE ORIGINAL PAYMENT
      *  REFERENCE AND AMOUNT, WHICH MUST MATCH THE PAYMENT ON PAYREG.
      *================================================================
       01  PAYMENT-RETURN-RECORD.
           05  PR-RECORD-TYPE       PIC X(1).
               88  PR-HEADER-RECORD   VALUE 'H'.
               88  PR-DETAIL-RECORD   VALUE 'D'.
               88  PR-TRAILER-RECORD  VALUE 'T'.
           05  PR-RECORD-BODY       PIC X(100).
           05  PR-HEADER-DATA REDEFINES PR-RECORD-BODY.
               10  PR-FILE-DATE         PIC 9(8).
               10  PR-SENDER-ID         PIC X(8).
               10  FILLER               PIC X(84).
           05  PR-DETAIL-DATA REDEFINES PR-RECORD-BODY.
               10  PR-ORIG-REFERENCE    PIC X(30).
               10  PR-ORIG-VALUE-DATE   PIC 9(8).
               10  PR-AMOUNT            PIC 9(9)V99.
               10  PR-RETURN-REASON     PIC X(4).
               10  PR-REASON-TEXT       PIC X(35).
               10  FILLER               PIC X(12).
           05  PR-TRAILER-DATA REDEFINES PR-RECORD-BODY.
               10  PR-TRL-RECORD-COUNT  PIC 9(7).
               10  PR-TRL-HASH-TOTAL    PIC 9(13)V99.
               10  PR-TRL-DEBIT-TOTAL   PIC 9(11)V99.
               10  PR-TRL-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER               PIC X(52).
