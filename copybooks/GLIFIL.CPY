      *  RECEIVING SIDE PROVES BEFORE LOADING ANYTHING.  EVERY BANK
      *  POSTING PRODUCES ONE DEBIT AND ONE CREDIT DETAIL, SO A
      *  TRANSMISSION IS BALANCED BY CONSTRUCTION AND THE TRAILER'S
      *  DEBIT AND CREDIT TOTALS MUST AGREE.  BOTH DETAILS OF A
      *  POSTING CARRY ITS TRANSACTION REFERENCE (SEE TRXREC).
      *================================================================
       01  GL-INTERFACE-RECORD.
           05  GI-RECORD-TYPE       PIC X(1).
               88  GI-HEADER-RECORD   VALUE 'H'.
               88  GI-DETAIL-RECORD   VALUE 'D'.
               88  GI-TRAILER-RECORD  VALUE 'T'.
           05  GI-RECORD-BODY       PIC X(64).
           05  GI-HEADER-DATA REDEFINES GI-RECORD-BODY.
               10  GI-EXTRACT-DATE      PIC 9(8).
               10  GI-SOURCE-SYSTEM     PIC X(8).
               10  FILLER               PIC X(48).
           05  GI-DETAIL-DATA REDEFINES GI-RECORD-BODY.
               10  GI-POSTING-DATE      PIC 9(8).
               10  GI-GL-ACCOUNT        PIC X(8).
               10  GI-POSTING-AMOUNT    PIC 9(11)V99.
               10  GI-TRX-TYPE          PIC X(2).
               10  GI-ACCT-TYPE         PIC X(2).
               10  GI-TRX-REFERENCE     PIC X(30).
           05  GI-TRAILER-DATA REDEFINES GI-RECORD-BODY.
               10  GI-TRL-RECORD-COUNT  PIC 9(7).
               10  GI-TRL-HASH-TOTAL    PIC 9(13)V99.
               10  GI-TRL-DEBIT-TOTAL   PIC 9(11)V99.
               10  GI-TRL-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER               PIC X(16).
