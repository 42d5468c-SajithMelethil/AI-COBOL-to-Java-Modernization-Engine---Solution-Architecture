           05  TJ-POST-BALANCE      PIC S9(9)V99.
           05  TJ-POSTING-TIMESTAMP PIC X(21).
           05  TJ-TRX-DESCRIPTION   PIC X(50).
           05  TJ-TRX-REFERENCE     PIC X(30).
