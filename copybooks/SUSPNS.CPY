           05  SUSP-SOURCE-PROGRAM  PIC X(9).
           05  SUSP-REJECT-DATE     PIC 9(8).
           05  SUSP-ERROR-MESSAGE   PIC X(50).
           05  SUSP-REJECTED-DATA   PIC X(142).
           05  SUSP-TRX-DATA REDEFINES SUSP-REJECTED-DATA.
               10  SUSP-TRX-DATE        PIC 9(8).
               10  SUSP-TRX-TYPE        PIC X(2).
               10  SUSP-TO-ACCOUNT      PIC X(20).
               10  SUSP-TRX-REACT-FLAG  PIC X(1).
               10  SUSP-TRX-DESCRIPTION PIC X(50).
               10  SUSP-TRX-REFERENCE   PIC X(30).
           05  SUSP-ACCT-DATA REDEFINES SUSP-REJECTED-DATA.
               10  SUSP-ACCOUNT-NUMBER  PIC X(20).
               10  SUSP-ACCOUNT-TYPE    PIC X(2).
