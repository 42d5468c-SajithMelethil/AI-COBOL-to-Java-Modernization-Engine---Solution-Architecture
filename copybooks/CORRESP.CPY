      *================================================================
      *  CORRESP - CUSTOMER CORRESPONDENCE FILE RECORD LAYOUT
      *  ONE PRINT-READY NOTICE PER CUSTOMER PER ACCOUNT EVENT,
      *  WRITTEN BY NOTCGEN FOR THE LETTER PRINT RUN.  THE NOTICE
      *  TYPE SELECTS THE LETTER TEXT AND THE MERGE FIELDS CARRY THE
      *  EVENT'S PARTICULARS INTO IT:
      *      TYPE  EVENT                 EVENT DATE / AMOUNT /
      *                                  SECOND DATE / REFERENCE /
      *                                  COUNT / TEXT
      *      DM    ACCOUNT DORMANT       LAST ACTIVITY / BALANCE /
      *                                  - / - / - / -
      *      NF    DEBIT REJECTED FOR    REJECT DATE / AMOUNT /
      *            INSUFFICIENT FUNDS    TRANSACTION DATE /
      *                                  TRANSACTION REFERENCE / - /
      *                                  TRANSACTION DESCRIPTION
      *      LM    LOAN PAYMENT MISSED   FIRST MISSED / PAYMENT /
      *                                  NEXT DUE / PAYMENT ACCOUNT /
      *                                  PAYMENTS MISSED / LOAN
      *                                  DESCRIPTION
      *      HP    HOLD PLACED           PLACED / HOLD AMOUNT /
      *                                  EXPIRY (ZERO = UNTIL
      *                                  RELEASED) / - / - / REASON
      *      SS    STANDING ORDER        PAYMENT DUE / ORDER AMOUNT /
      *            SUSPENDED             LAST PAID / ORDER NUMBER /
      *                                  RETRIES / ORDER DESCRIPTION
      *  THE NOTICE NUMBER IS THE NOTICE DATE AND A SEQUENCE WITHIN
      *  THE DAY.  AN ACCOUNT'S EVENT IS NOTICED TO EACH OF ITS
      *  OWNERS (SEE ACCTREL), SO THE ADDRESSEE CARRIES THE OWNER'S
      *  ROLE.  EVERY NOTICE IS ALSO HELD ON NOTCHST.
      *================================================================
       01  CORRESPONDENCE-RECORD.
           05  CN-NOTICE-NUMBER.
               10  CN-NOTICE-RUN-DATE   PIC 9(8).
               10  CN-NOTICE-SEQUENCE   PIC 9(5).
           05  CN-NOTICE-TYPE       PIC X(2).
               88  CN-DORMANCY-NOTICE      VALUE 'DM'.
               88  CN-NSF-NOTICE           VALUE 'NF'.
               88  CN-LOAN-MISSED-NOTICE   VALUE 'LM'.
               88  CN-HOLD-PLACED-NOTICE   VALUE 'HP'.
               88  CN-ORDER-SUSPENDED-NOTICE VALUE 'SS'.
           05  CN-NOTICE-DATE       PIC 9(8).
           05  CN-ADDRESSEE.
               10  CN-CUSTOMER-NUMBER   PIC X(10).
               10  CN-OWNER-ROLE        PIC X(1).
                   88  CN-PRIMARY-OWNER  VALUE 'P'.
                   88  CN-JOINT-OWNER    VALUE 'J'.
               10  CN-CUSTOMER-NAME     PIC X(40).
               10  CN-ADDRESS-LINE-1    PIC X(40).
               10  CN-ADDRESS-LINE-2    PIC X(40).
               10  CN-CITY              PIC X(20).
               10  CN-POSTAL-CODE       PIC X(10).
           05  CN-ACCOUNT-NUMBER    PIC X(20).
           05  CN-MERGE-FIELDS.
               10  CN-EVENT-DATE        PIC 9(8).
               10  CN-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
               10  CN-SECOND-DATE       PIC 9(8).
               10  CN-REFERENCE         PIC X(30).
               10  CN-COUNT             PIC ZZ9.
               10  CN-TEXT              PIC X(50).
