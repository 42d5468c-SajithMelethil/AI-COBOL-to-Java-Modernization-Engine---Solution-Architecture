      *================================================================
      *  NOTCHST - CUSTOMER NOTICE HISTORY RECORD LAYOUT
      *  ONE RECORD PER EVENT NOTICED TO A CUSTOMER, WRITTEN BY
      *  NOTCGEN AS EACH NOTICE IS PRODUCED.  THE KEY IS THE NOTICE
      *  TYPE, THE EVENT ID AND THE CUSTOMER, SO AN EVENT FOUND ON
      *  THE HISTORY UNDER ANY CUSTOMER IS NEVER NOTICED AGAIN.  THE
      *  EVENT ID IS BUILT FROM THE SOURCE FILE'S OWN RECORD:
      *      DM  ACCOUNT, LAST ACTIVITY DATE
      *      NF  TRANSACTION REFERENCE, REJECT DATE - OR FOR A
      *          REJECT RECORDED WITHOUT A REFERENCE, ACCOUNT,
      *          TRANSACTION DATE, TYPE AND AMOUNT
      *      LM  LOAN ACCOUNT, FIRST MISSED DATE, MISSED COUNT
      *      HP  HOLD KEY (ACCOUNT, HOLD SEQUENCE)
      *      SS  ORDER NUMBER, NEXT DUE DATE, LAST GENERATED DATE
      *  A SEEDED RECORD MARKS AN EVENT THAT WAS ALREADY ON FILE WHEN
      *  NOTICES STARTED; IT CARRIES NO CUSTOMER AND NO NOTICE.  THE
      *  NOTICE IMAGE IS THE CORRESP RECORD AS PRODUCED, FROM WHICH
      *  THE DAY'S CORRESPONDENCE FILE IS BUILT.
      *================================================================
       01  NOTICE-HISTORY-RECORD.
           05  NH-NOTICE-KEY.
               10  NH-NOTICE-TYPE       PIC X(2).
               10  NH-EVENT-ID          PIC X(44).
               10  NH-CUSTOMER-NUMBER   PIC X(10).
           05  NH-ACCOUNT-NUMBER    PIC X(20).
           05  NH-EVENT-DATE        PIC 9(8).
           05  NH-RECORDED-DATE     PIC 9(8).
           05  NH-STATUS            PIC X(1).
               88  NH-NOTICED        VALUE 'N'.
               88  NH-SEEDED         VALUE 'S'.
           05  NH-NOTICE-IMAGE      PIC X(320).
