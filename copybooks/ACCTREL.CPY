      *================================================================
      *  ACCTREL - ACCOUNT RELATIONSHIP FILE RECORD LAYOUT
      *  LINKS ANY NUMBER OF CUSTMAST CUSTOMERS TO ONE ACCOUNT, EACH
      *  IN A ROLE.  MAINTAINED BY RELMAIN AND READ BY CUSTRPT,
      *  LRGCASH AND STMTGEN.  THE ACCOUNT'S OWN AM-CUSTOMER-NUMBER
      *  REMAINS ITS PRIMARY OWNER WHETHER OR NOT A 'P' RECORD IS
      *  HELD HERE; A 'P' RECORD MAY ONLY NAME THAT CUSTOMER, AND
      *  DATES THE PRIMARY RELATIONSHIP.  THE KEY LEADS WITH THE
      *  ACCOUNT NUMBER SO ALL OF AN ACCOUNT'S RELATIONSHIPS READ
      *  TOGETHER; THE START DATE LETS A CUSTOMER WHOSE ROLE ENDED
      *  TAKE IT UP AGAIN LATER.  AN ENDED RELATIONSHIP IS STAMPED,
      *  NOT DELETED, THE SAME WAY RELEASED HOLDS ARE.  AN END DATE OF
      *  ZERO MEANS THE RELATIONSHIP STANDS; OTHERWISE IT STANDS
      *  THROUGH THE DAY BEFORE ITS END DATE.  PRIMARY AND JOINT
      *  HOLDERS ARE THE ACCOUNT'S OWNERS.
      *================================================================
       01  ACCT-RELATIONSHIP-RECORD.
           05  AR-RELATIONSHIP-KEY.
               10  AR-ACCOUNT-NUMBER    PIC X(20).
               10  AR-CUSTOMER-NUMBER   PIC X(10).
               10  AR-ROLE              PIC X(1).
                   88  AR-PRIMARY        VALUE 'P'.
                   88  AR-JOINT          VALUE 'J'.
                   88  AR-BENEFICIARY    VALUE 'B'.
                   88  AR-ATTORNEY       VALUE 'A'.
                   88  AR-GUARANTOR      VALUE 'G'.
                   88  AR-VALID-ROLE     VALUES 'P', 'J', 'B', 'A',
                                                'G'.
                   88  AR-OWNER-ROLE     VALUES 'P', 'J'.
               10  AR-START-DATE        PIC 9(8).
           05  AR-END-DATE          PIC 9(8).
           05  AR-ADDED-BY          PIC X(8).
           05  AR-ADDED-DATE        PIC 9(8).
           05  AR-ENDED-BY          PIC X(8).
           05  AR-ENDED-DATE        PIC 9(8).
