      *  ACCOUNT MASTER RECORD CARRIES ONE OF THESE CUSTOMER NUMBERS
      *  IN AM-CUSTOMER-NUMBER, SO ALL OF A CUSTOMER'S ACCOUNTS CAN
      *  BE BROUGHT TOGETHER FOR EXPOSURE AND RELATIONSHIP REPORTING.
      *  THAT CUSTOMER IS THE ACCOUNT'S PRIMARY OWNER; JOINT OWNERS
      *  AND OTHER PARTIES TO THE ACCOUNT ARE LINKED THROUGH ACCTREL.
      *================================================================
       01  CUST-MASTER-RECORD.
           05  CM-CUSTOMER-NUMBER   PIC X(10).
