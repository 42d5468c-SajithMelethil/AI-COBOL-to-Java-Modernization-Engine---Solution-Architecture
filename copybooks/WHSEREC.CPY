      *  RE-PROVES THEM AGAINST THE ACCOUNT'S CURRENT STATUS AND
      *  FEEDS THEM TO BATCHTRX FOR THAT NIGHT'S TRXDRIVR RUN).  THE
      *  TRANSACTION BODY CARRIES EXACTLY THE TRANSACTION-RECORD
      *  FIELDS OF TRXREC, IN THE SAME ORDER, INCLUDING THE
      *  REFERENCE BTRXEDIT ASSIGNED THE ITEM ON ARRIVAL.  A WORKED
      *  ITEM IS STAMPED RELEASED OR EXPIRED IN PLACE, NOT DELETED,
      *  SO THE SAME ITEM CAN NEVER BE RELEASED TWICE - THE SAME
      *  DISPOSITION DISCIPLINE THE SUSPENSE FILE USES.
      *================================================================
       01  WAREHOUSE-RECORD.
           05  WH-DISPOSITION       PIC X(1).
           05  WH-TO-ACCOUNT        PIC X(20).
           05  WH-TRX-REACT-FLAG    PIC X(1).
           05  WH-TRX-DESCRIPTION   PIC X(50).
           05  WH-TRX-REFERENCE     PIC X(30).
