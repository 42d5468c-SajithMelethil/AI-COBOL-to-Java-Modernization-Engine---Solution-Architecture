      *  POSTING, AND THE HEADER DATE AND CHANNEL IDENTIFY A
      *  TRANSMISSION SO THE SAME FILE CANNOT BE ACCEPTED TWICE.
      *  A DETAIL BODY CARRIES EXACTLY THE TRANSACTION-RECORD FIELDS
      *  OF TRXREC, IN THE SAME ORDER, UP TO THE DESCRIPTION.  THE
      *  TRANSACTION REFERENCE IS NOT TRANSMITTED; BTRXEDIT BUILDS
      *  IT FROM THE CHANNEL, FILE DATE AND DETAIL SEQUENCE.
      *================================================================
       01  BATCH-INTERFACE-RECORD.
           05  BI-RECORD-TYPE       PIC X(1).
