      *================================================================
      *  TRXREFX - POSTED TRANSACTION REFERENCE INDEX RECORD LAYOUT
      *  WRITTEN BY TRANSLEDG FOR EVERY TRANSACTION IT POSTS, KEYED
      *  BY THE TRANSACTION REFERENCE (SEE TRXREC).  A REFERENCE
      *  ALREADY ON FILE HAS POSTED, SO TRANSLEDG REJECTS IT A SECOND
      *  TIME - A RESTARTED DRIVER CAN RESEND ITEMS WITHOUT POSTING
      *  THEM TWICE.  AN 'RV' REVERSAL FINDS ITS ORIGINAL HERE BY
      *  REFERENCE INSTEAD OF SCANNING THE JOURNAL, AND STAMPS THE
      *  ORIGINAL'S RX-REVERSED-BY WITH ITS OWN REFERENCE SO THE
      *  SAME POSTING CAN NEVER BE REVERSED TWICE.  THE INDEX
      *  OUTLIVES JRNLARCH CUTOVERS, SO ARCHIVED POSTINGS STAY
      *  REVERSIBLE.
      *================================================================
       01  TRX-REFERENCE-INDEX-RECORD.
           05  RX-TRX-REFERENCE     PIC X(30).
           05  RX-TRX-DATE          PIC 9(8).
           05  RX-TRX-TYPE          PIC X(2).
           05  RX-TRX-ACCOUNT       PIC X(20).
           05  RX-TO-ACCOUNT        PIC X(20).
           05  RX-TRX-AMOUNT        PIC S9(9)V99.
           05  RX-POSTING-TIMESTAMP PIC X(21).
           05  RX-REVERSED-BY       PIC X(30).
