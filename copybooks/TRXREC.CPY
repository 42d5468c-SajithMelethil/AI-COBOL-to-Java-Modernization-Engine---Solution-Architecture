      *  TRXREC - TRANSACTION RECORD PASSED TO TRANSLEDG
      *  SHARED BY TRANSLEDG AND ANY PROGRAM THAT CALLS IT, SO THE
      *  CALL INTERFACE CANNOT DRIFT BETWEEN PROGRAMS.
      *  TRX-REFERENCE IDENTIFIES ONE TRANSACTION FROM THE PROGRAM
      *  THAT ORIGINATED IT TO TRXJRNL, SUSPFILE, ACCTAUDT AND THE
      *  GLIFILE DETAILS.  IT LEADS WITH A TWO-CHARACTER SOURCE CODE
      *  AND IS BUILT FROM THE SOURCE RECORD'S OWN KEY, SO THE SAME
      *  SOURCE ITEM ALWAYS CARRIES THE SAME REFERENCE.  EVERY FORMAT
      *  FITS IN THE FIRST 28 CHARACTERS, SO AN OVERDRAFT SWEEP CAN
      *  CARRY ITS DEBIT'S WHOLE REFERENCE BEHIND ITS OWN CODE; THE
      *  SYSTEM POSTINGS KEYED BY DATE AND ACCOUNT USE A YYMMDD DATE
      *  FOR THAT REASON:
      *      BE  BTRXEDIT  CHANNEL, FILE DATE, DETAIL SEQUENCE
      *      SO  STORGEN   ORDER NUMBER, RUN DATE
      *      IC  INTCALC   RUN YYMMDD, ACCOUNT
      *      FE  FEECALC   RUN YYMMDD, ACCOUNT
      *      LI  LOANSRVC  RUN YYMMDD, LOAN ACCOUNT (INTEREST)
      *      LP  LOANSRVC  RUN YYMMDD, LOAN ACCOUNT (PAYMENT DRAFT)
      *      CI  CARDCYC   STATEMENT YYMMDD, CARD ACCOUNT (INTEREST)
      *      CF  CARDCYC   STATEMENT YYMMDD, CARD ACCOUNT (LATE FEE)
      *      XI  ACCTCLOS  RUN YYMMDD, ACCOUNT (FINAL INTEREST)
      *      XF  ACCTCLOS  RUN YYMMDD, ACCOUNT (FINAL FEE)
      *      XP  ACCTCLOS  RUN YYMMDD, ACCOUNT (PAYOUT)
      *      XO  EXTPAY    RUN DATE, PAYREQ SEQUENCE (OUTBOUND
      *                    PAYMENT - ALSO THE PAYMENT REFERENCE SENT
      *                    TO THE CLEARING HOUSE)
      *      XR  PAYRTRN   SENDER, FILE DATE, DETAIL SEQUENCE
      *                    (CREDIT BACK OF A RETURNED PAYMENT)
      *      OD  TRANSLEDG FULL REFERENCE OF THE 'CA' DEBIT IT FUNDED
      *                    (OVERDRAFT PROTECTION SWEEP FROM THE
      *                    FUNDING ACCOUNT - SEE ODPROT)
      *      WR  TRXWREL   RUN DATE, RUN TIME, ITEM SEQUENCE - ONLY
      *                    FOR A WAREHOUSED ITEM THAT ARRIVED
      *                    WITHOUT ONE
      *      SR  SUSPREPR  RUN DATE, SUSPFILE SEQUENCE - ONLY FOR A
      *                    RESUBMITTED REJECT RECORDED WITHOUT ONE;
      *                    OTHERWISE THE REJECT'S OWN REFERENCE
      *  TRANSLEDG REJECTS A BLANK REFERENCE AND ANY REFERENCE IT HAS
      *  ALREADY POSTED (SEE TRXREFX).
      *  AN 'RV' REVERSAL BACKS OUT A POSTED TRANSACTION: ITS
      *  DESCRIPTION MUST LEAD WITH 'RV OF ' AND THE REFERENCE OF
      *  THE TRANSACTION IT REVERSES ('RV OF <REFERENCE> ...'), AND
      *  ITS ACCOUNT AND AMOUNT (AND FOR A TF, ITS TO-ACCOUNT) MUST
      *  MATCH THAT TRANSACTION.  THE REVERSAL CARRIES ITS OWN
      *  REFERENCE LIKE ANY OTHER TRANSACTION; THE TAG RIDES ON ITS
      *  JOURNAL ENTRIES SO THE ERROR AND ITS CORRECTION READ AS A
      *  PAIR.
      *================================================================
       01  TRANSACTION-RECORD.
           05  TRX-DATE        PIC 9(8).
           05  TRX-REACT-FLAG  PIC X(1).
               88  REACTIVATE-ACCOUNT VALUE 'Y'.
           05  TRX-DESCRIPTION PIC X(50).
           05  TRX-REFERENCE   PIC X(30).
