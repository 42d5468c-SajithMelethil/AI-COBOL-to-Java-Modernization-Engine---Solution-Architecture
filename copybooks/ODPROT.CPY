      *================================================================
      *  ODPROT - OVERDRAFT PROTECTION ENROLMENT RECORD LAYOUT
      *  ONE RECORD PER 'CA' ACCOUNT ENROLLED IN OVERDRAFT PROTECTION,
      *  KEYED BY THAT ACCOUNT.  MAINTAINED BY ODPMAIN AND READ BY
      *  TRANSLEDG.  WHEN A DEBIT WOULD TAKE THE ACCOUNT PAST ITS
      *  AVAILABLE BALANCE PLUS OVERDRAFT LIMIT, TRANSLEDG SWEEPS THE
      *  SHORTFALL FROM THE FUNDING ACCOUNT - AN 'SA' ACCOUNT OF THE
      *  SAME CUSTOMER - BEFORE POSTING THE DEBIT.  A NONZERO ROUNDING
      *  INCREMENT ROUNDS THE SWEEP UP TO A MULTIPLE OF ITSELF, AS
      *  FAR AS THE FUNDING ACCOUNT CAN COVER IT; ZERO SWEEPS THE
      *  EXACT SHORTFALL.  A CANCELLED ENROLMENT IS STAMPED, NOT
      *  DELETED, AND IS REUSED IF THE ACCOUNT ENROLS AGAIN.
      *================================================================
       01  OD-PROTECTION-RECORD.
           05  OP-ACCOUNT-NUMBER    PIC X(20).
           05  OP-FUNDING-ACCOUNT   PIC X(20).
           05  OP-ROUNDING-INCREMENT PIC 9(5)V99.
           05  OP-STATUS            PIC X(1).
               88  OP-ACTIVE-PROTECTION    VALUE 'A'.
               88  OP-CANCELLED-PROTECTION VALUE 'C'.
           05  OP-ENROLLED-BY       PIC X(8).
           05  OP-ENROLLED-DATE     PIC 9(8).
           05  OP-CANCELLED-BY      PIC X(8).
           05  OP-CANCELLED-DATE    PIC 9(8).
