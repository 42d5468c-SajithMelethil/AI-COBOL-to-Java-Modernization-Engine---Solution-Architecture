      *================================================================
      *  APPRPRM - DUAL CONTROL PARAMETER RECORD LAYOUT
      *  ONE RECORD PER MAINTENANCE PROGRAM ON THE APPRPARM FILE,
      *  READ BY APPRQM.  A REQUEST WHOSE AMOUNT IS OVER THE LIMIT,
      *  OR WHOSE ACTION CODE IS AMONG THE DESIGNATED ACTIONS, MUST
      *  BE APPROVED BY A SECOND OPERATOR; A ZERO LIMIT MEANS NO
      *  AMOUNT TEST.  AN ENTRY NOT APPROVED WITHIN THE EXPIRY DAYS
      *  IS EXPIRED.  A PROGRAM WITH NO RECORD KEEPS APPRQM'S
      *  STANDARD SETTINGS.
      *================================================================
       01  APPROVAL-PARM-RECORD.
           05  QP-PROGRAM-NAME      PIC X(10).
           05  QP-AMOUNT-LIMIT      PIC 9(9)V99.
           05  QP-DESIGNATED-ACTIONS PIC X(10).
           05  QP-EXPIRY-DAYS       PIC 9(3).
           05  FILLER               PIC X(46).
