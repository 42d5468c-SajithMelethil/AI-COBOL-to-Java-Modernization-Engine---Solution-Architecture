      *================================================================
      *  APPRQ - PENDING APPROVAL QUEUE RECORD LAYOUT
      *  SHARED BY APPRQM (THE DUAL CONTROL MANAGER, THE ONLY
      *  PROGRAM THAT WRITES THE APPRQUE FILE) AND APPRRPT (WHICH
      *  LISTS IT), SO THE KEY AND FIELD LAYOUT CANNOT DRIFT BETWEEN
      *  PROGRAMS.  ONE RECORD PER MAINTENANCE REQUEST PARKED FOR A
      *  SECOND OPERATOR, KEYED BY THE OWNING PROGRAM AND A QUEUE ID
      *  OF THE ENTRY DATE AND A SEQUENCE WITHIN THE DAY.  THE
      *  REQUEST IMAGE IS THE OWNING PROGRAM'S OWN REQUEST RECORD,
      *  HANDED BACK TO IT UNCHANGED WHEN THE ENTRY IS APPROVED.  A
      *  WORKED ENTRY IS STAMPED, NOT DELETED, SO THE MAKER/CHECKER
      *  HISTORY STAYS READABLE THE SAME WAY WORKED SUSPENSE RECORDS
      *  DO.  AQ-ENTRY-STAMP IS THE ENTERING RUN'S DATE AND TIME; AN
      *  APPROVAL CARRYING THE SAME STAMP IS FROM THE SAME RUN.
      *================================================================
       01  APPROVAL-QUEUE-RECORD.
           05  AQ-QUEUE-KEY.
               10  AQ-PROGRAM-NAME      PIC X(10).
               10  AQ-QUEUE-ID.
                   15  AQ-ENTRY-DATE    PIC 9(8).
                   15  AQ-ENTRY-SEQUENCE PIC 9(4).
           05  AQ-STATUS            PIC X(1).
               88  AQ-PENDING        VALUE 'P'.
               88  AQ-APPLIED        VALUE 'A'.
               88  AQ-APPLY-FAILED   VALUE 'F'.
               88  AQ-EXPIRED        VALUE 'E'.
           05  AQ-ACTION-CODE       PIC X(1).
           05  AQ-ACCOUNT-NUMBER    PIC X(20).
           05  AQ-AMOUNT            PIC S9(9)V99.
           05  AQ-QUEUE-REASON      PIC X(1).
               88  AQ-OVER-AMOUNT-LIMIT  VALUE 'L'.
               88  AQ-DESIGNATED-ACTION  VALUE 'D'.
           05  AQ-ENTERED-BY        PIC X(8).
           05  AQ-ENTRY-STAMP       PIC X(16).
           05  AQ-APPROVED-BY       PIC X(8).
           05  AQ-WORKED-DATE       PIC 9(8).
           05  AQ-REQUEST-IMAGE     PIC X(200).
