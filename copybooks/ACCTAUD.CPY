      *  IN THE BEFORE IMAGE MEANS THE RECORD WAS NEWLY CREATED); THE
      *  INQUIRY PROGRAM DECODES THEM THROUGH THE ACCTMSTR LAYOUT.
      *  THE IMAGE FIELDS MUST BE WIDENED WHENEVER ACCTMSTR GROWS.
      *  A CHANGE MADE FROM AN OPERATOR'S REQUEST CARRIES THAT
      *  OPERATOR AS ENTERED-BY; ONE APPLIED UNDER DUAL CONTROL (SEE
      *  APPRQM) ALSO CARRIES THE SECOND OPERATOR WHO APPROVED IT.
      *  BOTH ARE SPACES ON CHANGES MADE BY THE BATCH CYCLE ITSELF.
      *================================================================
       01  ACCT-AUDIT-RECORD.
           05  AUD-ACCOUNT-NUMBER   PIC X(20).
           05  AUD-UPDATE-KEY       PIC X(30).
           05  AUD-BEFORE-IMAGE     PIC X(66).
           05  AUD-AFTER-IMAGE      PIC X(66).
           05  AUD-ENTERED-BY       PIC X(8).
           05  AUD-APPROVED-BY      PIC X(8).
