      *================================================================
      *  APPRQR - DUAL CONTROL REQUEST AREA PASSED TO APPRQM
      *  SHARED BY EVERY MAINTENANCE PROGRAM UNDER MAKER/CHECKER
      *  CONTROL AND THE APPRQM MANAGER, SO THE CALL INTERFACE
      *  CANNOT DRIFT BETWEEN PROGRAMS.  A PROGRAM CALLS WITH 'Q' ONCE
      *  A REQUEST HAS PASSED ITS OWN EDITS AND APPLIES IT ONLY ON
      *  QR-GO-AHEAD; QR-QUEUED MEANS THE REQUEST WAS PARKED UNDER THE
      *  QR-QUEUE-ID RETURNED.  AN APPROVAL REQUEST CALLS WITH 'F'
      *  AND THE APPROVING OPERATOR; ON QR-GO-AHEAD THE ORIGINAL
      *  REQUEST IMAGE AND ITS MAKER COME BACK TO BE APPLIED, AND THE
      *  PROGRAM REPORTS WHETHER IT APPLIED WITH A 'D' CALL.  'E'
      *  EXPIRES EVERY PENDING ENTRY OLDER THAN ITS PROGRAM'S WINDOW.
      *  A REFUSAL COMES BACK AS QR-REFUSED WITH THE REASON IN
      *  QR-MESSAGE.
      *================================================================
       01  APPROVAL-QUEUE-REQUEST.
           05  QR-FUNCTION          PIC X(1).
               88  QR-QUEUE-REQUEST     VALUE 'Q'.
               88  QR-FETCH-APPROVAL    VALUE 'F'.
               88  QR-RECORD-OUTCOME    VALUE 'D'.
               88  QR-EXPIRE-PENDING    VALUE 'E'.
           05  QR-PROGRAM-NAME      PIC X(10).
           05  QR-RUN-DATE          PIC 9(8).
           05  QR-RUN-STAMP         PIC X(16).
           05  QR-ACTION-CODE       PIC X(1).
           05  QR-ACCOUNT-NUMBER    PIC X(20).
           05  QR-AMOUNT            PIC S9(9)V99.
           05  QR-OPERATOR-ID       PIC X(8).
           05  QR-QUEUE-ID          PIC X(12).
           05  QR-OUTCOME           PIC X(1).
               88  QR-OUTCOME-APPLIED   VALUE 'A'.
               88  QR-OUTCOME-FAILED    VALUE 'F'.
           05  QR-ENTERED-BY        PIC X(8).
           05  QR-EXPIRED-COUNT     PIC 9(6).
           05  QR-REQUEST-IMAGE     PIC X(200).
           05  QR-MESSAGE           PIC X(40).
           05  QR-RETURN-CODE       PIC X(2).
               88  QR-GO-AHEAD          VALUE '00'.
               88  QR-QUEUED            VALUE '04'.
               88  QR-REFUSED           VALUE '08'.
               88  QR-QUEUE-ERROR       VALUE '12'.
