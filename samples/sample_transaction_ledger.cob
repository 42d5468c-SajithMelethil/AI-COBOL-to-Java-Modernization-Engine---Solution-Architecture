               RECORD KEY IS HD-HOLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CARD-TERMS-FILE ASSIGN TO "CARDTERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-ACCOUNT-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT TRX-REFERENCE-FILE ASSIGN TO "TRXREFX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-TRX-REFERENCE
               FILE STATUS IS WS-TREF-FILE-STATUS.

           SELECT OD-PROTECTION-FILE ASSIGN TO "ODPROT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ACCOUNT-NUMBER
               FILE STATUS IS WS-ODPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER-FILE.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  CARD-TERMS-FILE.
           COPY CARDTRM.

       FD  TRX-REFERENCE-FILE.
           COPY TRXREFX.

       FD  OD-PROTECTION-FILE.
           COPY ODPROT.

       WORKING-STORAGE SECTION.
       01  LEDGER-SUMMARY.
           05  TOTAL-CREDITS   PIC S9(9)V99 VALUE ZEROS.
       01  WS-SUSP-FILE-STATUS PIC X(2)     VALUE '00'.
       01  WS-AUDT-FILE-STATUS PIC X(2)     VALUE '00'.
       01  WS-HOLD-FILE-STATUS PIC X(2)     VALUE '00'.
       01  WS-CARD-FILE-STATUS PIC X(2)     VALUE '00'.
       01  WS-TREF-FILE-STATUS PIC X(2)     VALUE '00'.
       01  WS-ODPR-FILE-STATUS PIC X(2)     VALUE '00'.

       01  WS-HOLD-FILE-SWITCH PIC X(1)     VALUE 'N'.
           88  HOLD-FILE-AVAILABLE VALUE 'Y'.

       01  WS-CARD-FILE-SWITCH PIC X(1)     VALUE 'N'.
           88  CARD-FILE-AVAILABLE VALUE 'Y'.

       01  WS-ODPR-FILE-SWITCH PIC X(1)     VALUE 'N'.
           88  ODPR-FILE-AVAILABLE VALUE 'Y'.

       01  WS-SESSION-MODE-SWITCH PIC X(1)  VALUE 'N'.
           88  SESSION-ACTIVE   VALUE 'Y'.


       01  WS-HELD-TOTAL       PIC 9(9)V99  VALUE ZEROS.
       01  WS-AVAILABLE-BALANCE PIC S9(9)V99 VALUE ZEROS.
       01  WS-HOLD-ACCOUNT     PIC X(20)    VALUE SPACES.

       01  WS-SWEEP-SHORTFALL  PIC S9(9)V99 VALUE ZEROS.
       01  WS-SWEEP-AMOUNT     PIC S9(9)V99 VALUE ZEROS.
       01  WS-SWEEP-FUND-AVAILABLE PIC S9(9)V99 VALUE ZEROS.
       01  WS-SWEEP-UNITS      PIC 9(11)    VALUE ZEROS.
       01  WS-SWEEP-CUSTOMER   PIC X(10)    VALUE SPACES.
       01  WS-SWEEP-FUND-ACCOUNT PIC X(20)  VALUE SPACES.
       01  WS-SWEEP-REFERENCE  PIC X(30)    VALUE SPACES.
       01  WS-SWEEP-DESCRIPTION PIC X(50)   VALUE SPACES.

       01  WS-RV-ORIG-DATE     PIC 9(8)     VALUE ZEROS.
       01  WS-RV-ORIG-TYPE     PIC X(2)     VALUE SPACES.

       01  WS-RV-ORIG-REFERENCE PIC X(30)   VALUE SPACES.

       01  WS-SAVED-MASTER-IMAGE  PIC X(66) VALUE LOW-VALUES.
       01  WS-SAVED-TO-IMAGE      PIC X(66) VALUE LOW-VALUES.
                       AND WS-RV-ORIG-TYPE = 'TF')
               PERFORM REWRITE-ACCOUNT-MASTER
           END-IF.
           PERFORM RECORD-TRX-REFERENCE.
           PERFORM CLOSE-FILES.

           DISPLAY 'TRANSACTION PROCESSED: ' TRX-TYPE
               EXIT PROGRAM
           END-IF.

           IF TRX-REFERENCE = SPACES
               MOVE 'TRANSACTION REFERENCE REQUIRED'
                 TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: TRANSACTION REFERENCE REQUIRED'
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.

           MOVE TRX-REFERENCE TO RX-TRX-REFERENCE.
           READ TRX-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DUPLICATE TRANSACTION REFERENCE'
                     TO SUSP-ERROR-MESSAGE
                   PERFORM WRITE-SUSPENSE-RECORD
                   DISPLAY 'ERROR: DUPLICATE TRANSACTION REFERENCE: '
                           TRX-REFERENCE
                   PERFORM CLOSE-FILES
                   EXIT PROGRAM
           END-READ.

       OPEN-ALL-FILES.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSP-FILE-STATUS NOT = '00'
               END-IF
           END-IF.

           MOVE 'N' TO WS-CARD-FILE-SWITCH.
           OPEN INPUT CARD-TERMS-FILE.
           IF WS-CARD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-CARD-FILE-SWITCH
           ELSE
               IF WS-CARD-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: UNABLE TO OPEN CARDTERM, STATUS: '
                           WS-CARD-FILE-STATUS
                   CLOSE ACCT-MASTER-FILE
                   CLOSE TRX-JOURNAL-FILE
                   CLOSE SUSPENSE-FILE
                   CLOSE ACCT-AUDIT-FILE
                   IF HOLD-FILE-AVAILABLE
                       CLOSE HOLD-FILE
                       MOVE 'N' TO WS-HOLD-FILE-SWITCH
                   END-IF
                   MOVE 'N' TO WS-SESSION-MODE-SWITCH
                   EXIT PROGRAM
               END-IF
           END-IF.

           OPEN I-O TRX-REFERENCE-FILE.
           IF WS-TREF-FILE-STATUS = '35'
               OPEN OUTPUT TRX-REFERENCE-FILE
               CLOSE TRX-REFERENCE-FILE
               OPEN I-O TRX-REFERENCE-FILE
           END-IF.
           IF WS-TREF-FILE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN TRXREFX, STATUS: '
                       WS-TREF-FILE-STATUS
               CLOSE ACCT-MASTER-FILE
               CLOSE TRX-JOURNAL-FILE
               CLOSE SUSPENSE-FILE
               CLOSE ACCT-AUDIT-FILE
               IF HOLD-FILE-AVAILABLE
                   CLOSE HOLD-FILE
                   MOVE 'N' TO WS-HOLD-FILE-SWITCH
               END-IF
               IF CARD-FILE-AVAILABLE
                   CLOSE CARD-TERMS-FILE
                   MOVE 'N' TO WS-CARD-FILE-SWITCH
               END-IF
               MOVE 'N' TO WS-SESSION-MODE-SWITCH
               EXIT PROGRAM
           END-IF.

           MOVE 'N' TO WS-ODPR-FILE-SWITCH.
           OPEN INPUT OD-PROTECTION-FILE.
           IF WS-ODPR-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ODPR-FILE-SWITCH
           ELSE
               IF WS-ODPR-FILE-STATUS NOT = '35'
                   DISPLAY 'ERROR: UNABLE TO OPEN ODPROT, STATUS: '
                           WS-ODPR-FILE-STATUS
                   CLOSE ACCT-MASTER-FILE
                   CLOSE TRX-JOURNAL-FILE
                   CLOSE SUSPENSE-FILE
                   CLOSE ACCT-AUDIT-FILE
                   IF HOLD-FILE-AVAILABLE
                       CLOSE HOLD-FILE
                       MOVE 'N' TO WS-HOLD-FILE-SWITCH
                   END-IF
                   IF CARD-FILE-AVAILABLE
                       CLOSE CARD-TERMS-FILE
                       MOVE 'N' TO WS-CARD-FILE-SWITCH
                   END-IF
                   CLOSE TRX-REFERENCE-FILE
                   MOVE 'N' TO WS-SESSION-MODE-SWITCH
                   EXIT PROGRAM
               END-IF
           END-IF.

       CLOSE-FILES.
           IF NOT SESSION-ACTIVE
               PERFORM CLOSE-ALL-FILES
               CLOSE HOLD-FILE
               MOVE 'N' TO WS-HOLD-FILE-SWITCH
           END-IF.
           IF CARD-FILE-AVAILABLE
               CLOSE CARD-TERMS-FILE
               MOVE 'N' TO WS-CARD-FILE-SWITCH
           END-IF.
           CLOSE TRX-REFERENCE-FILE.
           IF ODPR-FILE-AVAILABLE
               CLOSE OD-PROTECTION-FILE
               MOVE 'N' TO WS-ODPR-FILE-SWITCH
           END-IF.

       READ-ACCOUNT-MASTER.
           MOVE TRX-ACCOUNT TO AM-ACCOUNT-NUMBER.
           MOVE CURRENT-BALANCE TO AM-CURRENT-BALANCE.
           IF TRX-DESCRIPTION (1:16) NOT = 'MONTHLY INTEREST'
                   AND TRX-DESCRIPTION (1:15) NOT = 'SERVICE CHARGES'
                   AND TRX-REFERENCE (1:2) NOT = 'CI'
                   AND TRX-REFERENCE (1:2) NOT = 'CF'
               MOVE TRX-DATE TO AM-LAST-ACTIVITY-DATE
           END-IF.
           REWRITE ACCT-MASTER-RECORD
           ADD TRX-AMOUNT TO TOTAL-DEBITS.

       CHECK-SUFFICIENT-FUNDS.
           MOVE TRX-ACCOUNT TO WS-HOLD-ACCOUNT.
           PERFORM SUM-UNEXPIRED-HOLDS.
           COMPUTE WS-AVAILABLE-BALANCE =
               CURRENT-BALANCE - WS-HELD-TOTAL.
               WHEN 'LA'
                   CONTINUE
               WHEN 'CA'
                   IF TRX-AMOUNT > WS-AVAILABLE-BALANCE
                           + AM-OVERDRAFT-LIMIT
                       PERFORM SWEEP-OVERDRAFT-PROTECTION
                   END-IF
                   IF TRX-AMOUNT > WS-AVAILABLE-BALANCE
                           + AM-OVERDRAFT-LIMIT
                       MOVE 'EXCEEDS OVERDRAFT LIMIT'
                       PERFORM CLOSE-FILES
                       EXIT PROGRAM
                   END-IF
               WHEN 'CC'
                   PERFORM CHECK-AVAILABLE-CREDIT
               WHEN OTHER
                   IF TRX-AMOUNT > WS-AVAILABLE-BALANCE
                       MOVE 'INSUFFICIENT AVAILABLE FUNDS'
                   END-IF
           END-EVALUATE.

      * A CARD DEBIT IS AUTHORIZED AGAINST THE UNUSED CREDIT LINE:
      * THE BALANCE (NEGATIVE WHEN MONEY IS OWED) LESS HOLDS PLUS THE
      * CARD'S CREDIT LIMIT.  THE CYCLE RUN'S INTEREST AND LATE FEES
      * AND THE SERVICE CHARGE RUNS POST EVEN OVER THE LIMIT - THE
      * CARDHOLDER OWES THEM REGARDLESS.  THEY ARE KNOWN BY THE SOURCE
      * CODE OF THE REFERENCE THEIR RUN BUILDS (SEE TRXREC), NEVER BY
      * A DESCRIPTION ANY CHANNEL ITEM COULD CARRY.
       CHECK-AVAILABLE-CREDIT.
           IF TRX-REFERENCE (1:2) = 'CI' OR 'CF' OR 'FE' OR 'XF'
               EXIT PARAGRAPH
           END-IF.
           IF NOT CARD-FILE-AVAILABLE
               MOVE 'NO ACTIVE CARD TERMS' TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: NO ACTIVE CARD TERMS'
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.
           MOVE TRX-ACCOUNT TO CD-ACCOUNT-NUMBER.
           READ CARD-TERMS-FILE
               INVALID KEY
                   MOVE 'C' TO CD-STATUS
           END-READ.
           IF NOT CD-ACTIVE-CARD
               MOVE 'NO ACTIVE CARD TERMS' TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: NO ACTIVE CARD TERMS'
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.
           IF TRX-AMOUNT > WS-AVAILABLE-BALANCE + CD-CREDIT-LIMIT
               MOVE 'EXCEEDS AVAILABLE CREDIT' TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: EXCEEDS AVAILABLE CREDIT'
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.

      * A 'CA' DEBIT THE ACCOUNT CANNOT COVER IS FUNDED FROM THE
      * ACCOUNT'S OVERDRAFT PROTECTION (SEE ODPROT) WHEN IT IS
      * ENROLLED: THE SHORTFALL, ROUNDED UP TO THE ENROLMENT'S
      * INCREMENT, IS TRANSFERRED IN FROM THE FUNDING 'SA' ACCOUNT
      * AS A 'TF' OF ITS OWN UNDER REFERENCE 'OD' + THE DEBIT'S
      * REFERENCE, BEFORE THE DEBIT POSTS.  THE FUNDING ACCOUNT MUST
      * STILL BE ACTIVE AND THE SAME CUSTOMER'S, AND KEEPS ITS OWN
      * HOLDS AND MINIMUM BALANCE COVERED; IF IT CANNOT SPARE THE
      * ROUNDED AMOUNT THE EXACT SHORTFALL IS TRIED, AND IF IT
      * CANNOT SPARE THAT NOTHING MOVES AND THE DEBIT IS REJECTED
      * AS BEFORE.  ON RETURN THE DEBIT ACCOUNT IS BACK IN THE
      * RECORD AREA AND WS-AVAILABLE-BALANCE INCLUDES ANY SWEEP.
       SWEEP-OVERDRAFT-PROTECTION.
           IF NOT ODPR-FILE-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE TRX-ACCOUNT TO OP-ACCOUNT-NUMBER.
           READ OD-PROTECTION-FILE
               INVALID KEY
                   MOVE 'C' TO OP-STATUS
           END-READ.
           IF NOT OP-ACTIVE-PROTECTION
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SWEEP-SHORTFALL =
               TRX-AMOUNT - (WS-AVAILABLE-BALANCE + AM-OVERDRAFT-LIMIT).
           MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT.
           IF OP-ROUNDING-INCREMENT > ZERO
               DIVIDE WS-SWEEP-SHORTFALL BY OP-ROUNDING-INCREMENT
                   GIVING WS-SWEEP-UNITS
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-SWEEP-UNITS * OP-ROUNDING-INCREMENT
               IF WS-SWEEP-AMOUNT < WS-SWEEP-SHORTFALL
                   ADD OP-ROUNDING-INCREMENT TO WS-SWEEP-AMOUNT
               END-IF
           END-IF.

      * THE SWEEP CARRIES THE DEBIT'S WHOLE REFERENCE BEHIND ITS 'OD'
      * CODE.  EVERY REFERENCE FORMAT (SEE TRXREC) FITS IN 28
      * CHARACTERS; A DEBIT WHOSE REFERENCE RUNS INTO THE LAST TWO
      * CANNOT BE TAGGED WHOLE, SO IT IS NOT SWEPT.
           IF TRX-REFERENCE (29:2) NOT = SPACES
               DISPLAY 'ERROR: REFERENCE TOO LONG FOR OVERDRAFT SWEEP: '
                       TRX-REFERENCE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SWEEP-REFERENCE.
           STRING 'OD' TRX-REFERENCE (1:28)
               DELIMITED BY SIZE INTO WS-SWEEP-REFERENCE.
           MOVE WS-SWEEP-REFERENCE TO RX-TRX-REFERENCE.
           READ TRX-REFERENCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'ERROR: OVERDRAFT SWEEP ALREADY POSTED: '
                           WS-SWEEP-REFERENCE
                   EXIT PARAGRAPH
           END-READ.

           MOVE AM-CUSTOMER-NUMBER TO WS-SWEEP-CUSTOMER.
           MOVE OP-FUNDING-ACCOUNT TO WS-SWEEP-FUND-ACCOUNT.
           MOVE WS-SWEEP-FUND-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   DISPLAY 'ERROR: FUNDING ACCOUNT NOT ON FILE: '
                           WS-SWEEP-FUND-ACCOUNT
                   PERFORM RESTORE-SWEEP-ACCOUNT
                   EXIT PARAGRAPH
           END-READ.
           IF NOT AM-ACTIVE-ACCOUNT
                   OR AM-ACCOUNT-TYPE NOT = 'SA'
                   OR WS-SWEEP-CUSTOMER = SPACES
                   OR AM-CUSTOMER-NUMBER NOT = WS-SWEEP-CUSTOMER
               DISPLAY 'ERROR: FUNDING ACCOUNT NOT ELIGIBLE: '
                       WS-SWEEP-FUND-ACCOUNT
               PERFORM RESTORE-SWEEP-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SWEEP-FUND-ACCOUNT TO WS-HOLD-ACCOUNT.
           PERFORM SUM-UNEXPIRED-HOLDS.
           COMPUTE WS-SWEEP-FUND-AVAILABLE =
               AM-CURRENT-BALANCE - WS-HELD-TOTAL - AM-MIN-BALANCE.
           IF WS-SWEEP-AMOUNT > WS-SWEEP-FUND-AVAILABLE
               MOVE WS-SWEEP-SHORTFALL TO WS-SWEEP-AMOUNT
           END-IF.
           IF WS-SWEEP-AMOUNT > WS-SWEEP-FUND-AVAILABLE
               DISPLAY 'ERROR: FUNDING ACCOUNT CANNOT COVER SWEEP: '
                       WS-SWEEP-FUND-ACCOUNT
               PERFORM RESTORE-SWEEP-ACCOUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE ACCT-MASTER-RECORD TO WS-SAVED-TO-IMAGE.
           MOVE AM-CURRENT-BALANCE TO WS-TO-PRE-BALANCE.
           SUBTRACT WS-SWEEP-AMOUNT FROM AM-CURRENT-BALANCE.
           ADD WS-SWEEP-AMOUNT TO TOTAL-DEBITS.
           MOVE TRX-DATE TO AM-LAST-ACTIVITY-DATE.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: REWRITE FAILED FOR ACCOUNT: '
                           WS-SWEEP-FUND-ACCOUNT
           END-REWRITE.
           MOVE WS-SAVED-TO-IMAGE TO WS-AUDIT-BEFORE-IMAGE.
           PERFORM WRITE-SWEEP-AUDIT-RECORD.
           MOVE SPACES TO WS-SWEEP-DESCRIPTION.
           STRING 'OD SWEEP TO ' TRX-ACCOUNT
               DELIMITED BY SIZE INTO WS-SWEEP-DESCRIPTION.
           PERFORM WRITE-SWEEP-JOURNAL-ENTRY.

           PERFORM RESTORE-SWEEP-ACCOUNT.
           MOVE ACCT-MASTER-RECORD TO WS-AUDIT-BEFORE-IMAGE.
           MOVE AM-CURRENT-BALANCE TO WS-TO-PRE-BALANCE.
           ADD WS-SWEEP-AMOUNT TO CURRENT-BALANCE.
           ADD WS-SWEEP-AMOUNT TO TOTAL-CREDITS.
           MOVE CURRENT-BALANCE TO AM-CURRENT-BALANCE.
           REWRITE ACCT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: REWRITE FAILED FOR ACCOUNT: '
                           TRX-ACCOUNT
           END-REWRITE.
           PERFORM WRITE-SWEEP-AUDIT-RECORD.
           MOVE SPACES TO WS-SWEEP-DESCRIPTION.
           STRING 'OD SWEEP FROM ' WS-SWEEP-FUND-ACCOUNT
               DELIMITED BY SIZE INTO WS-SWEEP-DESCRIPTION.
           PERFORM WRITE-SWEEP-JOURNAL-ENTRY.
           MOVE ACCT-MASTER-RECORD TO WS-SAVED-MASTER-IMAGE.
           MOVE CURRENT-BALANCE TO WS-PRE-BALANCE.
           ADD WS-SWEEP-AMOUNT TO WS-AVAILABLE-BALANCE.

           MOVE WS-SWEEP-REFERENCE    TO RX-TRX-REFERENCE.
           MOVE TRX-DATE              TO RX-TRX-DATE.
           MOVE 'TF'                  TO RX-TRX-TYPE.
           MOVE WS-SWEEP-FUND-ACCOUNT TO RX-TRX-ACCOUNT.
           MOVE TRX-ACCOUNT           TO RX-TO-ACCOUNT.
           MOVE WS-SWEEP-AMOUNT       TO RX-TRX-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO RX-POSTING-TIMESTAMP.
           MOVE SPACES                TO RX-REVERSED-BY.
           WRITE TRX-REFERENCE-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: REFERENCE INDEX WRITE FAILED: '
                           WS-SWEEP-REFERENCE
           END-WRITE.

           DISPLAY 'OVERDRAFT SWEEP FROM ACCOUNT: '
                   WS-SWEEP-FUND-ACCOUNT
                   ' TO ACCOUNT: ' TRX-ACCOUNT
                   ' AMOUNT: ' WS-SWEEP-AMOUNT.

       RESTORE-SWEEP-ACCOUNT.
           MOVE TRX-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE
               INVALID KEY
                   MOVE 'SOURCE ACCOUNT VANISHED' TO SUSP-ERROR-MESSAGE
                   PERFORM WRITE-SUSPENSE-RECORD
                   DISPLAY 'ERROR: SOURCE ACCOUNT VANISHED: '
                           TRX-ACCOUNT
                   PERFORM CLOSE-FILES
                   EXIT PROGRAM
           END-READ.

       SUM-UNEXPIRED-HOLDS.
           MOVE ZERO TO WS-HELD-TOTAL.
           IF NOT HOLD-FILE-AVAILABLE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-HSCAN-EOF-SWITCH.
           MOVE WS-HOLD-ACCOUNT TO HD-ACCOUNT-NUMBER.
           MOVE ZERO TO HD-HOLD-SEQUENCE.
           START HOLD-FILE
               KEY NOT < HD-HOLD-KEY
                   MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
           END-READ.
           IF NOT END-OF-HOLD-SCAN
               IF HD-ACCOUNT-NUMBER = WS-HOLD-ACCOUNT
                   IF HD-ACTIVE-HOLD
                           AND (HD-EXPIRY-DATE = ZERO
                               OR HD-EXPIRY-DATE >= TRX-DATE)

       PROCESS-REVERSAL.
           IF TRX-DESCRIPTION (1:6) NOT = 'RV OF '
                   OR TRX-DESCRIPTION (7:30) = SPACES
               MOVE 'REVERSAL TAG MISSING OR INVALID'
                 TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.
           MOVE TRX-DESCRIPTION (7:30) TO WS-RV-ORIG-REFERENCE.

           MOVE WS-RV-ORIG-REFERENCE TO RX-TRX-REFERENCE.
           READ TRX-REFERENCE-FILE
               INVALID KEY
                   MOVE 'ORIGINAL REFERENCE NOT POSTED'
                     TO SUSP-ERROR-MESSAGE
                   PERFORM WRITE-SUSPENSE-RECORD
                   DISPLAY 'ERROR: ORIGINAL REFERENCE NOT POSTED: '
                           WS-RV-ORIG-REFERENCE
                   PERFORM CLOSE-FILES
                   EXIT PROGRAM
           END-READ.
           MOVE RX-TRX-DATE TO WS-RV-ORIG-DATE.
           MOVE RX-TRX-TYPE TO WS-RV-ORIG-TYPE.

           IF WS-RV-ORIG-TYPE NOT = 'CR' AND NOT = 'DR'
                   AND NOT = 'TF' AND NOT = 'AD'
               EXIT PROGRAM
           END-IF.

           IF RX-REVERSED-BY NOT = SPACES
               MOVE 'POSTING ALREADY REVERSED' TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: POSTING ALREADY REVERSED BY: '
                       RX-REVERSED-BY
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.

           IF RX-TRX-ACCOUNT NOT = TRX-ACCOUNT
                   OR RX-TRX-AMOUNT NOT = TRX-AMOUNT
               MOVE 'REVERSAL DOES NOT MATCH ORIGINAL'
                 TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: REVERSAL DOES NOT MATCH ORIGINAL'
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.

           IF WS-RV-ORIG-TYPE = 'TF' AND TO-ACCOUNT NOT = RX-TO-ACCOUNT
               MOVE 'TO ACCOUNT DOES NOT MATCH ORIGINAL TF'
                 TO SUSP-ERROR-MESSAGE
               PERFORM WRITE-SUSPENSE-RECORD
               DISPLAY 'ERROR: TO ACCOUNT DOES NOT MATCH ORIGINAL TF'
               PERFORM CLOSE-FILES
               EXIT PROGRAM
           END-IF.

           DISPLAY 'REVERSAL OF ' WS-RV-ORIG-TYPE
                   ' DATED ' WS-RV-ORIG-DATE
                   ' REFERENCE ' WS-RV-ORIG-REFERENCE
                   ' ON ACCOUNT: ' TRX-ACCOUNT.

       DEBIT-TO-ACCOUNT.
           MOVE TO-ACCOUNT TO AM-ACCOUNT-NUMBER.
           READ ACCT-MASTER-FILE

           PERFORM WRITE-TO-ACCT-JOURNAL-ENTRY.

       RECORD-TRX-REFERENCE.
           IF TRX-TYPE = 'RV'
               MOVE WS-RV-ORIG-REFERENCE TO RX-TRX-REFERENCE
               READ TRX-REFERENCE-FILE
                   INVALID KEY
                       DISPLAY 'ERROR: ORIGINAL REFERENCE VANISHED: '
                               WS-RV-ORIG-REFERENCE
                   NOT INVALID KEY
                       MOVE TRX-REFERENCE TO RX-REVERSED-BY
                       REWRITE TRX-REFERENCE-INDEX-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR: REFERENCE INDEX '
                                       'REWRITE FAILED: '
                                       WS-RV-ORIG-REFERENCE
                                       ' STATUS: '
                                       WS-TREF-FILE-STATUS
                       END-REWRITE
               END-READ
           END-IF.
           MOVE TRX-REFERENCE  TO RX-TRX-REFERENCE.
           MOVE TRX-DATE       TO RX-TRX-DATE.
           MOVE TRX-TYPE       TO RX-TRX-TYPE.
           MOVE TRX-ACCOUNT    TO RX-TRX-ACCOUNT.
           MOVE TO-ACCOUNT     TO RX-TO-ACCOUNT.
           MOVE TRX-AMOUNT     TO RX-TRX-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO RX-POSTING-TIMESTAMP.
           MOVE SPACES         TO RX-REVERSED-BY.
           WRITE TRX-REFERENCE-INDEX-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: REFERENCE INDEX WRITE FAILED: '
                           TRX-REFERENCE
           END-WRITE.

       UPDATE-LEDGER.
           COMPUTE NET-BALANCE =
               TOTAL-CREDITS - TOTAL-DEBITS.
           MOVE CURRENT-BALANCE TO TJ-POST-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO TJ-POSTING-TIMESTAMP.
           MOVE TRX-DESCRIPTION TO TJ-TRX-DESCRIPTION.
           MOVE TRX-REFERENCE   TO TJ-TRX-REFERENCE.
           WRITE TRX-JOURNAL-RECORD.

       WRITE-TO-ACCT-JOURNAL-ENTRY.
           MOVE AM-CURRENT-BALANCE TO TJ-POST-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO TJ-POSTING-TIMESTAMP.
           MOVE TRX-DESCRIPTION    TO TJ-TRX-DESCRIPTION.
           MOVE TRX-REFERENCE      TO TJ-TRX-REFERENCE.
           WRITE TRX-JOURNAL-RECORD.

      * BOTH SIDES OF AN OVERDRAFT SWEEP ARE JOURNALED AND AUDITED
      * UNDER THE SWEEP'S OWN REFERENCE, NOT THE DEBIT'S.
       WRITE-SWEEP-JOURNAL-ENTRY.
           MOVE TRX-DATE             TO TJ-TRX-DATE.
           MOVE 'TF'                 TO TJ-TRX-TYPE.
           MOVE AM-ACCOUNT-NUMBER    TO TJ-TRX-ACCOUNT.
           MOVE WS-SWEEP-AMOUNT      TO TJ-TRX-AMOUNT.
           MOVE WS-TO-PRE-BALANCE    TO TJ-PRE-BALANCE.
           MOVE AM-CURRENT-BALANCE   TO TJ-POST-BALANCE.
           MOVE FUNCTION CURRENT-DATE TO TJ-POSTING-TIMESTAMP.
           MOVE WS-SWEEP-DESCRIPTION TO TJ-TRX-DESCRIPTION.
           MOVE WS-SWEEP-REFERENCE   TO TJ-TRX-REFERENCE.
           WRITE TRX-JOURNAL-RECORD.

       WRITE-SWEEP-AUDIT-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
           MOVE 'TRANSLEDG' TO AUD-UPDATE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO AUD-UPDATE-TIMESTAMP.
           MOVE WS-SWEEP-REFERENCE TO AUD-UPDATE-KEY.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
           MOVE SPACES TO AUD-ENTERED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE ACCT-AUDIT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
           MOVE 'TRANSLEDG' TO AUD-UPDATE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO AUD-UPDATE-TIMESTAMP.
           MOVE TRX-REFERENCE TO AUD-UPDATE-KEY.
           MOVE WS-AUDIT-BEFORE-IMAGE TO AUD-BEFORE-IMAGE.
           MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
           MOVE SPACES TO AUD-ENTERED-BY.
           MOVE SPACES TO AUD-APPROVED-BY.
           WRITE ACCT-AUDIT-RECORD.

       WRITE-SUSPENSE-RECORD.
           MOVE TO-ACCOUNT           TO SUSP-TO-ACCOUNT.
           MOVE TRX-REACT-FLAG       TO SUSP-TRX-REACT-FLAG.
           MOVE TRX-DESCRIPTION      TO SUSP-TRX-DESCRIPTION.
           MOVE TRX-REFERENCE        TO SUSP-TRX-REFERENCE.
           MOVE 'P'                  TO SUSP-DISPOSITION.
           MOVE SPACES               TO SUSP-WORKED-BY.
           MOVE ZERO                 TO SUSP-WORKED-DATE.
