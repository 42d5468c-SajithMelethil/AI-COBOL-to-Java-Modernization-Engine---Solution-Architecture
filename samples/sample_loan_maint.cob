000190*              AND EVERY ACTION IS LOGGED TO LOANLOG THE WAY
000200*              STORMAIN LOGS TO STORLOG.  THE MONTHLY LOANSRVC
000210*              BATCH SERVICES WHAT IS WRITTEN HERE.
000211* 2026-10-15  BSY  DUAL CONTROL.  EACH REQUEST NOW CARRIES THE
000212*              ENTERING OPERATOR, AND ONE THAT PASSES ITS EDITS IS
000213*              OFFERED TO APPRQM, WHICH PARKS TERMS ADDS AND
000214*              CLOSES ON THE APPRQUE PENDING-APPROVAL FILE INSTEAD
000215*              OF APPLYING THEM.  A NEW 'V' REQUEST FROM A
000216*              DIFFERENT OPERATOR ON A LATER RUN APPLIES THE
000217*              PARKED REQUEST.  EVERY ADD AND CLOSE NOW WRITES AN
000218*              ACCTAUDT RECORD FOR THE LOAN ACCOUNT, THE WAY
000219*              HOLDMAIN DOES FOR HOLDS, CARRYING THE ENTERING AND
000220*              APPROVING OPERATORS.
000220*================================================================
000230
000240 ENVIRONMENT DIVISION.
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-LLOG-FILE-STATUS.
000460
000462
000464     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
000466         ORGANIZATION IS SEQUENTIAL
000468         FILE STATUS IS WS-AUDT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  LOAN-REQUEST-FILE.
000510     05  LR-ACTION-CODE        PIC X(1).
000520         88  LR-ADD-LOAN       VALUE 'A'.
000530         88  LR-CLOSE-LOAN     VALUE 'C'.
000535         88  LR-APPROVE-REQUEST VALUE 'V'.
000540     05  LR-ACCOUNT-NUMBER     PIC X(20).
000550     05  LR-PAYMENT-ACCOUNT    PIC X(20).
000560     05  LR-ANNUAL-RATE        PIC 9V9(4).
000580     05  LR-PAYMENT-AMOUNT     PIC 9(7)V99.
000590     05  LR-FIRST-DUE-DATE     PIC 9(8).
000600     05  LR-DESCRIPTION        PIC X(30).
000601*    OPERATOR CONTROL - THE ENTERING OPERATOR ON EVERY REQUEST.  A
000602*    'V' REQUEST CARRIES THE APPROVING OPERATOR AND THE QUEUE ID
000603*    OF THE PARKED REQUEST IT APPROVES (SEE APPRQM).
000604     05  LR-OPERATOR-ID        PIC X(8).
000605     05  LR-APPROVAL-ID        PIC X(12).
000610
000620 FD  LOAN-TERMS-FILE.
000630     COPY LOANTRM.
000680 FD  LOAN-LOG-FILE.
000690 01  LOG-LINE                  PIC X(80).
000700
000702 FD  ACCT-AUDIT-FILE.
000704     COPY ACCTAUD.
000706
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* FILE STATUS AND CONTROL SWITCHES
000760 01  WS-LTRM-FILE-STATUS       PIC X(2)  VALUE '00'.
000770 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000780 01  WS-LLOG-FILE-STATUS       PIC X(2)  VALUE '00'.
000785 01  WS-AUDT-FILE-STATUS       PIC X(2)  VALUE '00'.
000790
000800 01  WS-EOF-SWITCH             PIC X(1)  VALUE 'N'.
000810     88  END-OF-REQUESTS       VALUE 'Y'.
000820
000830 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000831
000832*----------------------------------------------------------------
000833* DUAL CONTROL - A REQUEST APPRQM PARKS IS NOT APPLIED THIS RUN.
000834* A 'V' REQUEST REPLAYS THE PARKED REQUEST WITH WS-APPROVED-BY
000835* SET, WHICH BYPASSES THE CHECK AND IS RECORDED ON ACCTAUDT.
000836*----------------------------------------------------------------
000837 01  WS-RUN-STAMP.
000838     05  WS-RUN-STAMP-DATE     PIC 9(8)  VALUE ZERO.
000839     05  WS-RUN-STAMP-TIME     PIC 9(8)  VALUE ZERO.
000840 01  WS-APPROVED-BY            PIC X(8)  VALUE SPACES.
000841 01  WS-APPROVAL-ID            PIC X(12) VALUE SPACES.
000842 01  WS-CLEARED-SWITCH         PIC X(1)  VALUE 'Y'.
000843     88  REQUEST-CLEARED       VALUE 'Y'.
000844 01  WS-APPLIED-SWITCH         PIC X(1)  VALUE 'N'.
000845     88  REQUEST-APPLIED       VALUE 'Y'.
000846 01  WS-AUDIT-ACTION           PIC X(8)  VALUE SPACES.
000847
000848     COPY APPRQR.
000840
000850*----------------------------------------------------------------
000860* THE FIRST DUE DATE'S DAY OF MONTH ANCHORS LT-DUE-DAY, THE
001480         CLOSE ACCT-MASTER-FILE
001490         STOP RUN
001500     END-IF.
001501     OPEN EXTEND ACCT-AUDIT-FILE.
001502     IF WS-AUDT-FILE-STATUS = '35'
001503         OPEN OUTPUT ACCT-AUDIT-FILE
001504     END-IF.
001505     IF WS-AUDT-FILE-STATUS NOT = '00'
001506         DISPLAY 'ERROR: UNABLE TO OPEN ACCTAUDT, STATUS: '
001507                 WS-AUDT-FILE-STATUS
001508         CLOSE LOAN-REQUEST-FILE
001509         CLOSE LOAN-TERMS-FILE
001510         CLOSE ACCT-MASTER-FILE
001511         CLOSE LOAN-LOG-FILE
001512         STOP RUN
001513     END-IF.
001510
001520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001523     MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
001526     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001530     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001540 1000-EXIT.
001550     EXIT.
001580* 2000-PROCESS-REQUEST - APPLY ONE LOAN TERMS REQUEST
001590*================================================================
001600 2000-PROCESS-REQUEST.
001605     MOVE SPACES TO WS-APPROVED-BY.
001610     EVALUATE TRUE
001620         WHEN LR-ADD-LOAN
001630             PERFORM 2200-ADD-LOAN THRU 2200-EXIT
001640         WHEN LR-CLOSE-LOAN
001650             PERFORM 2300-CLOSE-LOAN THRU 2300-EXIT
001653         WHEN LR-APPROVE-REQUEST
001656             PERFORM 2500-APPROVE-QUEUED-REQUEST THRU 2500-EXIT
001660         WHEN OTHER
001670             MOVE LR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
001680             MOVE 'REJECTED - UNKNOWN ACTION CODE'
002680         GO TO 2200-EXIT
002690     END-IF.
002700
002701     MOVE LR-PAYMENT-AMOUNT TO QR-AMOUNT.
002702     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
002703     IF NOT REQUEST-CLEARED
002704         GO TO 2200-EXIT
002705     END-IF.
002706
002710     MOVE LR-ACCOUNT-NUMBER   TO LT-ACCOUNT-NUMBER.
002720     MOVE LR-PAYMENT-ACCOUNT  TO LT-PAYMENT-ACCOUNT.
002730     MOVE LR-ANNUAL-RATE      TO LT-ANNUAL-RATE.
002890             PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002900             GO TO 2200-EXIT
002910     END-WRITE.
002912
002914     MOVE 'LOAN ADD' TO WS-AUDIT-ACTION.
002916     PERFORM 2950-WRITE-AUDIT THRU 2950-EXIT.
002920
002930     MOVE 'LOAN TERMS ADDED' TO WS-LOG-MESSAGE.
002940     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003160         GO TO 2300-EXIT
003170     END-IF.
003180
003181     MOVE LT-PAYMENT-AMOUNT TO QR-AMOUNT.
003182     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
003183     IF NOT REQUEST-CLEARED
003184         GO TO 2300-EXIT
003185     END-IF.
003186
003190     MOVE 'C' TO LT-STATUS.
003200     REWRITE LOAN-TERMS-RECORD.
003203     MOVE 'LOAN CLS' TO WS-AUDIT-ACTION.
003206     PERFORM 2950-WRITE-AUDIT THRU 2950-EXIT.
003210     MOVE 'LOAN TERMS CLOSED' TO WS-LOG-MESSAGE.
003220     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003230 2300-EXIT.
003231     EXIT.
003232
003233*================================================================
003234* 2500-APPROVE-QUEUED-REQUEST - A SECOND OPERATOR APPROVES A
003235* PARKED REQUEST.  APPRQM HANDS BACK THE ORIGINAL REQUEST ONLY IF
003236* THE APPROVER IS NOT ITS MAKER, IT WAS PARKED ON AN EARLIER RUN
003237* AND IT HAS NOT EXPIRED.  IT IS THEN APPLIED THROUGH ITS NORMAL
003238* PARAGRAPH AND EDITS, AND THE OUTCOME IS STAMPED ON THE ENTRY.
003239*================================================================
003240 2500-APPROVE-QUEUED-REQUEST.
003241     MOVE 'F'               TO QR-FUNCTION.
003242     MOVE 'LOANMAIN'        TO QR-PROGRAM-NAME.
003243     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
003244     MOVE WS-RUN-STAMP      TO QR-RUN-STAMP.
003245     MOVE LR-OPERATOR-ID    TO QR-OPERATOR-ID.
003246     MOVE LR-APPROVAL-ID    TO QR-QUEUE-ID.
003247     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003248     IF NOT QR-GO-AHEAD
003249         MOVE LR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
003250         MOVE SPACES TO WS-LOG-MESSAGE
003251         STRING 'APPROVAL REJECTED - ' DELIMITED BY SIZE
003252                QR-MESSAGE DELIMITED BY SIZE
003253                INTO WS-LOG-MESSAGE
003254         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
003255         GO TO 2500-EXIT
003256     END-IF.
003257
003258     MOVE LR-OPERATOR-ID    TO WS-APPROVED-BY.
003259     MOVE LR-APPROVAL-ID    TO WS-APPROVAL-ID.
003260     MOVE QR-REQUEST-IMAGE  TO LOAN-REQUEST-RECORD.
003261     MOVE LR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
003262     MOVE SPACES TO WS-LOG-MESSAGE.
003263     STRING 'QUEUE ID ' DELIMITED BY SIZE
003264            WS-APPROVAL-ID DELIMITED BY SIZE
003265            ' APPROVED BY ' DELIMITED BY SIZE
003266            WS-APPROVED-BY DELIMITED BY SIZE
003267            INTO WS-LOG-MESSAGE.
003268     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003269
003270     MOVE 'N' TO WS-APPLIED-SWITCH.
003271     EVALUATE TRUE
003272         WHEN LR-ADD-LOAN
003273             PERFORM 2200-ADD-LOAN THRU 2200-EXIT
003274         WHEN LR-CLOSE-LOAN
003275             PERFORM 2300-CLOSE-LOAN THRU 2300-EXIT
003276     END-EVALUATE.
003277
003278     MOVE 'D'               TO QR-FUNCTION.
003279     MOVE WS-APPROVED-BY    TO QR-OPERATOR-ID.
003280     MOVE WS-APPROVAL-ID    TO QR-QUEUE-ID.
003281     IF REQUEST-APPLIED
003282         MOVE 'A' TO QR-OUTCOME
003283     ELSE
003284         MOVE 'F' TO QR-OUTCOME
003285     END-IF.
003286     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003287 2500-EXIT.
003288     EXIT.
003289
003290*================================================================
003291* 2600-DUAL-CONTROL-CHECK - OFFER AN EDITED REQUEST TO APPRQM
003292* (QR-AMOUNT SET BY THE CALLER).  A REQUEST IT PARKS, OR REFUSES
003293* FOR WANT OF AN OPERATOR ID, IS NOT CLEARED TO APPLY.  AN
003294* APPROVED REQUEST BEING REPLAYED IS ALWAYS CLEARED.
003295*================================================================
003296 2600-DUAL-CONTROL-CHECK.
003297     MOVE 'Y' TO WS-CLEARED-SWITCH.
003298     IF WS-APPROVED-BY NOT = SPACES
003299         GO TO 2600-EXIT
003300     END-IF.
003301
003302     MOVE 'Q'                 TO QR-FUNCTION.
003303     MOVE 'LOANMAIN'          TO QR-PROGRAM-NAME.
003304     MOVE WS-RUN-DATE         TO QR-RUN-DATE.
003305     MOVE WS-RUN-STAMP        TO QR-RUN-STAMP.
003306     MOVE LR-ACTION-CODE      TO QR-ACTION-CODE.
003307     MOVE LR-ACCOUNT-NUMBER   TO QR-ACCOUNT-NUMBER.
003308     MOVE LR-OPERATOR-ID      TO QR-OPERATOR-ID.
003309     MOVE LOAN-REQUEST-RECORD TO QR-REQUEST-IMAGE.
003310     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003311     IF QR-GO-AHEAD
003312         GO TO 2600-EXIT
003313     END-IF.
003314
003315     MOVE 'N' TO WS-CLEARED-SWITCH.
003316     MOVE LR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
003317     MOVE SPACES TO WS-LOG-MESSAGE.
003318     IF QR-QUEUED
003319         STRING 'PENDING APPROVAL - QUEUE ID ' DELIMITED BY SIZE
003320                QR-QUEUE-ID DELIMITED BY SIZE
003321                INTO WS-LOG-MESSAGE
003322     ELSE
003323         STRING 'REJECTED - ' DELIMITED BY SIZE
003324                QR-MESSAGE DELIMITED BY SIZE
003325                INTO WS-LOG-MESSAGE
003326     END-IF.
003327     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003328 2600-EXIT.
003240     EXIT.
003250
003260 2900-WRITE-LOG.
003270     MOVE WS-LOG-DETAIL TO LOG-LINE.
003280     WRITE LOG-LINE.
003290 2900-EXIT.
003291     EXIT.
003292
003293*================================================================
003294* 2950-WRITE-AUDIT - THE ACCOUNT MASTER IS NOT CHANGED BY A TERMS
003295* ACTION, SO THE LOAN ACCOUNT'S IMAGE RIDES BEFORE AND AFTER THE
003296* WAY HOLDMAIN AUDITS A HOLD; THE DRIVING KEY NAMES THE ACTION AND
003297* THE PAYMENT ACCOUNT, WITH THE REQUEST'S OPERATORS.  A WRITTEN
003298* AUDIT RECORD MARKS THE REQUEST APPLIED.
003299*================================================================
003300 2950-WRITE-AUDIT.
003301     MOVE 'Y' TO WS-APPLIED-SWITCH.
003302     MOVE LT-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
003303     READ ACCT-MASTER-FILE
003304         INVALID KEY
003305             GO TO 2950-EXIT
003306     END-READ.
003307     MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
003308     MOVE 'LOANMAIN' TO AUD-UPDATE-PROGRAM.
003309     MOVE FUNCTION CURRENT-DATE TO AUD-UPDATE-TIMESTAMP.
003310     MOVE SPACES TO AUD-UPDATE-KEY.
003311     STRING WS-AUDIT-ACTION DELIMITED BY SIZE
003312            ' ' DELIMITED BY SIZE
003313            LT-PAYMENT-ACCOUNT DELIMITED BY SIZE
003314            INTO AUD-UPDATE-KEY.
003315     MOVE ACCT-MASTER-RECORD TO AUD-BEFORE-IMAGE.
003316     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
003317     MOVE LR-OPERATOR-ID TO AUD-ENTERED-BY.
003318     MOVE WS-APPROVED-BY TO AUD-APPROVED-BY.
003319     WRITE ACCT-AUDIT-RECORD.
003320 2950-EXIT.
003300     EXIT.
003310
003320*================================================================
003370     CLOSE LOAN-TERMS-FILE.
003380     CLOSE ACCT-MASTER-FILE.
003390     CLOSE LOAN-LOG-FILE.
003395     CLOSE ACCT-AUDIT-FILE.
003400 9000-EXIT.
003410     EXIT.
