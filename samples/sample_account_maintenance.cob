000163*              ACCTAUDT AUDIT FILE (SEE ACCTAUD) CARRYING THE
000164*              DRIVING REQUEST, SO MASTER CHANGES FROM THIS
000165*              PROGRAM CAN BE TRACED ALONGSIDE TRANSLEDG'S.
000166* 2026-10-15  BSY  2400-CHANGE-ACCOUNT-STATUS NO LONGER CLOSES
000167*              ACCOUNTS.  A CHANGE TO STATUS 'C' IS REJECTED -
000168*              CLOSURE GOES THROUGH THE ACCTCLOS SETTLEMENT RUN,
000169*              WHICH PAYS OUT THE BALANCE, RELEASES HOLDS AND
000170*              CANCELS ORDERS BEFORE IT SETS THE STATUS.
000171* 2026-10-15  BSY  2200-ADD-ACCOUNT NOW OPENS 'CC' CREDIT CARD
000172*              ACCOUNTS PROPERLY: THE REQUEST CARRIES THE CARD
000173*              TERMS (CREDIT LIMIT, PURCHASE APR, STATEMENT CYCLE
000174*              DAY, MINIMUM PAYMENT RATE AND FLOOR, LATE FEE),
000175*              THE CARD OPENS AT ZERO WITH NO MINIMUM BALANCE OR
000176*              OVERDRAFT LIMIT, AND ITS TERMS ARE WRITTEN TO THE
000177*              CARDTERM FILE (SEE CARDTRM) WITH THE FIRST
000178*              STATEMENT DATE.  A TYPE CHANGE INTO OR OUT OF 'CC'
000179*              IS REJECTED SINCE THE TERMS WOULD NOT FOLLOW.
000180* 2026-10-15  BSY  DUAL CONTROL.  EACH REQUEST NOW CARRIES THE
000181*              ENTERING OPERATOR, AND ONE THAT PASSES ITS EDITS IS
000182*              OFFERED TO APPRQM, WHICH PARKS STATUS CHANGES AND
000183*              LARGE OPENING BALANCES OR CARD LIMITS ON THE
000184*              APPRQUE PENDING-APPROVAL FILE INSTEAD OF APPLYING
000185*              THEM.  A NEW 'V' REQUEST FROM A DIFFERENT OPERATOR
000186*              ON A LATER RUN APPLIES THE PARKED REQUEST.
000187*              ACCTAUDT RECORDS CARRY THE ENTERING AND APPROVING
000188*              OPERATORS.
000166*================================================================
000150
000160 ENVIRONMENT DIVISION.
000379         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-AUDT-FILE-STATUS.
000380
000381     SELECT CARD-TERMS-FILE ASSIGN TO "CARDTERM"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS DYNAMIC
000384         RECORD KEY IS CD-ACCOUNT-NUMBER
000385         FILE STATUS IS WS-CARD-FILE-STATUS.
000386
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  MAINT-REQUEST-FILE.
000440         88  MR-ADD-ACCOUNT    VALUE 'A'.
000450         88  MR-CHANGE-TYPE    VALUE 'T'.
000460         88  MR-CHANGE-STATUS  VALUE 'S'.
000465         88  MR-APPROVE-REQUEST VALUE 'V'.
000470     05  MR-ACCOUNT-NUMBER     PIC X(20).
000480     05  MR-NEW-ACCOUNT-TYPE   PIC X(2).
000490     05  MR-NEW-ACCOUNT-STATUS PIC X(1).
000500     05  MR-INITIAL-BALANCE    PIC S9(9)V99.
000501     05  MR-CUSTOMER-NUMBER    PIC X(10).
000502*    CARD TERMS - USED ONLY WHEN OPENING A 'CC' ACCOUNT
000503     05  MR-CREDIT-LIMIT       PIC 9(7)V99.
000504     05  MR-PURCHASE-APR       PIC 9V9(4).
000505     05  MR-CYCLE-DAY          PIC 9(2).
000506     05  MR-MIN-PAY-RATE       PIC 9V9(4).
000507     05  MR-MIN-PAY-FLOOR      PIC 9(5)V99.
000508     05  MR-LATE-FEE           PIC 9(3)V99.
000509*    OPERATOR CONTROL - THE ENTERING OPERATOR ON EVERY REQUEST.  A
000510*    'V' REQUEST CARRIES THE APPROVING OPERATOR AND THE QUEUE ID
000511*    OF THE PARKED REQUEST IT APPROVES (SEE APPRQM).
000512     05  MR-OPERATOR-ID        PIC X(8).
000513     05  MR-APPROVAL-ID        PIC X(12).
000510
000520 FD  ACCT-MASTER-FILE.
000530     COPY ACCTMSTR.
000615 FD  ACCT-AUDIT-FILE.
000616     COPY ACCTAUD.
000620
000622 FD  CARD-TERMS-FILE.
000624     COPY CARDTRM.
000626
000630 WORKING-STORAGE SECTION.
000640*----------------------------------------------------------------
000650* FILE STATUS AND CONTROL SWITCHES
000700 01  WS-LOG-FILE-STATUS        PIC X(2)  VALUE '00'.
000701 01  WS-CUST-FILE-STATUS       PIC X(2)  VALUE '00'.
000702 01  WS-AUDT-FILE-STATUS       PIC X(2)  VALUE '00'.
000703 01  WS-CARD-FILE-STATUS       PIC X(2)  VALUE '00'.
000703
000704 01  WS-SAVED-MASTER-IMAGE     PIC X(66) VALUE LOW-VALUES.
000705 01  WS-AUDIT-ACTION           PIC X(8)  VALUE SPACES.
000760     88  REQUEST-IS-VALID      VALUE 'YES'.
000761
000762 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000763
000764*----------------------------------------------------------------
000765* DUAL CONTROL - A REQUEST APPRQM PARKS IS NOT APPLIED THIS RUN.
000766* A 'V' REQUEST REPLAYS THE PARKED REQUEST WITH WS-APPROVED-BY
000767* SET, WHICH BYPASSES THE CHECK AND IS RECORDED ON ACCTAUDT.
000768*----------------------------------------------------------------
000769 01  WS-RUN-STAMP.
000770     05  WS-RUN-STAMP-DATE     PIC 9(8)  VALUE ZERO.
000771     05  WS-RUN-STAMP-TIME     PIC 9(8)  VALUE ZERO.
000772 01  WS-APPROVED-BY            PIC X(8)  VALUE SPACES.
000773 01  WS-APPROVAL-ID            PIC X(12) VALUE SPACES.
000774 01  WS-CLEARED-SWITCH         PIC X(1)  VALUE 'Y'.
000775     88  REQUEST-CLEARED       VALUE 'Y'.
000776 01  WS-APPLIED-SWITCH         PIC X(1)  VALUE 'N'.
000777     88  REQUEST-APPLIED       VALUE 'Y'.
000778
000779     COPY APPRQR.
000780
000781*----------------------------------------------------------------
000782* A NEW CARD'S FIRST STATEMENT FALLS ON THE NEXT OCCURRENCE OF
000783* ITS CYCLE DAY AFTER THE OPEN DATE, CLAMPED TO A SHORTER MONTH
000784* THE WAY LOANSRVC CLAMPS A DUE DATE.  PAYMENT FALLS DUE THE
000785* GRACE DAYS AFTER EACH STATEMENT.
000786*----------------------------------------------------------------
000787 01  WS-CARD-GRACE-DAYS        PIC 9(2)  VALUE 25.
000788 01  WS-STMT-DATE-PARTS.
000789     05  WS-STMT-YEAR          PIC 9(4).
000790     05  WS-STMT-MONTH         PIC 9(2).
000791     05  WS-STMT-DAY           PIC 9(2).
000792 01  WS-STMT-DATE-NUM REDEFINES WS-STMT-DATE-PARTS
000793                               PIC 9(8).
000794 01  WS-DAYS-IN-MONTH          PIC 9(2)  VALUE ZERO.
000795 01  WS-LEAP-REMAINDER         PIC 9(4)  COMP VALUE ZERO.
000796 01  WS-LEAP-QUOTIENT          PIC 9(4)  COMP VALUE ZERO.
000770
000780*----------------------------------------------------------------
000790* NEW ACCOUNT NUMBER ASSIGNMENT - A TWO DIGIT NUMERIC PREFIX
001200         END-IF
001201     END-IF.
001200
001201     OPEN I-O CARD-TERMS-FILE.
001202     IF WS-CARD-FILE-STATUS = '35'
001203         OPEN OUTPUT CARD-TERMS-FILE
001204         CLOSE CARD-TERMS-FILE
001205         OPEN I-O CARD-TERMS-FILE
001206     END-IF.
001207     IF WS-CARD-FILE-STATUS NOT = '00'
001208         DISPLAY 'ERROR: UNABLE TO OPEN CARDTERM, STATUS: '
001209                 WS-CARD-FILE-STATUS
001210         CLOSE MAINT-REQUEST-FILE
001211         CLOSE ACCT-MASTER-FILE
001212         CLOSE MAINT-LOG-FILE
001213         CLOSE CUST-MASTER-FILE
001214         CLOSE ACCT-AUDIT-FILE
001215         CLOSE ACCT-CONTROL-FILE
001216         STOP RUN
001217     END-IF.
001218
001205     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001206     MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
001207     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001210     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001220 1000-EXIT.
001230     EXIT.
001270*================================================================
001280 2000-PROCESS-REQUEST.
001290     MOVE 'YES' TO WS-VALID-SWITCH.
001295     MOVE SPACES TO WS-APPROVED-BY.
001300
001310     EVALUATE TRUE
001320         WHEN MR-ADD-ACCOUNT
001350             PERFORM 2300-CHANGE-ACCOUNT-TYPE THRU 2300-EXIT
001360         WHEN MR-CHANGE-STATUS
001370             PERFORM 2400-CHANGE-ACCOUNT-STATUS THRU 2400-EXIT
001373         WHEN MR-APPROVE-REQUEST
001376             PERFORM 2500-APPROVE-QUEUED-REQUEST THRU 2500-EXIT
001380         WHEN OTHER
001390             MOVE 'NO ' TO WS-VALID-SWITCH
001400             MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
001660         MOVE 'REJECTED - INVALID ACCOUNT TYPE' TO WS-LOG-MESSAGE
001670         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
001680         GO TO 2200-EXIT
001681     END-IF.
001682
001683     IF MR-NEW-ACCOUNT-TYPE = 'CC'
001684         PERFORM 2210-VALIDATE-CARD-TERMS THRU 2210-EXIT
001685         IF NOT REQUEST-IS-VALID
001686             GO TO 2200-EXIT
001687         END-IF
001690     END-IF.
001691
001692     IF MR-CUSTOMER-NUMBER = SPACES
001717         GO TO 2200-EXIT
001718     END-IF.
001719
001720     IF MR-NEW-ACCOUNT-TYPE = 'CC'
001721         MOVE MR-CREDIT-LIMIT TO QR-AMOUNT
001722     ELSE
001723         MOVE MR-INITIAL-BALANCE TO QR-AMOUNT
001724     END-IF.
001725     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
001726     IF NOT REQUEST-CLEARED
001727         GO TO 2200-EXIT
001728     END-IF.
001729
001720     COMPUTE WS-NEW-ACCOUNT-SEQ = CTL-LAST-SEQUENCE + 1.
001740
001750     MOVE WS-NEW-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
001790     MOVE 1000.00               TO AM-MIN-BALANCE.
001800     MOVE 5000.00               TO AM-OVERDRAFT-LIMIT.
001801     MOVE MR-CUSTOMER-NUMBER    TO AM-CUSTOMER-NUMBER.
001802     IF MR-NEW-ACCOUNT-TYPE = 'CC'
001803         MOVE ZERO              TO AM-MIN-BALANCE
001804         MOVE ZERO              TO AM-OVERDRAFT-LIMIT
001805     END-IF.
001802     MOVE WS-RUN-DATE           TO AM-LAST-ACTIVITY-DATE.
001810
001820     WRITE ACCT-MASTER-RECORD
001904     MOVE 'ADD     ' TO WS-AUDIT-ACTION.
001905     PERFORM 2950-WRITE-AUDIT THRU 2950-EXIT.
001906
001907     IF MR-NEW-ACCOUNT-TYPE = 'CC'
001908         PERFORM 2250-WRITE-CARD-TERMS THRU 2250-EXIT
001909     END-IF.
001910
001907     ADD 1 TO CTL-LAST-SEQUENCE.
001908     REWRITE ACCT-CONTROL-RECORD.
001909
001920     MOVE 'ACCOUNT OPENED' TO WS-LOG-MESSAGE.
001930     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
001940 2200-EXIT.
001941     EXIT.
001942
001943*================================================================
001944* 2210-VALIDATE-CARD-TERMS - A CARD NEEDS A CREDIT LIMIT, A
001945* USABLE CYCLE DAY AND A MINIMUM PAYMENT RULE, AND OPENS OWING
001946* NOTHING
001947*================================================================
001948 2210-VALIDATE-CARD-TERMS.
001949     IF MR-CREDIT-LIMIT NOT NUMERIC OR MR-CREDIT-LIMIT = ZERO
001950             OR MR-PURCHASE-APR NOT NUMERIC
001951             OR MR-MIN-PAY-RATE NOT NUMERIC
001952             OR MR-MIN-PAY-FLOOR NOT NUMERIC
001953             OR MR-LATE-FEE NOT NUMERIC
001954         MOVE 'NO ' TO WS-VALID-SWITCH
001955         MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
001956         MOVE 'REJECTED - CARD TERMS MISSING OR INVALID'
001957             TO WS-LOG-MESSAGE
001958         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
001959         GO TO 2210-EXIT
001960     END-IF.
001961     IF MR-CYCLE-DAY NOT NUMERIC
001962             OR MR-CYCLE-DAY < 1 OR MR-CYCLE-DAY > 31
001963         MOVE 'NO ' TO WS-VALID-SWITCH
001964         MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
001965         MOVE 'REJECTED - INVALID STATEMENT CYCLE DAY'
001966             TO WS-LOG-MESSAGE
001967         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
001968         GO TO 2210-EXIT
001969     END-IF.
001970     IF MR-INITIAL-BALANCE NOT = ZERO
001971         MOVE 'NO ' TO WS-VALID-SWITCH
001972         MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
001973         MOVE 'REJECTED - CARD MUST OPEN AT ZERO BALANCE'
001974             TO WS-LOG-MESSAGE
001975         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
001976     END-IF.
001977 2210-EXIT.
001978     EXIT.
001979
001980*================================================================
001981* 2250-WRITE-CARD-TERMS - THE TERMS RECORD FOR A CARD JUST
001982* OPENED, WITH ITS FIRST STATEMENT DATE AND NOTHING YET DUE
001983*================================================================
001984 2250-WRITE-CARD-TERMS.
001985     MOVE WS-RUN-DATE TO WS-STMT-DATE-NUM.
001986     IF MR-CYCLE-DAY NOT > WS-STMT-DAY
001987         ADD 1 TO WS-STMT-MONTH
001988         IF WS-STMT-MONTH > 12
001989             MOVE 1 TO WS-STMT-MONTH
001990             ADD 1 TO WS-STMT-YEAR
001991         END-IF
001992     END-IF.
001993     MOVE MR-CYCLE-DAY TO WS-STMT-DAY.
001994     PERFORM 2260-CLAMP-DAY-OF-MONTH THRU 2260-EXIT.
001995
001996     MOVE AM-ACCOUNT-NUMBER     TO CD-ACCOUNT-NUMBER.
001997     MOVE MR-CREDIT-LIMIT       TO CD-CREDIT-LIMIT.
001998     MOVE MR-PURCHASE-APR       TO CD-PURCHASE-APR.
001999     MOVE MR-CYCLE-DAY          TO CD-CYCLE-DAY.
002000     MOVE MR-MIN-PAY-RATE       TO CD-MIN-PAY-RATE.
002001     MOVE MR-MIN-PAY-FLOOR      TO CD-MIN-PAY-FLOOR.
002002     MOVE WS-CARD-GRACE-DAYS    TO CD-GRACE-DAYS.
002003     MOVE MR-LATE-FEE           TO CD-LATE-FEE.
002004     MOVE WS-STMT-DATE-NUM      TO CD-NEXT-STMT-DATE.
002005     MOVE WS-RUN-DATE           TO CD-LAST-STMT-DATE.
002006     MOVE ZERO                  TO CD-STMT-BALANCE.
002007     MOVE ZERO                  TO CD-MIN-PAYMENT-DUE.
002008     MOVE ZERO                  TO CD-PAYMENT-DUE-DATE.
002009     MOVE 'A'                   TO CD-STATUS.
002010     WRITE CARD-TERMS-RECORD
002011         INVALID KEY
002012             MOVE AM-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
002013             MOVE 'WARNING - CARD TERMS ALREADY ON FILE'
002014                 TO WS-LOG-MESSAGE
002015             PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002016     END-WRITE.
002017 2250-EXIT.
002018     EXIT.
002019
002020 2260-CLAMP-DAY-OF-MONTH.
002021     EVALUATE WS-STMT-MONTH
002022         WHEN 4
002023         WHEN 6
002024         WHEN 9
002025         WHEN 11
002026             MOVE 30 TO WS-DAYS-IN-MONTH
002027         WHEN 2
002028             DIVIDE WS-STMT-YEAR BY 4
002029                 GIVING WS-LEAP-QUOTIENT
002030                 REMAINDER WS-LEAP-REMAINDER
002031             IF WS-LEAP-REMAINDER = ZERO
002032                 MOVE 29 TO WS-DAYS-IN-MONTH
002033             ELSE
002034                 MOVE 28 TO WS-DAYS-IN-MONTH
002035             END-IF
002036         WHEN OTHER
002037             MOVE 31 TO WS-DAYS-IN-MONTH
002038     END-EVALUATE.
002039     IF WS-STMT-DAY > WS-DAYS-IN-MONTH
002040         MOVE WS-DAYS-IN-MONTH TO WS-STMT-DAY
002041     END-IF.
002042 2260-EXIT.
001950     EXIT.
001960
001970*================================================================
002150             PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002160             GO TO 2300-EXIT
002170     END-READ.
002171
002172     IF (AM-ACCOUNT-TYPE = 'CC' OR MR-NEW-ACCOUNT-TYPE = 'CC')
002173             AND AM-ACCOUNT-TYPE NOT = MR-NEW-ACCOUNT-TYPE
002174         MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
002175         MOVE 'REJECTED - CARD TYPE CANNOT BE CHANGED'
002176             TO WS-LOG-MESSAGE
002177         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002178         GO TO 2300-EXIT
002179     END-IF.
002180
002181     MOVE ZERO TO QR-AMOUNT.
002182     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
002183     IF NOT REQUEST-CLEARED
002184         GO TO 2300-EXIT
002185     END-IF.
002180
002190     MOVE ACCT-MASTER-RECORD TO WS-SAVED-MASTER-IMAGE.
002200     MOVE MR-NEW-ACCOUNT-TYPE TO AM-ACCOUNT-TYPE.
002410         GO TO 2400-EXIT
002420     END-IF.
002430
002431     IF MR-NEW-ACCOUNT-STATUS = 'C'
002432         MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
002433         MOVE 'REJECTED - CLOSE THROUGH ACCTCLOS SETTLEMENT'
002434             TO WS-LOG-MESSAGE
002435         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002436         GO TO 2400-EXIT
002437     END-IF.
002438
002440     MOVE MR-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
002450     READ ACCT-MASTER-FILE
002460         INVALID KEY
002500             PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002510             GO TO 2400-EXIT
002520     END-READ.
002521
002522     MOVE ZERO TO QR-AMOUNT.
002523     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
002524     IF NOT REQUEST-CLEARED
002525         GO TO 2400-EXIT
002526     END-IF.
002530
002535     MOVE ACCT-MASTER-RECORD TO WS-SAVED-MASTER-IMAGE.
002540     MOVE MR-NEW-ACCOUNT-STATUS TO AM-ACCOUNT-STATUS.
002620 2400-EXIT.
002630     EXIT.
002640
002641*================================================================
002642* 2500-APPROVE-QUEUED-REQUEST - A SECOND OPERATOR APPROVES A
002643* PARKED REQUEST.  APPRQM HANDS BACK THE ORIGINAL REQUEST ONLY IF
002644* THE APPROVER IS NOT ITS MAKER, IT WAS PARKED ON AN EARLIER RUN
002645* AND IT HAS NOT EXPIRED.  IT IS THEN APPLIED THROUGH ITS NORMAL
002646* PARAGRAPH AND EDITS, AND THE OUTCOME IS STAMPED ON THE ENTRY.
002647*================================================================
002648 2500-APPROVE-QUEUED-REQUEST.
002649     MOVE 'F'               TO QR-FUNCTION.
002650     MOVE 'ACCTMAIN'        TO QR-PROGRAM-NAME.
002651     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
002652     MOVE WS-RUN-STAMP      TO QR-RUN-STAMP.
002653     MOVE MR-OPERATOR-ID    TO QR-OPERATOR-ID.
002654     MOVE MR-APPROVAL-ID    TO QR-QUEUE-ID.
002655     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
002656     IF NOT QR-GO-AHEAD
002657         MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
002658         MOVE SPACES TO WS-LOG-MESSAGE
002659         STRING 'APPROVAL REJECTED - ' DELIMITED BY SIZE
002660                QR-MESSAGE DELIMITED BY SIZE
002661                INTO WS-LOG-MESSAGE
002662         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002663         GO TO 2500-EXIT
002664     END-IF.
002665
002666     MOVE MR-OPERATOR-ID    TO WS-APPROVED-BY.
002667     MOVE MR-APPROVAL-ID    TO WS-APPROVAL-ID.
002668     MOVE QR-REQUEST-IMAGE  TO MAINT-REQUEST-RECORD.
002669     MOVE QR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
002670     MOVE SPACES TO WS-LOG-MESSAGE.
002671     STRING 'QUEUE ID ' DELIMITED BY SIZE
002672            WS-APPROVAL-ID DELIMITED BY SIZE
002673            ' APPROVED BY ' DELIMITED BY SIZE
002674            WS-APPROVED-BY DELIMITED BY SIZE
002675            INTO WS-LOG-MESSAGE.
002676     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
002677
002678     MOVE 'N' TO WS-APPLIED-SWITCH.
002679     EVALUATE TRUE
002680         WHEN MR-ADD-ACCOUNT
002681             PERFORM 2200-ADD-ACCOUNT THRU 2200-EXIT
002682         WHEN MR-CHANGE-TYPE
002683             PERFORM 2300-CHANGE-ACCOUNT-TYPE THRU 2300-EXIT
002684         WHEN MR-CHANGE-STATUS
002685             PERFORM 2400-CHANGE-ACCOUNT-STATUS THRU 2400-EXIT
002686     END-EVALUATE.
002687
002688     MOVE 'D'               TO QR-FUNCTION.
002689     MOVE WS-APPROVED-BY    TO QR-OPERATOR-ID.
002690     MOVE WS-APPROVAL-ID    TO QR-QUEUE-ID.
002691     IF REQUEST-APPLIED
002692         MOVE 'A' TO QR-OUTCOME
002693     ELSE
002694         MOVE 'F' TO QR-OUTCOME
002695     END-IF.
002696     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
002697 2500-EXIT.
002698     EXIT.
002699
002700*================================================================
002701* 2600-DUAL-CONTROL-CHECK - OFFER AN EDITED REQUEST TO APPRQM
002702* (QR-AMOUNT SET BY THE CALLER).  A REQUEST IT PARKS, OR REFUSES
002703* FOR WANT OF AN OPERATOR ID, IS NOT CLEARED TO APPLY.  AN
002704* APPROVED REQUEST BEING REPLAYED IS ALWAYS CLEARED.
002705*================================================================
002706 2600-DUAL-CONTROL-CHECK.
002707     MOVE 'Y' TO WS-CLEARED-SWITCH.
002708     IF WS-APPROVED-BY NOT = SPACES
002709         GO TO 2600-EXIT
002710     END-IF.
002711
002712     MOVE 'Q'                  TO QR-FUNCTION.
002713     MOVE 'ACCTMAIN'           TO QR-PROGRAM-NAME.
002714     MOVE WS-RUN-DATE          TO QR-RUN-DATE.
002715     MOVE WS-RUN-STAMP         TO QR-RUN-STAMP.
002716     MOVE MR-ACTION-CODE       TO QR-ACTION-CODE.
002717     MOVE MR-ACCOUNT-NUMBER    TO QR-ACCOUNT-NUMBER.
002718     MOVE MR-OPERATOR-ID       TO QR-OPERATOR-ID.
002719     MOVE MAINT-REQUEST-RECORD TO QR-REQUEST-IMAGE.
002720     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
002721     IF QR-GO-AHEAD
002722         GO TO 2600-EXIT
002723     END-IF.
002724
002725     MOVE 'N' TO WS-CLEARED-SWITCH.
002726     MOVE MR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
002727     MOVE SPACES TO WS-LOG-MESSAGE.
002728     IF QR-QUEUED
002729         STRING 'PENDING APPROVAL - QUEUE ID ' DELIMITED BY SIZE
002730                QR-QUEUE-ID DELIMITED BY SIZE
002731                INTO WS-LOG-MESSAGE
002732     ELSE
002733         STRING 'REJECTED - ' DELIMITED BY SIZE
002734                QR-MESSAGE DELIMITED BY SIZE
002735                INTO WS-LOG-MESSAGE
002736     END-IF.
002737     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
002738 2600-EXIT.
002739     EXIT.
002740
002650 2900-WRITE-LOG.
002660     MOVE WS-LOG-DETAIL TO LOG-LINE.
002670     WRITE LOG-LINE.
002691
002692*================================================================
002693* 2950-WRITE-AUDIT - BEFORE/AFTER IMAGE OF THE MASTER RECORD
002694* JUST WRITTEN OR REWRITTEN, WITH THE DRIVING REQUEST AND ITS
002695* OPERATORS.  A WRITTEN AUDIT RECORD MARKS THE REQUEST APPLIED.
002695*================================================================
002696 2950-WRITE-AUDIT.
002697     MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
002704            INTO AUD-UPDATE-KEY.
002705     MOVE WS-SAVED-MASTER-IMAGE TO AUD-BEFORE-IMAGE.
002706     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
002707     MOVE MR-OPERATOR-ID TO AUD-ENTERED-BY.
002708     MOVE WS-APPROVED-BY TO AUD-APPROVED-BY.
002707     WRITE ACCT-AUDIT-RECORD.
002708     MOVE 'Y' TO WS-APPLIED-SWITCH.
002708 2950-EXIT.
002709     EXIT.
002700
002780     CLOSE MAINT-LOG-FILE.
002785     CLOSE CUST-MASTER-FILE.
002786     CLOSE ACCT-AUDIT-FILE.
002788     CLOSE CARD-TERMS-FILE.
002790 9000-EXIT.
002800     EXIT.
