000164*              DAY OF MONTH IN SO-DUE-DAY SO THE DAILY
000166*              GENERATION CAN CLAMP EACH MONTHLY ROLL FROM THE
000168*              ORDERED DAY INSTEAD OF A PREVIOUSLY CLAMPED ONE.
000169* 2026-10-15  BSY  DUAL CONTROL.  EACH REQUEST NOW CARRIES THE
000170*              ENTERING OPERATOR, AND ONE THAT PASSES ITS EDITS IS
000171*              OFFERED TO APPRQM, WHICH PARKS ORDER ADDS ON THE
000172*              APPRQUE PENDING-APPROVAL FILE INSTEAD OF APPLYING
000173*              THEM.  A NEW 'V' REQUEST FROM A DIFFERENT OPERATOR
000174*              ON A LATER RUN APPLIES THE PARKED REQUEST.  EVERY
000175*              ADD AND CANCEL NOW WRITES AN ACCTAUDT RECORD FOR
000176*              THE ORDER'S ACCOUNT, THE WAY HOLDMAIN DOES FOR
000177*              HOLDS, CARRYING THE ENTERING AND APPROVING
000178*              OPERATORS.
000170*================================================================
000180
000190 ENVIRONMENT DIVISION.
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-OLOG-FILE-STATUS.
000410
000411     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS AM-ACCOUNT-NUMBER
000415         FILE STATUS IS WS-ACCT-FILE-STATUS.
000416
000417     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
000418         ORGANIZATION IS SEQUENTIAL
000419         FILE STATUS IS WS-AUDT-FILE-STATUS.
000420
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ORDER-REQUEST-FILE.
000460     05  OR-ACTION-CODE        PIC X(1).
000470         88  OR-ADD-ORDER      VALUE 'A'.
000480         88  OR-CANCEL-ORDER   VALUE 'C'.
000485         88  OR-APPROVE-REQUEST VALUE 'V'.
000490     05  OR-ORDER-NUMBER       PIC X(10).
000500     05  OR-ACCOUNT-NUMBER     PIC X(20).
000510     05  OR-TO-ACCOUNT         PIC X(20).
000560     05  OR-EXPIRY-DATE        PIC 9(8).
000570     05  OR-RETRY-LIMIT        PIC 9(2).
000580     05  OR-DESCRIPTION        PIC X(50).
000581*    OPERATOR CONTROL - THE ENTERING OPERATOR ON EVERY REQUEST.  A
000582*    'V' REQUEST CARRIES THE APPROVING OPERATOR AND THE QUEUE ID
000583*    OF THE PARKED REQUEST IT APPROVES (SEE APPRQM).
000584     05  OR-OPERATOR-ID        PIC X(8).
000585     05  OR-APPROVAL-ID        PIC X(12).
000590
000600 FD  STANDING-ORDER-FILE.
000610     COPY STORDR.
000680 FD  ORDER-LOG-FILE.
000690 01  LOG-LINE                  PIC X(80).
000700
000701 FD  ACCT-MASTER-FILE.
000702     COPY ACCTMSTR.
000703
000704 FD  ACCT-AUDIT-FILE.
000705     COPY ACCTAUD.
000706
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730* FILE STATUS AND CONTROL SWITCHES
000760 01  WS-ORDR-FILE-STATUS       PIC X(2)  VALUE '00'.
000770 01  WS-OCTL-FILE-STATUS       PIC X(2)  VALUE '00'.
000780 01  WS-OLOG-FILE-STATUS       PIC X(2)  VALUE '00'.
000783 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000786 01  WS-AUDT-FILE-STATUS       PIC X(2)  VALUE '00'.
000790
000800 01  WS-EOF-SWITCH             PIC X(1)  VALUE 'N'.
000810     88  END-OF-REQUESTS       VALUE 'Y'.
000811
000812 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000813
000814*----------------------------------------------------------------
000815* DUAL CONTROL - A REQUEST APPRQM PARKS IS NOT APPLIED THIS RUN.
000816* A 'V' REQUEST REPLAYS THE PARKED REQUEST WITH WS-APPROVED-BY
000817* SET, WHICH BYPASSES THE CHECK AND IS RECORDED ON ACCTAUDT.
000818*----------------------------------------------------------------
000819 01  WS-RUN-STAMP.
000820     05  WS-RUN-STAMP-DATE     PIC 9(8)  VALUE ZERO.
000821     05  WS-RUN-STAMP-TIME     PIC 9(8)  VALUE ZERO.
000822 01  WS-APPROVED-BY            PIC X(8)  VALUE SPACES.
000823 01  WS-APPROVAL-ID            PIC X(12) VALUE SPACES.
000824 01  WS-CLEARED-SWITCH         PIC X(1)  VALUE 'Y'.
000825     88  REQUEST-CLEARED       VALUE 'Y'.
000826 01  WS-APPLIED-SWITCH         PIC X(1)  VALUE 'N'.
000827     88  REQUEST-APPLIED       VALUE 'Y'.
000828 01  WS-AUDIT-ACTION           PIC X(8)  VALUE SPACES.
000829
000830     COPY APPRQR.
000820
000830*----------------------------------------------------------------
000840* NEW ORDER NUMBER ASSIGNMENT - 'SO' FOLLOWED BY THE NEXT
001380         CLOSE STANDING-ORDER-FILE
001390         STOP RUN
001400     END-IF.
001401     OPEN INPUT ACCT-MASTER-FILE.
001402     IF WS-ACCT-FILE-STATUS NOT = '00'
001403         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
001404                 WS-ACCT-FILE-STATUS
001405         CLOSE ORDER-REQUEST-FILE
001406         CLOSE STANDING-ORDER-FILE
001407         CLOSE ORDER-LOG-FILE
001408         STOP RUN
001409     END-IF.
001410     OPEN EXTEND ACCT-AUDIT-FILE.
001411     IF WS-AUDT-FILE-STATUS = '35'
001412         OPEN OUTPUT ACCT-AUDIT-FILE
001413     END-IF.
001414     IF WS-AUDT-FILE-STATUS NOT = '00'
001415         DISPLAY 'ERROR: UNABLE TO OPEN ACCTAUDT, STATUS: '
001416                 WS-AUDT-FILE-STATUS
001417         CLOSE ORDER-REQUEST-FILE
001418         CLOSE STANDING-ORDER-FILE
001419         CLOSE ORDER-LOG-FILE
001420         CLOSE ACCT-MASTER-FILE
001421         STOP RUN
001422     END-IF.
001410
001420     OPEN I-O ORDER-CONTROL-FILE.
001430     IF WS-OCTL-FILE-STATUS = '35'
001540             CLOSE ORDER-REQUEST-FILE
001550             CLOSE STANDING-ORDER-FILE
001560             CLOSE ORDER-LOG-FILE
001563             CLOSE ACCT-MASTER-FILE
001566             CLOSE ACCT-AUDIT-FILE
001570             STOP RUN
001580         ELSE
001590             MOVE '1' TO OCTL-KEY
001650         END-IF
001660     END-IF.
001670
001672     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001674     MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
001676     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001680     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001690 1000-EXIT.
001700     EXIT.
001730* 2000-PROCESS-REQUEST - APPLY ONE ORDER MAINTENANCE REQUEST
001740*================================================================
001750 2000-PROCESS-REQUEST.
001755     MOVE SPACES TO WS-APPROVED-BY.
001760     EVALUATE TRUE
001770         WHEN OR-ADD-ORDER
001780             PERFORM 2200-ADD-ORDER THRU 2200-EXIT
001790         WHEN OR-CANCEL-ORDER
001800             PERFORM 2300-CANCEL-ORDER THRU 2300-EXIT
001803         WHEN OR-APPROVE-REQUEST
001806             PERFORM 2500-APPROVE-QUEUED-REQUEST THRU 2500-EXIT
001810         WHEN OTHER
001820             MOVE OR-ORDER-NUMBER TO WS-LOG-ORDER
001830             MOVE OR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
002490         GO TO 2200-EXIT
002500     END-IF.
002510
002511     MOVE OR-AMOUNT TO QR-AMOUNT.
002512     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
002513     IF NOT REQUEST-CLEARED
002514         GO TO 2200-EXIT
002515     END-IF.
002516
002520     COMPUTE WS-NEW-ORDER-SEQ = OCTL-LAST-SEQUENCE + 1.
002530
002540     MOVE WS-NEW-ORDER-NUMBER TO SO-ORDER-NUMBER.
002760
002770     ADD 1 TO OCTL-LAST-SEQUENCE.
002780     REWRITE ORDER-CONTROL-RECORD.
002783     MOVE 'ORDR ADD' TO WS-AUDIT-ACTION.
002786     PERFORM 2950-WRITE-AUDIT THRU 2950-EXIT.
002790
002800     MOVE WS-NEW-ORDER-NUMBER TO WS-LOG-ORDER.
002810     MOVE 'ORDER ADDED' TO WS-LOG-MESSAGE.
003060         GO TO 2300-EXIT
003070     END-IF.
003080
003081     MOVE SO-AMOUNT TO QR-AMOUNT.
003082     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
003083     IF NOT REQUEST-CLEARED
003084         GO TO 2300-EXIT
003085     END-IF.
003086
003090     MOVE 'C' TO SO-STATUS.
003100     REWRITE STANDING-ORDER-RECORD.
003103     MOVE 'ORDR CAN' TO WS-AUDIT-ACTION.
003106     PERFORM 2950-WRITE-AUDIT THRU 2950-EXIT.
003110     MOVE 'ORDER CANCELLED' TO WS-LOG-MESSAGE.
003120     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003130 2300-EXIT.
003131     EXIT.
003132
003133*================================================================
003134* 2500-APPROVE-QUEUED-REQUEST - A SECOND OPERATOR APPROVES A
003135* PARKED REQUEST.  APPRQM HANDS BACK THE ORIGINAL REQUEST ONLY IF
003136* THE APPROVER IS NOT ITS MAKER, IT WAS PARKED ON AN EARLIER RUN
003137* AND IT HAS NOT EXPIRED.  IT IS THEN APPLIED THROUGH ITS NORMAL
003138* PARAGRAPH AND EDITS, AND THE OUTCOME IS STAMPED ON THE ENTRY.
003139*================================================================
003140 2500-APPROVE-QUEUED-REQUEST.
003141     MOVE 'F'               TO QR-FUNCTION.
003142     MOVE 'STORMAIN'        TO QR-PROGRAM-NAME.
003143     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
003144     MOVE WS-RUN-STAMP      TO QR-RUN-STAMP.
003145     MOVE OR-OPERATOR-ID    TO QR-OPERATOR-ID.
003146     MOVE OR-APPROVAL-ID    TO QR-QUEUE-ID.
003147     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003148     IF NOT QR-GO-AHEAD
003149         MOVE OR-ORDER-NUMBER TO WS-LOG-ORDER
003150         MOVE OR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
003151         MOVE SPACES TO WS-LOG-MESSAGE
003152         STRING 'APPROVAL REJECTED - ' DELIMITED BY SIZE
003153                QR-MESSAGE DELIMITED BY SIZE
003154                INTO WS-LOG-MESSAGE
003155         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
003156         GO TO 2500-EXIT
003157     END-IF.
003158
003159     MOVE OR-OPERATOR-ID    TO WS-APPROVED-BY.
003160     MOVE OR-APPROVAL-ID    TO WS-APPROVAL-ID.
003161     MOVE QR-REQUEST-IMAGE  TO ORDER-REQUEST-RECORD.
003162     MOVE OR-ORDER-NUMBER   TO WS-LOG-ORDER.
003163     MOVE OR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
003164     MOVE SPACES TO WS-LOG-MESSAGE.
003165     STRING 'QUEUE ID ' DELIMITED BY SIZE
003166            WS-APPROVAL-ID DELIMITED BY SIZE
003167            ' APPROVED BY ' DELIMITED BY SIZE
003168            WS-APPROVED-BY DELIMITED BY SIZE
003169            INTO WS-LOG-MESSAGE.
003170     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003171
003172     MOVE 'N' TO WS-APPLIED-SWITCH.
003173     EVALUATE TRUE
003174         WHEN OR-ADD-ORDER
003175             PERFORM 2200-ADD-ORDER THRU 2200-EXIT
003176         WHEN OR-CANCEL-ORDER
003177             PERFORM 2300-CANCEL-ORDER THRU 2300-EXIT
003178     END-EVALUATE.
003179
003180     MOVE 'D'               TO QR-FUNCTION.
003181     MOVE WS-APPROVED-BY    TO QR-OPERATOR-ID.
003182     MOVE WS-APPROVAL-ID    TO QR-QUEUE-ID.
003183     IF REQUEST-APPLIED
003184         MOVE 'A' TO QR-OUTCOME
003185     ELSE
003186         MOVE 'F' TO QR-OUTCOME
003187     END-IF.
003188     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003189 2500-EXIT.
003190     EXIT.
003191
003192*================================================================
003193* 2600-DUAL-CONTROL-CHECK - OFFER AN EDITED REQUEST TO APPRQM
003194* (QR-AMOUNT SET BY THE CALLER).  A REQUEST IT PARKS, OR REFUSES
003195* FOR WANT OF AN OPERATOR ID, IS NOT CLEARED TO APPLY.  AN
003196* APPROVED REQUEST BEING REPLAYED IS ALWAYS CLEARED.
003197*================================================================
003198 2600-DUAL-CONTROL-CHECK.
003199     MOVE 'Y' TO WS-CLEARED-SWITCH.
003200     IF WS-APPROVED-BY NOT = SPACES
003201         GO TO 2600-EXIT
003202     END-IF.
003203
003204     MOVE 'Q'                  TO QR-FUNCTION.
003205     MOVE 'STORMAIN'           TO QR-PROGRAM-NAME.
003206     MOVE WS-RUN-DATE          TO QR-RUN-DATE.
003207     MOVE WS-RUN-STAMP         TO QR-RUN-STAMP.
003208     MOVE OR-ACTION-CODE       TO QR-ACTION-CODE.
003209     MOVE OR-ACCOUNT-NUMBER    TO QR-ACCOUNT-NUMBER.
003210     MOVE OR-OPERATOR-ID       TO QR-OPERATOR-ID.
003211     MOVE ORDER-REQUEST-RECORD TO QR-REQUEST-IMAGE.
003212     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003213     IF QR-GO-AHEAD
003214         GO TO 2600-EXIT
003215     END-IF.
003216
003217     MOVE 'N' TO WS-CLEARED-SWITCH.
003218     MOVE SPACES TO WS-LOG-MESSAGE.
003219     IF QR-QUEUED
003220         STRING 'PENDING APPROVAL - QUEUE ID ' DELIMITED BY SIZE
003221                QR-QUEUE-ID DELIMITED BY SIZE
003222                INTO WS-LOG-MESSAGE
003223     ELSE
003224         STRING 'REJECTED - ' DELIMITED BY SIZE
003225                QR-MESSAGE DELIMITED BY SIZE
003226                INTO WS-LOG-MESSAGE
003227     END-IF.
003228     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003229 2600-EXIT.
003140     EXIT.
003150
003160 2900-WRITE-LOG.
003170     MOVE WS-LOG-DETAIL TO LOG-LINE.
003180     WRITE LOG-LINE.
003190 2900-EXIT.
003191     EXIT.
003192
003193*================================================================
003194* 2950-WRITE-AUDIT - THE ACCOUNT MASTER IS NOT CHANGED BY AN
003195* ORDER ACTION, SO THE ORDER ACCOUNT'S IMAGE RIDES BEFORE AND
003196* AFTER THE WAY HOLDMAIN AUDITS A HOLD; THE DRIVING KEY NAMES THE
003197* ACTION AND THE ORDER, WITH THE REQUEST'S OPERATORS.  A WRITTEN
003198* AUDIT RECORD MARKS THE REQUEST APPLIED.
003199*================================================================
003200 2950-WRITE-AUDIT.
003201     MOVE 'Y' TO WS-APPLIED-SWITCH.
003202     MOVE SO-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER.
003203     READ ACCT-MASTER-FILE
003204         INVALID KEY
003205             GO TO 2950-EXIT
003206     END-READ.
003207     MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
003208     MOVE 'STORMAIN' TO AUD-UPDATE-PROGRAM.
003209     MOVE FUNCTION CURRENT-DATE TO AUD-UPDATE-TIMESTAMP.
003210     MOVE SPACES TO AUD-UPDATE-KEY.
003211     STRING WS-AUDIT-ACTION DELIMITED BY SIZE
003212            ' ' DELIMITED BY SIZE
003213            SO-ORDER-NUMBER DELIMITED BY SIZE
003214            INTO AUD-UPDATE-KEY.
003215     MOVE ACCT-MASTER-RECORD TO AUD-BEFORE-IMAGE.
003216     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
003217     MOVE OR-OPERATOR-ID TO AUD-ENTERED-BY.
003218     MOVE WS-APPROVED-BY TO AUD-APPROVED-BY.
003219     WRITE ACCT-AUDIT-RECORD.
003220 2950-EXIT.
003200     EXIT.
003210
003220*================================================================
003270     CLOSE STANDING-ORDER-FILE.
003280     CLOSE ORDER-CONTROL-FILE.
003290     CLOSE ORDER-LOG-FILE.
003293     CLOSE ACCT-MASTER-FILE.
003296     CLOSE ACCT-AUDIT-FILE.
003300 9000-EXIT.
003310     EXIT.
