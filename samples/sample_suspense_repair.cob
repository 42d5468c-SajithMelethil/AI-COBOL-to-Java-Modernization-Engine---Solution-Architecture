000170*              DISPOSITION, OPERATOR AND DATE SO IT CANNOT BE
000180*              RESUBMITTED A SECOND TIME.  STILL-PENDING RECORDS
000190*              OLDER THAN THE AGING THRESHOLD ARE REPORTED.
000191* 2026-10-15  BSY  A RESUBMISSION CARRIES THE TRANSACTION
000192*              REFERENCE OF THE REJECT IT REPAIRS, SO THE
000193*              CORRECTED POSTING TRACES BACK TO ITS SOURCE.  A
000194*              REJECT RECORDED WITHOUT ONE IS GIVEN AN 'SR'
000195*              REFERENCE FROM THE RUN DATE AND ITS SEQUENCE ON
000196*              SUSPFILE.
000197* 2026-10-15  BSY  DUAL CONTROL.  A REPAIR THAT PASSES ITS EDITS
000198*              IS OFFERED TO APPRQM, WHICH PARKS LARGE WRITE-OFFS
000199*              AND RESUBMISSIONS ON THE APPRQUE PENDING-APPROVAL
000200*              FILE AND LEAVES THE REJECT PENDING.  A NEW 'V'
000201*              REQUEST FROM A DIFFERENT OPERATOR ON A LATER RUN
000202*              APPLIES THE PARKED REPAIR.  EVERY WORKED REJECT ON
000203*              A KNOWN ACCOUNT NOW WRITES AN ACCTAUDT RECORD WITH
000204*              THE ENTERING AND APPROVING OPERATORS.
000205* 2026-10-15  BSY  ONLY ACCTVALID REJECTS CARRY THE ACCOUNT
000206*              LAYOUT; EVERY OTHER SOURCE'S ACCOUNT AND AMOUNT
000207*              ARE TAKEN FROM THE TRANSACTION IMAGE.  AN EXTPAY
000208*              OUTBOUND DEBIT ('XO') OR A PAYRTRN CREDIT-BACK
000209*              ('XR') CAN ONLY BE WRITTEN OFF - RESUBMITTING IT
000210*              WOULD POST WITHOUT ITS PAYREG ENTRY.
000200*================================================================
000210
000220 ENVIRONMENT DIVISION.
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PRNT-FILE-STATUS.
000360
000361     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS AM-ACCOUNT-NUMBER
000365         FILE STATUS IS WS-ACCT-FILE-STATUS.
000366
000367     SELECT ACCT-AUDIT-FILE ASSIGN TO "ACCTAUDT"
000368         ORGANIZATION IS SEQUENTIAL
000369         FILE STATUS IS WS-AUDT-FILE-STATUS.
000370
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SUSP-REPAIR-FILE.
000420     05  RR-ACTION-CODE        PIC X(1).
000430         88  RR-RESUBMIT       VALUE 'R'.
000440         88  RR-WRITE-OFF      VALUE 'W'.
000445         88  RR-APPROVE-REQUEST VALUE 'V'.
000450     05  RR-OPERATOR-ID        PIC X(8).
000460     05  RR-NEW-ACCOUNT        PIC X(20).
000470     05  RR-NEW-AMOUNT         PIC S9(9)V99.
000480     05  RR-NEW-TO-ACCOUNT     PIC X(20).
000482*    OPERATOR CONTROL - A 'V' REQUEST CARRIES THE APPROVING
000484*    OPERATOR AND THE QUEUE ID OF THE PARKED REPAIR IT APPROVES
000486*    (SEE APPRQM).
000488     05  RR-APPROVAL-ID        PIC X(12).
000490
000500 FD  SUSPENSE-FILE.
000510     COPY SUSPNS.
000520
000530 FD  PRINT-FILE.
000540 01  PRINT-LINE                PIC X(100).
000541
000542 FD  ACCT-MASTER-FILE.
000543     COPY ACCTMSTR.
000544
000545 FD  ACCT-AUDIT-FILE.
000546     COPY ACCTAUD.
000550
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000600 01  WS-RPRQ-FILE-STATUS       PIC X(2)  VALUE '00'.
000610 01  WS-SUSP-FILE-STATUS       PIC X(2)  VALUE '00'.
000620 01  WS-PRNT-FILE-STATUS       PIC X(2)  VALUE '00'.
000623 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000626 01  WS-AUDT-FILE-STATUS       PIC X(2)  VALUE '00'.
000630
000640 01  WS-RPRQ-EOF-SWITCH        PIC X(1)  VALUE 'N'.
000650     88  END-OF-REPAIRS        VALUE 'Y'.
000950         10  RT-NEW-AMOUNT         PIC S9(9)V99.
000960         10  RT-NEW-TO-ACCOUNT     PIC X(20).
000970         10  RT-MATCHED-FLAG       PIC X(1).
000972         10  RT-APPROVED-BY        PIC X(8).
000974         10  RT-APPROVAL-ID        PIC X(12).
000976         10  RT-QUEUED-ACCOUNT     PIC X(20).
000978         10  RT-APPLIED-FLAG       PIC X(1).
000980
000990*----------------------------------------------------------------
001000* CORRECTED TRANSACTIONS ARE STAGED HERE DURING THE SUSPENSE
001150         10  RS-TO-ACCOUNT         PIC X(20).
001160         10  RS-TRX-REACT-FLAG     PIC X(1).
001170         10  RS-TRX-DESCRIPTION    PIC X(50).
001175         10  RS-TRX-REFERENCE      PIC X(30).
001180
001190 01  WS-SUSP-SEQUENCE          PIC 9(5)  VALUE ZERO.
001191
001192*----------------------------------------------------------------
001193* REFERENCE FOR A REJECT THAT WAS RECORDED WITHOUT ONE
001194*----------------------------------------------------------------
001195 01  WS-SR-REFERENCE-BUILD.
001196     05  FILLER               PIC X(2)  VALUE 'SR'.
001197     05  WS-SR-RUN-DATE       PIC 9(8)  VALUE ZERO.
001198     05  WS-SR-SEQUENCE       PIC 9(5)  VALUE ZERO.
001199     05  FILLER               PIC X(15) VALUE SPACES.
001200
001201*----------------------------------------------------------------
001202* DUAL CONTROL - A REPAIR APPRQM PARKS IS LEFT PENDING THIS RUN.
001203* A 'V' REQUEST LOADS THE PARKED REPAIR WITH ITS APPROVER, WHICH
001204* BYPASSES THE CHECK AND IS RECORDED ON ACCTAUDT.  THE ACCOUNT
001205* QUEUED WITH IT MUST STILL BE THE ACCOUNT ON THE REJECT.
001206*----------------------------------------------------------------
001207 01  WS-RUN-STAMP.
001208     05  WS-RUN-STAMP-DATE     PIC 9(8)  VALUE ZERO.
001209     05  WS-RUN-STAMP-TIME     PIC 9(8)  VALUE ZERO.
001210 01  WS-APPROVED-BY            PIC X(8)  VALUE SPACES.
001211 01  WS-APPROVAL-ID            PIC X(12) VALUE SPACES.
001212 01  WS-QUEUED-ACCOUNT         PIC X(20) VALUE SPACES.
001213 01  WS-CLEARED-SWITCH         PIC X(1)  VALUE 'Y'.
001214     88  REQUEST-CLEARED       VALUE 'Y'.
001215 01  WS-AUDIT-ACTION           PIC X(8)  VALUE SPACES.
001216
001217     COPY APPRQR.
001218
001200 01  WS-AGED-COUNT             PIC 9(5)  VALUE ZERO.
001210
001220*----------------------------------------------------------------
001730     PERFORM 3000-WORK-SUSPENSE-QUEUE THRU 3000-EXIT
001740         UNTIL END-OF-SUSPENSE.
001750     CLOSE SUSPENSE-FILE.
001753     CLOSE ACCT-MASTER-FILE.
001756     CLOSE ACCT-AUDIT-FILE.
001760     PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
001762         VARYING WS-REPAIR-INDEX FROM 1 BY 1
001764         UNTIL WS-REPAIR-INDEX > WS-REPAIR-COUNT.
001766     PERFORM 4100-RECORD-APPROVAL-OUTCOME THRU 4100-EXIT
001770         VARYING WS-REPAIR-INDEX FROM 1 BY 1
001780         UNTIL WS-REPAIR-INDEX > WS-REPAIR-COUNT.
001790     PERFORM 5000-POST-RESUBMISSION THRU 5000-EXIT
002080         CLOSE SUSPENSE-FILE
002090         STOP RUN
002100     END-IF.
002101     OPEN INPUT ACCT-MASTER-FILE.
002102     IF WS-ACCT-FILE-STATUS NOT = '00'
002103         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
002104                 WS-ACCT-FILE-STATUS
002105         CLOSE SUSP-REPAIR-FILE
002106         CLOSE SUSPENSE-FILE
002107         CLOSE PRINT-FILE
002108         STOP RUN
002109     END-IF.
002110     OPEN EXTEND ACCT-AUDIT-FILE.
002111     IF WS-AUDT-FILE-STATUS = '35'
002112         OPEN OUTPUT ACCT-AUDIT-FILE
002113     END-IF.
002114     IF WS-AUDT-FILE-STATUS NOT = '00'
002115         DISPLAY 'ERROR: UNABLE TO OPEN ACCTAUDT, STATUS: '
002116                 WS-AUDT-FILE-STATUS
002117         CLOSE SUSP-REPAIR-FILE
002118         CLOSE SUSPENSE-FILE
002119         CLOSE PRINT-FILE
002120         CLOSE ACCT-MASTER-FILE
002121         STOP RUN
002122     END-IF.
002110
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002125     MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
002126     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
002130     COMPUTE WS-AGING-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
002140         (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-AGING-DAYS).
002150
002350         GO TO 2000-NEXT
002360     END-IF.
002370
002371     MOVE SPACES TO WS-APPROVED-BY.
002372     MOVE SPACES TO WS-APPROVAL-ID.
002373     MOVE SPACES TO WS-QUEUED-ACCOUNT.
002374     IF RR-APPROVE-REQUEST
002375         PERFORM 2200-FETCH-APPROVED-REPAIR THRU 2200-EXIT
002376         IF WS-APPROVED-BY = SPACES
002377             GO TO 2000-NEXT
002378         END-IF
002379     END-IF.
002380
002380     ADD 1 TO WS-REPAIR-COUNT.
002390     MOVE RR-SEQUENCE-NUMBER
002400         TO RT-SEQUENCE-NUMBER (WS-REPAIR-COUNT).
002450     MOVE RR-NEW-TO-ACCOUNT
002460         TO RT-NEW-TO-ACCOUNT (WS-REPAIR-COUNT).
002470     MOVE 'N'              TO RT-MATCHED-FLAG (WS-REPAIR-COUNT).
002471     MOVE WS-APPROVED-BY   TO RT-APPROVED-BY (WS-REPAIR-COUNT).
002472     MOVE WS-APPROVAL-ID   TO RT-APPROVAL-ID (WS-REPAIR-COUNT).
002473     MOVE WS-QUEUED-ACCOUNT
002474         TO RT-QUEUED-ACCOUNT (WS-REPAIR-COUNT).
002475     MOVE 'N'              TO RT-APPLIED-FLAG (WS-REPAIR-COUNT).
002480 2000-NEXT.
002490     PERFORM 2100-READ-REPAIR THRU 2100-EXIT.
002500 2000-EXIT.
002560             MOVE 'Y' TO WS-RPRQ-EOF-SWITCH
002570     END-READ.
002580 2100-EXIT.
002581     EXIT.
002582
002583*================================================================
002584* 2200-FETCH-APPROVED-REPAIR - A SECOND OPERATOR APPROVES A
002585* PARKED REPAIR.  APPRQM HANDS BACK THE ORIGINAL REQUEST ONLY IF
002586* THE APPROVER IS NOT ITS MAKER, IT WAS PARKED ON AN EARLIER RUN
002587* AND IT HAS NOT EXPIRED.  IT IS THEN LOADED IN PLACE OF THE
002588* 'V' REQUEST, CARRYING THE APPROVER AND QUEUE ID.
002589*================================================================
002590 2200-FETCH-APPROVED-REPAIR.
002591     MOVE 'F'                TO QR-FUNCTION.
002592     MOVE 'SUSPREPR'         TO QR-PROGRAM-NAME.
002593     MOVE WS-RUN-DATE        TO QR-RUN-DATE.
002594     MOVE WS-RUN-STAMP       TO QR-RUN-STAMP.
002595     MOVE RR-OPERATOR-ID     TO QR-OPERATOR-ID.
002596     MOVE RR-APPROVAL-ID     TO QR-QUEUE-ID.
002597     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
002598     MOVE RR-SEQUENCE-NUMBER TO WS-DTL-SEQUENCE.
002599     MOVE RR-OPERATOR-ID     TO WS-DTL-OPERATOR.
002600     MOVE SPACES             TO WS-DTL-MESSAGE.
002601     IF NOT QR-GO-AHEAD
002602         MOVE SPACES TO WS-DTL-ACCOUNT
002603         STRING 'APPROVAL REJECTED - ' DELIMITED BY SIZE
002604                QR-MESSAGE DELIMITED BY SIZE
002605                INTO WS-DTL-MESSAGE
002606         PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT
002607         GO TO 2200-EXIT
002608     END-IF.
002609
002610     MOVE RR-OPERATOR-ID     TO WS-APPROVED-BY.
002611     MOVE RR-APPROVAL-ID     TO WS-APPROVAL-ID.
002612     MOVE QR-ACCOUNT-NUMBER  TO WS-QUEUED-ACCOUNT.
002613     MOVE QR-ACCOUNT-NUMBER  TO WS-DTL-ACCOUNT.
002614     STRING 'APPROVED - QUEUE ID ' DELIMITED BY SIZE
002615            WS-APPROVAL-ID DELIMITED BY SIZE
002616            INTO WS-DTL-MESSAGE.
002617     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
002618     MOVE QR-REQUEST-IMAGE   TO REPAIR-REQUEST-RECORD.
002619 2200-EXIT.
002590     EXIT.
002600
002610*================================================================
003080     MOVE WS-SUSP-SEQUENCE TO WS-DTL-SEQUENCE.
003090     MOVE RT-OPERATOR-ID (WS-REPAIR-MATCH-INDEX)
003100         TO WS-DTL-OPERATOR.
003110     IF SUSP-SOURCE-PROGRAM = 'ACCTVALID'
003111         MOVE SUSP-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT
003112     ELSE
003113         MOVE SUSP-TRX-ACCOUNT TO WS-DTL-ACCOUNT
003114     END-IF.
003120
003130     IF NOT SUSP-STILL-PENDING
003160         GO TO 3300-EXIT
003170     END-IF.
003180
003181     IF RT-APPROVED-BY (WS-REPAIR-MATCH-INDEX) NOT = SPACES
003182             AND RT-QUEUED-ACCOUNT (WS-REPAIR-MATCH-INDEX)
003183                 NOT = WS-DTL-ACCOUNT
003184         MOVE 'REJECTED - SUSPENSE RECORD CHANGED'
003185             TO WS-DTL-MESSAGE
003186         PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT
003187         GO TO 3300-EXIT
003188     END-IF.
003189
003190     EVALUATE RT-ACTION-CODE (WS-REPAIR-MATCH-INDEX)
003200         WHEN 'W'
003210             PERFORM 3400-WRITE-OFF-RECORD THRU 3400-EXIT
003300     EXIT.
003310
003320 3400-WRITE-OFF-RECORD.
003321     PERFORM 3800-DUAL-CONTROL-CHECK THRU 3800-EXIT.
003322     IF NOT REQUEST-CLEARED
003323         GO TO 3400-EXIT
003324     END-IF.
003325
003330     MOVE 'W' TO SUSP-DISPOSITION.
003340     MOVE RT-OPERATOR-ID (WS-REPAIR-MATCH-INDEX)
003350         TO SUSP-WORKED-BY.
003360     MOVE WS-RUN-DATE TO SUSP-WORKED-DATE.
003370     REWRITE SUSPENSE-RECORD.
003373     MOVE 'SUSP WOF' TO WS-AUDIT-ACTION.
003376     PERFORM 3900-WRITE-AUDIT THRU 3900-EXIT.
003380     MOVE 'WRITTEN OFF' TO WS-DTL-MESSAGE.
003390     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
003400 3400-EXIT.
003440* 3500-STAGE-RESUBMISSION - APPLY THE OPERATOR'S CORRECTIONS
003450* OVER THE REJECTED TRANSACTION AND STAGE IT FOR TRANSLEDG.
003460* ONLY TRANSLEDG REJECTS CARRY A TRANSACTION IMAGE; ACCTVALID
003470* REJECTS HAVE NOTHING TO RESUBMIT.  AN EXTPAY OUTBOUND DEBIT
003471* OR A PAYRTRN CREDIT-BACK IS POSTED ONLY BY ITS OWN RUN, WHICH
003472* ALSO KEEPS PAYREG; IT IS RE-ENTERED THERE AND WRITTEN OFF HERE.
003480*================================================================
003490 3500-STAGE-RESUBMISSION.
003500     IF SUSP-SOURCE-PROGRAM NOT = 'TRANSLEDG'
003530         PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT
003540         GO TO 3500-EXIT
003550     END-IF.
003551
003552     IF SUSP-TRX-REFERENCE (1:2) = 'XO' OR 'XR'
003553         MOVE 'REJECTED - RE-ENTER THROUGH PAYREQ/RETURNIN'
003554             TO WS-DTL-MESSAGE
003555         PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT
003556         GO TO 3500-EXIT
003557     END-IF.
003560
003570     IF WS-RESUB-COUNT NOT < WS-RESUB-TABLE-MAX
003580         MOVE 'REJECTED - RESUBMIT TABLE FULL'
003590             TO WS-DTL-MESSAGE
003600         PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT
003601         GO TO 3500-EXIT
003602     END-IF.
003603
003604     PERFORM 3800-DUAL-CONTROL-CHECK THRU 3800-EXIT.
003605     IF NOT REQUEST-CLEARED
003610         GO TO 3500-EXIT
003620     END-IF.
003630
003850         TO RS-TRX-REACT-FLAG (WS-RESUB-COUNT).
003860     MOVE SUSP-TRX-DESCRIPTION
003870         TO RS-TRX-DESCRIPTION (WS-RESUB-COUNT).
003871     IF SUSP-TRX-REFERENCE = SPACES OR LOW-VALUES
003872         MOVE WS-RUN-DATE      TO WS-SR-RUN-DATE
003873         MOVE WS-SUSP-SEQUENCE TO WS-SR-SEQUENCE
003874         MOVE WS-SR-REFERENCE-BUILD
003875             TO RS-TRX-REFERENCE (WS-RESUB-COUNT)
003876     ELSE
003877         MOVE SUSP-TRX-REFERENCE
003878             TO RS-TRX-REFERENCE (WS-RESUB-COUNT)
003879     END-IF.
003880
003890     MOVE 'R' TO SUSP-DISPOSITION.
003900     MOVE RT-OPERATOR-ID (WS-REPAIR-MATCH-INDEX)
003910         TO SUSP-WORKED-BY.
003920     MOVE WS-RUN-DATE TO SUSP-WORKED-DATE.
003930     REWRITE SUSPENSE-RECORD.
003933     MOVE 'SUSP RSB' TO WS-AUDIT-ACTION.
003936     PERFORM 3900-WRITE-AUDIT THRU 3900-EXIT.
003940     MOVE 'RESUBMITTED' TO WS-DTL-MESSAGE.
003950     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
003960 3500-EXIT.
004190     EXIT.
004200
004210*================================================================
004211* 3800-DUAL-CONTROL-CHECK - OFFER AN EDITED REPAIR TO APPRQM AS
004212* THE REQUEST THE OPERATOR ENTERED.  ITS AMOUNT IS THE CORRECTED
004213* AMOUNT OF A RESUBMISSION, OTHERWISE THE REJECTED AMOUNT.  A
004214* REPAIR IT PARKS, OR REFUSES FOR WANT OF AN OPERATOR ID, IS LEFT
004215* PENDING.  AN APPROVED REPAIR IS ALWAYS CLEARED.
004216*================================================================
004217 3800-DUAL-CONTROL-CHECK.
004218     MOVE 'Y' TO WS-CLEARED-SWITCH.
004219     IF RT-APPROVED-BY (WS-REPAIR-MATCH-INDEX) NOT = SPACES
004220         GO TO 3800-EXIT
004221     END-IF.
004222
004223     MOVE SPACES TO REPAIR-REQUEST-RECORD.
004224     MOVE RT-SEQUENCE-NUMBER (WS-REPAIR-MATCH-INDEX)
004225         TO RR-SEQUENCE-NUMBER.
004226     MOVE RT-ACTION-CODE (WS-REPAIR-MATCH-INDEX)
004227         TO RR-ACTION-CODE.
004228     MOVE RT-OPERATOR-ID (WS-REPAIR-MATCH-INDEX)
004229         TO RR-OPERATOR-ID.
004230     MOVE RT-NEW-ACCOUNT (WS-REPAIR-MATCH-INDEX)
004231         TO RR-NEW-ACCOUNT.
004232     MOVE RT-NEW-AMOUNT (WS-REPAIR-MATCH-INDEX)  TO RR-NEW-AMOUNT.
004233     MOVE RT-NEW-TO-ACCOUNT (WS-REPAIR-MATCH-INDEX)
004234         TO RR-NEW-TO-ACCOUNT.
004235
004236     MOVE 'Q'                 TO QR-FUNCTION.
004237     MOVE 'SUSPREPR'          TO QR-PROGRAM-NAME.
004238     MOVE WS-RUN-DATE         TO QR-RUN-DATE.
004239     MOVE WS-RUN-STAMP        TO QR-RUN-STAMP.
004240     MOVE RR-ACTION-CODE      TO QR-ACTION-CODE.
004241     MOVE WS-DTL-ACCOUNT      TO QR-ACCOUNT-NUMBER.
004242     MOVE RR-OPERATOR-ID      TO QR-OPERATOR-ID.
004243     MOVE REPAIR-REQUEST-RECORD TO QR-REQUEST-IMAGE.
004244     IF RR-RESUBMIT AND RR-NEW-AMOUNT NOT = ZERO
004245         MOVE RR-NEW-AMOUNT TO QR-AMOUNT
004246     ELSE
004247         IF SUSP-SOURCE-PROGRAM = 'ACCTVALID'
004248             MOVE ZERO TO QR-AMOUNT
004249         ELSE
004250             MOVE SUSP-TRX-AMOUNT TO QR-AMOUNT
004251         END-IF
004252     END-IF.
004253     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
004254     IF QR-GO-AHEAD
004255         GO TO 3800-EXIT
004256     END-IF.
004257
004258     MOVE 'N' TO WS-CLEARED-SWITCH.
004259     MOVE SPACES TO WS-DTL-MESSAGE.
004260     IF QR-QUEUED
004261         STRING 'PENDING APPROVAL - QUEUE ID ' DELIMITED BY SIZE
004262                QR-QUEUE-ID DELIMITED BY SIZE
004263                INTO WS-DTL-MESSAGE
004264     ELSE
004265         STRING 'REJECTED - ' DELIMITED BY SIZE
004266                QR-MESSAGE DELIMITED BY SIZE
004267                INTO WS-DTL-MESSAGE
004268     END-IF.
004269     PERFORM 3700-WRITE-DETAIL THRU 3700-EXIT.
004270 3800-EXIT.
004271     EXIT.
004272
004273*================================================================
004274* 3900-WRITE-AUDIT - A WORKED REJECT DOES NOT CHANGE THE ACCOUNT
004275* MASTER, SO THE ACCOUNT'S IMAGE RIDES BEFORE AND AFTER THE WAY
004276* HOLDMAIN AUDITS A HOLD; THE DRIVING KEY NAMES THE DISPOSITION,
004277* THE SUSPENSE SEQUENCE AND THE REJECT DATE, WITH THE REPAIR'S
004278* OPERATORS.  A REJECT WHOSE ACCOUNT IS NOT ON FILE IS NOT
004279* AUDITED.  THE REPAIR IS MARKED APPLIED EITHER WAY.
004280*================================================================
004281 3900-WRITE-AUDIT.
004282     MOVE 'Y' TO RT-APPLIED-FLAG (WS-REPAIR-MATCH-INDEX).
004283     MOVE WS-DTL-ACCOUNT TO AM-ACCOUNT-NUMBER.
004284     READ ACCT-MASTER-FILE
004285         INVALID KEY
004286             GO TO 3900-EXIT
004287     END-READ.
004288     MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
004289     MOVE 'SUSPREPR' TO AUD-UPDATE-PROGRAM.
004290     MOVE FUNCTION CURRENT-DATE TO AUD-UPDATE-TIMESTAMP.
004291     MOVE SPACES TO AUD-UPDATE-KEY.
004292     STRING WS-AUDIT-ACTION DELIMITED BY SIZE
004293            ' ' DELIMITED BY SIZE
004294            WS-SUSP-SEQUENCE DELIMITED BY SIZE
004295            ' ' DELIMITED BY SIZE
004296            SUSP-REJECT-DATE DELIMITED BY SIZE
004297            INTO AUD-UPDATE-KEY.
004298     MOVE ACCT-MASTER-RECORD TO AUD-BEFORE-IMAGE.
004299     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
004300     MOVE RT-OPERATOR-ID (WS-REPAIR-MATCH-INDEX)
004301         TO AUD-ENTERED-BY.
004302     MOVE RT-APPROVED-BY (WS-REPAIR-MATCH-INDEX)
004303         TO AUD-APPROVED-BY.
004304     WRITE ACCT-AUDIT-RECORD.
004305 3900-EXIT.
004306     EXIT.
004307
004308*================================================================
004220* 4000-REPORT-UNMATCHED - REPAIR REQUESTS NAMING A SEQUENCE
004230* THAT NEVER CAME UP IN THE SUSPENSE PASS
004240*================================================================
004370     EXIT.
004380
004390*================================================================
004391* 4100-RECORD-APPROVAL-OUTCOME - STAMP EACH APPROVED REPAIR ON
004392* THE APPROVAL QUEUE AS APPLIED, OR AS FAILED WHEN ITS SEQUENCE
004393* WAS MISSING, ALREADY WORKED OR FAILED ITS EDITS
004394*================================================================
004395 4100-RECORD-APPROVAL-OUTCOME.
004396     IF RT-APPROVAL-ID (WS-REPAIR-INDEX) = SPACES
004397         GO TO 4100-EXIT
004398     END-IF.
004399     MOVE 'D'               TO QR-FUNCTION.
004400     MOVE 'SUSPREPR'        TO QR-PROGRAM-NAME.
004401     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
004402     MOVE RT-APPROVED-BY (WS-REPAIR-INDEX) TO QR-OPERATOR-ID.
004403     MOVE RT-APPROVAL-ID (WS-REPAIR-INDEX) TO QR-QUEUE-ID.
004404     IF RT-APPLIED-FLAG (WS-REPAIR-INDEX) = 'Y'
004405         MOVE 'A' TO QR-OUTCOME
004406     ELSE
004407         MOVE 'F' TO QR-OUTCOME
004408     END-IF.
004409     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
004410 4100-EXIT.
004411     EXIT.
004412
004413*================================================================
004400* 5000-POST-RESUBMISSION - CALL TRANSLEDG TO POST EACH STAGED
004410* CORRECTED TRANSACTION AS OF THE RUN DATE
004420*================================================================
004490     MOVE RS-TRX-REACT-FLAG (WS-RESUB-INDEX) TO TRX-REACT-FLAG.
004500     MOVE RS-TRX-DESCRIPTION (WS-RESUB-INDEX)
004510         TO TRX-DESCRIPTION.
004515     MOVE RS-TRX-REFERENCE (WS-RESUB-INDEX) TO TRX-REFERENCE.
004520     CALL 'TRANSLEDG' USING TRANSACTION-RECORD.
004530 5000-EXIT.
004540     EXIT.
