000220*              CHANGES.  TRANSLEDG NETS THE UNEXPIRED ACTIVE
000230*              HOLDS WRITTEN HERE OUT OF ITS AVAILABLE-BALANCE
000240*              CHECK ON DEBITS AND TRANSFERS.
000241* 2026-10-15  BSY  DUAL CONTROL.  EACH REQUEST NOW CARRIES THE
000242*              ENTERING OPERATOR, AND ONE THAT PASSES ITS EDITS IS
000243*              OFFERED TO APPRQM, WHICH PARKS HOLD RELEASES AND
000244*              LARGE HOLDS ON THE APPRQUE PENDING-APPROVAL FILE
000245*              INSTEAD OF APPLYING THEM.  A NEW 'V' REQUEST FROM A
000246*              DIFFERENT OPERATOR ON A LATER RUN APPLIES THE
000247*              PARKED REQUEST.  ACCTAUDT RECORDS CARRY THE
000248*              ENTERING AND APPROVING OPERATORS.
000250*================================================================
000260
000270 ENVIRONMENT DIVISION.
000580     05  HR-ACTION-CODE        PIC X(1).
000590         88  HR-PLACE-HOLD     VALUE 'P'.
000600         88  HR-RELEASE-HOLD   VALUE 'R'.
000605         88  HR-APPROVE-REQUEST VALUE 'V'.
000610     05  HR-ACCOUNT-NUMBER     PIC X(20).
000620     05  HR-HOLD-SEQUENCE      PIC 9(4).
000630     05  HR-HOLD-AMOUNT        PIC 9(9)V99.
000640     05  HR-HOLD-REASON        PIC X(30).
000650     05  HR-EXPIRY-DATE        PIC 9(8).
000651*    OPERATOR CONTROL - THE ENTERING OPERATOR ON EVERY REQUEST.  A
000652*    'V' REQUEST CARRIES THE APPROVING OPERATOR AND THE QUEUE ID
000653*    OF THE PARKED REQUEST IT APPROVES (SEE APPRQM).
000654     05  HR-OPERATOR-ID        PIC X(8).
000655     05  HR-APPROVAL-ID        PIC X(12).
000660
000670 FD  HOLD-FILE.
000680     COPY HOLDREC.
001060
001070 01  WS-AUDIT-ACTION           PIC X(8)  VALUE SPACES.
001080 01  WS-EXPIRED-COUNT          PIC 9(5)  VALUE ZERO.
001081
001082*----------------------------------------------------------------
001083* DUAL CONTROL - A REQUEST APPRQM PARKS IS NOT APPLIED THIS RUN.
001084* A 'V' REQUEST REPLAYS THE PARKED REQUEST WITH WS-APPROVED-BY
001085* SET, WHICH BYPASSES THE CHECK.  THE OPERATORS RIDE ON ACCTAUDT;
001086* THE EXPIRY SWEEP CARRIES NONE.
001087*----------------------------------------------------------------
001088 01  WS-RUN-STAMP.
001089     05  WS-RUN-STAMP-DATE     PIC 9(8)  VALUE ZERO.
001090     05  WS-RUN-STAMP-TIME     PIC 9(8)  VALUE ZERO.
001091 01  WS-ENTERED-BY             PIC X(8)  VALUE SPACES.
001092 01  WS-APPROVED-BY            PIC X(8)  VALUE SPACES.
001093 01  WS-APPROVAL-ID            PIC X(12) VALUE SPACES.
001094 01  WS-CLEARED-SWITCH         PIC X(1)  VALUE 'Y'.
001095     88  REQUEST-CLEARED       VALUE 'Y'.
001096 01  WS-APPLIED-SWITCH         PIC X(1)  VALUE 'N'.
001097     88  REQUEST-APPLIED       VALUE 'Y'.
001098
001099     COPY APPRQR.
001090
001100 01  WS-LOG-DETAIL.
001110     05  WS-LOG-ACCOUNT        PIC X(20).
001790     END-IF.
001800
001810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001813     MOVE WS-RUN-DATE TO WS-RUN-STAMP-DATE.
001816     ACCEPT WS-RUN-STAMP-TIME FROM TIME.
001820     PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
001830 1000-EXIT.
001840     EXIT.
001870* 2000-PROCESS-REQUEST - APPLY ONE HOLD MAINTENANCE REQUEST
001880*================================================================
001890 2000-PROCESS-REQUEST.
001893     MOVE HR-OPERATOR-ID TO WS-ENTERED-BY.
001896     MOVE SPACES TO WS-APPROVED-BY.
001900     EVALUATE TRUE
001910         WHEN HR-PLACE-HOLD
001920             PERFORM 2200-PLACE-HOLD THRU 2200-EXIT
001930         WHEN HR-RELEASE-HOLD
001940             PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
001943         WHEN HR-APPROVE-REQUEST
001946             PERFORM 2500-APPROVE-QUEUED-REQUEST THRU 2500-EXIT
001950         WHEN OTHER
001960             MOVE HR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
001970             MOVE 'REJECTED - UNKNOWN ACTION CODE'
002490     IF AM-CLOSED-ACCOUNT
002500         MOVE 'REJECTED - ACCOUNT IS CLOSED' TO WS-LOG-MESSAGE
002510         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
002511         GO TO 2200-EXIT
002512     END-IF.
002513
002514     MOVE HR-HOLD-AMOUNT TO QR-AMOUNT.
002515     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
002516     IF NOT REQUEST-CLEARED
002520         GO TO 2200-EXIT
002530     END-IF.
002540
003130             GO TO 2300-EXIT
003140     END-READ.
003150
003151     MOVE HD-HOLD-AMOUNT TO QR-AMOUNT.
003152     PERFORM 2600-DUAL-CONTROL-CHECK THRU 2600-EXIT.
003153     IF NOT REQUEST-CLEARED
003154         GO TO 2300-EXIT
003155     END-IF.
003156
003160     MOVE 'R' TO HD-HOLD-STATUS.
003170     REWRITE HOLD-MASTER-RECORD.
003180
003620     EXIT.
003630
003640*================================================================
003641* 2500-APPROVE-QUEUED-REQUEST - A SECOND OPERATOR APPROVES A
003642* PARKED REQUEST.  APPRQM HANDS BACK THE ORIGINAL REQUEST ONLY IF
003643* THE APPROVER IS NOT ITS MAKER, IT WAS PARKED ON AN EARLIER RUN
003644* AND IT HAS NOT EXPIRED.  IT IS THEN APPLIED THROUGH ITS NORMAL
003645* PARAGRAPH AND EDITS, AND THE OUTCOME IS STAMPED ON THE ENTRY.
003646*================================================================
003647 2500-APPROVE-QUEUED-REQUEST.
003648     MOVE 'F'               TO QR-FUNCTION.
003649     MOVE 'HOLDMAIN'        TO QR-PROGRAM-NAME.
003650     MOVE WS-RUN-DATE       TO QR-RUN-DATE.
003651     MOVE WS-RUN-STAMP      TO QR-RUN-STAMP.
003652     MOVE HR-OPERATOR-ID    TO QR-OPERATOR-ID.
003653     MOVE HR-APPROVAL-ID    TO QR-QUEUE-ID.
003654     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003655     IF NOT QR-GO-AHEAD
003656         MOVE HR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT
003657         MOVE SPACES TO WS-LOG-MESSAGE
003658         STRING 'APPROVAL REJECTED - ' DELIMITED BY SIZE
003659                QR-MESSAGE DELIMITED BY SIZE
003660                INTO WS-LOG-MESSAGE
003661         PERFORM 2900-WRITE-LOG THRU 2900-EXIT
003662         GO TO 2500-EXIT
003663     END-IF.
003664
003665     MOVE HR-OPERATOR-ID    TO WS-APPROVED-BY.
003666     MOVE HR-APPROVAL-ID    TO WS-APPROVAL-ID.
003667     MOVE QR-REQUEST-IMAGE  TO HOLD-REQUEST-RECORD.
003668     MOVE HR-OPERATOR-ID    TO WS-ENTERED-BY.
003669     MOVE HR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
003670     MOVE SPACES TO WS-LOG-MESSAGE.
003671     STRING 'QUEUE ID ' DELIMITED BY SIZE
003672            WS-APPROVAL-ID DELIMITED BY SIZE
003673            ' APPROVED BY ' DELIMITED BY SIZE
003674            WS-APPROVED-BY DELIMITED BY SIZE
003675            INTO WS-LOG-MESSAGE.
003676     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003677
003678     MOVE 'N' TO WS-APPLIED-SWITCH.
003679     EVALUATE TRUE
003680         WHEN HR-PLACE-HOLD
003681             PERFORM 2200-PLACE-HOLD THRU 2200-EXIT
003682         WHEN HR-RELEASE-HOLD
003683             PERFORM 2300-RELEASE-HOLD THRU 2300-EXIT
003684     END-EVALUATE.
003685
003686     MOVE 'D'               TO QR-FUNCTION.
003687     MOVE WS-APPROVED-BY    TO QR-OPERATOR-ID.
003688     MOVE WS-APPROVAL-ID    TO QR-QUEUE-ID.
003689     IF REQUEST-APPLIED
003690         MOVE 'A' TO QR-OUTCOME
003691     ELSE
003692         MOVE 'F' TO QR-OUTCOME
003693     END-IF.
003694     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003695 2500-EXIT.
003696     EXIT.
003697
003698*================================================================
003699* 2600-DUAL-CONTROL-CHECK - OFFER AN EDITED REQUEST TO APPRQM
003700* (QR-AMOUNT SET BY THE CALLER).  A REQUEST IT PARKS, OR REFUSES
003701* FOR WANT OF AN OPERATOR ID, IS NOT CLEARED TO APPLY.  AN
003702* APPROVED REQUEST BEING REPLAYED IS ALWAYS CLEARED.
003703*================================================================
003704 2600-DUAL-CONTROL-CHECK.
003705     MOVE 'Y' TO WS-CLEARED-SWITCH.
003706     IF WS-APPROVED-BY NOT = SPACES
003707         GO TO 2600-EXIT
003708     END-IF.
003709
003710     MOVE 'Q'                 TO QR-FUNCTION.
003711     MOVE 'HOLDMAIN'          TO QR-PROGRAM-NAME.
003712     MOVE WS-RUN-DATE         TO QR-RUN-DATE.
003713     MOVE WS-RUN-STAMP        TO QR-RUN-STAMP.
003714     MOVE HR-ACTION-CODE      TO QR-ACTION-CODE.
003715     MOVE HR-ACCOUNT-NUMBER   TO QR-ACCOUNT-NUMBER.
003716     MOVE HR-OPERATOR-ID      TO QR-OPERATOR-ID.
003717     MOVE HOLD-REQUEST-RECORD TO QR-REQUEST-IMAGE.
003718     CALL 'APPRQM' USING APPROVAL-QUEUE-REQUEST.
003719     IF QR-GO-AHEAD
003720         GO TO 2600-EXIT
003721     END-IF.
003722
003723     MOVE 'N' TO WS-CLEARED-SWITCH.
003724     MOVE HR-ACCOUNT-NUMBER TO WS-LOG-ACCOUNT.
003725     MOVE SPACES TO WS-LOG-MESSAGE.
003726     IF QR-QUEUED
003727         STRING 'PENDING APPROVAL - QUEUE ID ' DELIMITED BY SIZE
003728                QR-QUEUE-ID DELIMITED BY SIZE
003729                INTO WS-LOG-MESSAGE
003730     ELSE
003731         STRING 'REJECTED - ' DELIMITED BY SIZE
003732                QR-MESSAGE DELIMITED BY SIZE
003733                INTO WS-LOG-MESSAGE
003734     END-IF.
003735     PERFORM 2900-WRITE-LOG THRU 2900-EXIT.
003736 2600-EXIT.
003737     EXIT.
003738
003739*================================================================
003650* 3000-EXPIRE-AGED-HOLDS - NIGHTLY SWEEP.  ACTIVE HOLDS WHOSE
003660* EXPIRY DATE HAS PASSED ARE STAMPED EXPIRED SO THEY FALL OUT
003670* OF TRANSLEDG'S AVAILABLE-BALANCE CHECK WITHOUT AN OPERATOR
003680* RELEASE REQUEST.  A ZERO EXPIRY DATE NEVER EXPIRES.
003690*================================================================
003700 3000-EXPIRE-AGED-HOLDS.
003703     MOVE SPACES TO WS-ENTERED-BY.
003706     MOVE SPACES TO WS-APPROVED-BY.
003710     MOVE 'N' TO WS-SWEEP-EOF-SWITCH.
003720     MOVE LOW-VALUES TO HD-HOLD-KEY.
003730     START HOLD-FILE
004270* 2950-WRITE-AUDIT - THE MASTER RECORD IS NOT CHANGED BY A HOLD
004280* ACTION, SO THE SAME IMAGE RIDES BEFORE AND AFTER; THE DRIVING
004290* KEY NAMES THE HOLD ACTION, SEQUENCE AND AMOUNT SO AUDITRPT
004295* SHOWS THE HOLD HISTORY ON THE ACCOUNT'S TRAIL, WITH THE
004300* REQUEST'S OPERATORS.  A WRITTEN AUDIT RECORD MARKS THE REQUEST
004305* APPLIED.
004310*================================================================
004320 2950-WRITE-AUDIT.
004330     MOVE AM-ACCOUNT-NUMBER TO AUD-ACCOUNT-NUMBER.
004420            INTO AUD-UPDATE-KEY.
004430     MOVE ACCT-MASTER-RECORD TO AUD-BEFORE-IMAGE.
004440     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
004443     MOVE WS-ENTERED-BY TO AUD-ENTERED-BY.
004446     MOVE WS-APPROVED-BY TO AUD-APPROVED-BY.
004450     WRITE ACCT-AUDIT-RECORD.
004455     MOVE 'Y' TO WS-APPLIED-SWITCH.
004460 2950-EXIT.
004470     EXIT.
004480
