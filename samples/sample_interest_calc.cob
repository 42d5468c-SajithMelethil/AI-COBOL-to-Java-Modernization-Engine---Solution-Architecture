000180*              THE FULL RATE - THE SAME REJECT-WHOLE DISCIPLINE
000181*              BTRXEDIT APPLIES.  THE LOAD RUNS IN INITIALIZE,
000182*              SO NOTHING HAS POSTED WHEN THE STOP FIRES.
000183* 2026-10-15  BSY  EACH INTEREST PAYMENT CARRIES A TRANSACTION
000184*              REFERENCE OF 'IC', THE RUN DATE (YYMMDD) AND THE
000185*              ACCOUNT, SO A RERUN ON THE SAME DAY CANNOT POST IT
000186*              TWICE.
000183*================================================================
000160
000170 ENVIRONMENT DIVISION.
002030     MOVE SPACES TO TO-ACCOUNT.
002040     MOVE 'N' TO TRX-REACT-FLAG.
002050     MOVE 'MONTHLY INTEREST' TO TRX-DESCRIPTION.
002051     MOVE SPACES TO TRX-REFERENCE.
002052     STRING 'IC' DELIMITED BY SIZE
002054            WS-RUN-DATE (3:6) DELIMITED BY SIZE
002056            SA-ACCT-NUMBER (WS-SA-INDEX) DELIMITED BY SIZE
002058            INTO TRX-REFERENCE.
002060     CALL 'TRANSLEDG' USING TRANSACTION-RECORD.
002070 3000-EXIT.
002080     EXIT.
