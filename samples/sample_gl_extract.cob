000232* 2026-09-02  BSY  REGISTERS WITH THE RUNCTLM RUN CONTROL
000234*              MANAGER (SEE RUNCTLR) AT START AND CLEAN END OF
000236*              RUN SO THE EXTRACT SHOWS IN THE CYCLE'S HISTORY.
000237* 2026-10-15  BSY  BOTH GL DETAILS OF A POSTING, AND ANY SUSPFILE
000238*              REJECT, CARRY THE POSTING'S TRANSACTION REFERENCE
000239*              FROM TRXJRNL SO THE LEDGER TRACES BACK TO SOURCE.
000240*================================================================
000250
000260 ENVIRONMENT DIVISION.
002920     MOVE SPACES              TO SUSP-TO-ACCOUNT.
002930     MOVE 'N'                 TO SUSP-TRX-REACT-FLAG.
002940     MOVE TJ-TRX-DESCRIPTION  TO SUSP-TRX-DESCRIPTION.
002945     MOVE TJ-TRX-REFERENCE    TO SUSP-TRX-REFERENCE.
002950     MOVE 'P'                 TO SUSP-DISPOSITION.
002960     MOVE SPACES              TO SUSP-WORKED-BY.
002970     MOVE ZERO                TO SUSP-WORKED-DATE.
003140     MOVE TJ-TRX-AMOUNT TO GI-POSTING-AMOUNT.
003150     MOVE TJ-TRX-TYPE TO GI-TRX-TYPE.
003160     MOVE AM-ACCOUNT-TYPE TO GI-ACCT-TYPE.
003165     MOVE TJ-TRX-REFERENCE TO GI-TRX-REFERENCE.
003170     WRITE GL-INTERFACE-RECORD.
003180     ADD 1 TO WS-DETAIL-COUNT.
003190     ADD TJ-TRX-AMOUNT TO WS-HASH-TOTAL.
003280     MOVE TJ-TRX-AMOUNT TO GI-POSTING-AMOUNT.
003290     MOVE TJ-TRX-TYPE TO GI-TRX-TYPE.
003300     MOVE AM-ACCOUNT-TYPE TO GI-ACCT-TYPE.
003305     MOVE TJ-TRX-REFERENCE TO GI-TRX-REFERENCE.
003310     WRITE GL-INTERFACE-RECORD.
003320     ADD 1 TO WS-DETAIL-COUNT.
003330     ADD TJ-TRX-AMOUNT TO WS-HASH-TOTAL.
