000217* 2026-09-02  BSY  REGISTERS WITH THE RUNCTLM RUN CONTROL
000218*              MANAGER (SEE RUNCTLR) AT START AND CLEAN END OF
000219*              RUN SO THE SWEEP SHOWS IN THE CYCLE'S HISTORY.
000220* 2026-10-15  BSY  AUDIT RECORDS CARRY SPACES IN THE NEW
000221*              ENTERED-BY AND APPROVED-BY OPERATOR FIELDS - THE
000222*              SWEEP IS NOT AN OPERATOR CHANGE.
000220*================================================================
000230
000240 ENVIRONMENT DIVISION.
002329     MOVE 'DORMANCY SWEEP' TO AUD-UPDATE-KEY.
002330     MOVE WS-SAVED-MASTER-IMAGE TO AUD-BEFORE-IMAGE.
002331     MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE.
002332     MOVE SPACES TO AUD-ENTERED-BY.
002333     MOVE SPACES TO AUD-APPROVED-BY.
002332     WRITE ACCT-AUDIT-RECORD.
002333 2800-EXIT.
002334     EXIT.
