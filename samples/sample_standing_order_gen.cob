000230*              MANAGER (SEE RUNCTLR) AT START AND CLEAN END OF
000231*              RUN SO THE GENERATION SHOWS IN THE CYCLE'S
000232*              HISTORY.
000233* 2026-10-15  BSY  ORDER TRANSACTIONS CARRY A TRANSACTION
000234*              REFERENCE OF 'SO', THE ORDER NUMBER AND THE RUN
000235*              DATE, SO A RERUN OF THE SAME DAY CANNOT POST AN
000236*              ORDER TWICE.
000233*================================================================
000240
000250 ENVIRONMENT DIVISION.
003230     MOVE SO-ACCOUNT-NUMBER TO TRX-ACCOUNT.
003240     MOVE SO-TO-ACCOUNT     TO TO-ACCOUNT.
003250     MOVE 'N'               TO TRX-REACT-FLAG.
003256     MOVE SPACES            TO TRX-DESCRIPTION
003262                               TRX-REFERENCE.
003270     STRING 'S/O ' DELIMITED BY SIZE
003280            SO-ORDER-NUMBER DELIMITED BY SIZE
003290            ' ' DELIMITED BY SIZE
003300            SO-DESCRIPTION DELIMITED BY SIZE
003310            INTO TRX-DESCRIPTION.
003312     STRING 'SO' DELIMITED BY SIZE
003314            SO-ORDER-NUMBER DELIMITED BY SIZE
003316            WS-RUN-DATE DELIMITED BY SIZE
003318            INTO TRX-REFERENCE.
003320     WRITE TRANSACTION-RECORD.
003330 4000-EXIT.
003340     EXIT.
