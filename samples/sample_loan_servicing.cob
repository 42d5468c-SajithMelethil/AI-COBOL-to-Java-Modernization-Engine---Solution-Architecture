000270*              DRIVEN IN SESSION MODE AROUND THE POSTING LOOP.
000280*              REGISTERS WITH RUNCTLM AS A MONTHLY RUN SO THE
000290*              PERIOD CANNOT ACCRUE TWICE.
000292* 2026-10-15  BSY  THE ACCRUAL AND THE DRAFT CARRY TRANSACTION
000294*              REFERENCES OF 'LI' AND 'LP', THE RUN DATE (YYMMDD)
000296*              AND THE LOAN ACCOUNT, SO A LOAN CANNOT ACCRUE OR
000298*              DRAFT TWICE ON THE SAME DAY.
000300*================================================================
000310
000320 ENVIRONMENT DIVISION.
003480         MOVE SPACES TO TO-ACCOUNT
003490         MOVE 'N' TO TRX-REACT-FLAG
003500         MOVE 'LOAN INTEREST' TO TRX-DESCRIPTION
003501         MOVE SPACES TO TRX-REFERENCE
003502         STRING 'LI' DELIMITED BY SIZE
003504                WS-RUN-DATE (3:6) DELIMITED BY SIZE
003506                LN-ACCOUNT-NUMBER (WS-LN-INDEX) DELIMITED BY SIZE
003508                INTO TRX-REFERENCE
003510         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
003520         ADD 1 TO WS-INTEREST-COUNT
003530     END-IF.
003640                LN-ACCOUNT-NUMBER (WS-LN-INDEX)
003650                    DELIMITED BY SIZE
003660                INTO TRX-DESCRIPTION
003661         MOVE SPACES TO TRX-REFERENCE
003662         STRING 'LP' DELIMITED BY SIZE
003664                WS-RUN-DATE (3:6) DELIMITED BY SIZE
003666                LN-ACCOUNT-NUMBER (WS-LN-INDEX) DELIMITED BY SIZE
003668                INTO TRX-REFERENCE
003670         CALL 'TRANSLEDG' USING TRANSACTION-RECORD
003680         ADD 1 TO WS-DRAFT-COUNT
003690     END-IF.
