000252* 2026-09-02  BSY  REGISTERS WITH THE RUNCTLM RUN CONTROL
000254*              MANAGER (SEE RUNCTLR) AT START AND CLEAN END OF
000256*              RUN SO THE RELEASE SHOWS IN THE CYCLE'S HISTORY.
000257* 2026-10-15  BSY  RELEASED AND EXPIRED ITEMS CARRY THE
000258*              TRANSACTION REFERENCE BTRXEDIT ASSIGNED THEM.  AN
000259*              ITEM HELD WITHOUT ONE IS GIVEN A 'WR' REFERENCE
000260*              FROM THE RUN DATE AND TIME AND ITS SEQUENCE IN THIS
000261*              RUN, AND THE REFERENCE IS KEPT ON THE ITEM WHEN IT
000262*              IS STAMPED.
000260*================================================================
000270
000280 ENVIRONMENT DIVISION.
000850
000860 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000870 01  WS-EXPIRE-REASON          PIC X(50) VALUE SPACES.
000871
000872*----------------------------------------------------------------
000873* REFERENCE FOR A WAREHOUSED ITEM THAT ARRIVED WITHOUT ONE
000874*----------------------------------------------------------------
000875 01  WS-WR-REFERENCE-BUILD.
000876     05  FILLER               PIC X(2)  VALUE 'WR'.
000877     05  WS-WR-RUN-DATE       PIC 9(8)  VALUE ZERO.
000878     05  WS-WR-RUN-TIME       PIC 9(8)  VALUE ZERO.
000879     05  WS-WR-SEQUENCE       PIC 9(7)  VALUE ZERO.
000880     05  FILLER               PIC X(5)  VALUE SPACES.
000880
000890*----------------------------------------------------------------
000900* RUN COUNTERS
001830
001840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001850     MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
001853     MOVE WS-RUN-DATE TO WS-WR-RUN-DATE.
001856     ACCEPT WS-WR-RUN-TIME FROM TIME.
001860     MOVE WS-HEADING-1 TO PRINT-LINE.
001870     WRITE PRINT-LINE.
001880
002830* RELEASED SO A RERUN CANNOT FEED IT AGAIN
002840*================================================================
002850 4000-RELEASE-ITEM.
002855     PERFORM 4100-ASSIGN-REFERENCE THRU 4100-EXIT.
002860     MOVE WH-TRX-DATE        TO TRX-DATE.
002870     MOVE WH-TRX-TYPE        TO TRX-TYPE.
002880     MOVE WH-TRX-AMOUNT      TO TRX-AMOUNT.
002900     MOVE WH-TO-ACCOUNT      TO TO-ACCOUNT.
002910     MOVE WH-TRX-REACT-FLAG  TO TRX-REACT-FLAG.
002920     MOVE WH-TRX-DESCRIPTION TO TRX-DESCRIPTION.
002925     MOVE WH-TRX-REFERENCE   TO TRX-REFERENCE.
002930     WRITE TRANSACTION-RECORD.
002940
002950     MOVE 'R' TO WH-DISPOSITION.
003070     EXIT.
003080
003090*================================================================
003091* 4100-ASSIGN-REFERENCE - AN ITEM WAREHOUSED WITHOUT A
003092* TRANSACTION REFERENCE TAKES A 'WR' ONE FROM THIS RUN
003093*================================================================
003094 4100-ASSIGN-REFERENCE.
003095     IF WH-TRX-REFERENCE = SPACES OR LOW-VALUES
003096         ADD 1 TO WS-WR-SEQUENCE
003097         MOVE WS-WR-REFERENCE-BUILD TO WH-TRX-REFERENCE
003098     END-IF.
003099 4100-EXIT.
003100     EXIT.
003101
003102*================================================================
003100* 5000-EXPIRE-ITEM - THE ITEM NO LONGER PROVES; STAMP IT
003110* EXPIRED AND HAND IT TO THE SUSPENSE QUEUE FOR OPERATIONS
003120*================================================================
003130 5000-EXPIRE-ITEM.
003135     PERFORM 4100-ASSIGN-REFERENCE THRU 4100-EXIT.
003140     MOVE 'TRXWREL'             TO SUSP-SOURCE-PROGRAM.
003150     MOVE WS-RUN-DATE           TO SUSP-REJECT-DATE.
003160     MOVE WS-EXPIRE-REASON      TO SUSP-ERROR-MESSAGE.
003210     MOVE WH-TO-ACCOUNT         TO SUSP-TO-ACCOUNT.
003220     MOVE WH-TRX-REACT-FLAG     TO SUSP-TRX-REACT-FLAG.
003230     MOVE WH-TRX-DESCRIPTION    TO SUSP-TRX-DESCRIPTION.
003235     MOVE WH-TRX-REFERENCE      TO SUSP-TRX-REFERENCE.
003240     MOVE 'P'                   TO SUSP-DISPOSITION.
003250     MOVE SPACES                TO SUSP-WORKED-BY.
003260     MOVE ZERO                  TO SUSP-WORKED-DATE.
