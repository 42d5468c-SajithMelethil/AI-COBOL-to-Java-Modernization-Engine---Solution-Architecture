000229* 2026-09-02  BSY  REGISTERS WITH THE RUNCTLM RUN CONTROL
000230*              MANAGER (SEE RUNCTLR) AT START AND CLEAN END OF
000231*              RUN SO THE EDIT SHOWS IN THE CYCLE'S HISTORY.
000232* 2026-10-15  BSY  EVERY PROVED DETAIL, RELEASED OR WAREHOUSED,
000233*              NOW CARRIES A TRANSACTION REFERENCE BUILT FROM THE
000234*              CHANNEL, THE FILE DATE AND THE DETAIL'S SEQUENCE IN
000235*              THE TRANSMISSION (SEE TRXREC), SO ANY POSTING, GL
000236*              LINE OR REJECT TRACES BACK TO ITS BATCHIN DETAIL.
000232*================================================================
000240
000250 ENVIRONMENT DIVISION.
000840     88  TRAILER-SEEN          VALUE 'Y'.
000850
000860 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000861
000862*----------------------------------------------------------------
000863* TRANSACTION REFERENCE - SOURCE CODE, CHANNEL, FILE DATE AND
000864* DETAIL SEQUENCE WITHIN THE TRANSMISSION.  BTRXCTL NEVER ACCEPTS
000865* THE SAME CHANNEL AND DATE TWICE, SO NO REFERENCE REPEATS.
000866*----------------------------------------------------------------
000867 01  WS-TRX-REFERENCE-BUILD.
000868     05  FILLER               PIC X(2)  VALUE 'BE'.
000869     05  WS-REF-CHANNEL       PIC X(8)  VALUE SPACES.
000870     05  WS-REF-FILE-DATE     PIC 9(8)  VALUE ZERO.
000871     05  WS-REF-SEQUENCE      PIC 9(7)  VALUE ZERO.
000872     05  FILLER               PIC X(5)  VALUE SPACES.
000870
000880*----------------------------------------------------------------
000890* TRANSMISSION IDENTITY FROM THE HEADER AND THE TOTALS PROVED
003778     END-IF.
003780     MOVE 'N' TO WS-BIN-EOF-SWITCH.
003782     PERFORM 2100-READ-BATCH-IN THRU 2100-EXIT.
003784     MOVE WS-CHANNEL-ID TO WS-REF-CHANNEL.
003786     MOVE WS-FILE-DATE  TO WS-REF-FILE-DATE.
003788     MOVE ZERO          TO WS-REF-SEQUENCE.
003790     PERFORM 5100-RELEASE-ONE-RECORD THRU 5100-EXIT
003800         UNTIL END-OF-BATCH-IN.
003810     CLOSE BATCH-TRX-FILE.
003880
003890 5100-RELEASE-ONE-RECORD.
003900     IF BI-DETAIL-RECORD
003901         ADD 1 TO WS-REF-SEQUENCE
003902         IF BI-TRX-DATE > WS-RUN-DATE
003904             PERFORM 5200-WAREHOUSE-DETAIL THRU 5200-EXIT
003906         ELSE
003950             MOVE BI-TO-ACCOUNT      TO TO-ACCOUNT
003960             MOVE BI-TRX-REACT-FLAG  TO TRX-REACT-FLAG
003970             MOVE BI-TRX-DESCRIPTION TO TRX-DESCRIPTION
003975             MOVE WS-TRX-REFERENCE-BUILD TO TRX-REFERENCE
003980             WRITE TRANSACTION-RECORD
003990             ADD 1 TO WS-RELEASED-COUNT
003992         END-IF
004060     MOVE BI-TO-ACCOUNT      TO WH-TO-ACCOUNT.
004062     MOVE BI-TRX-REACT-FLAG  TO WH-TRX-REACT-FLAG.
004064     MOVE BI-TRX-DESCRIPTION TO WH-TRX-DESCRIPTION.
004065     MOVE WS-TRX-REFERENCE-BUILD TO WH-TRX-REFERENCE.
004066     WRITE WAREHOUSE-RECORD.
004068     ADD 1 TO WS-WAREHOUSED-COUNT.
004070 5200-EXIT.
