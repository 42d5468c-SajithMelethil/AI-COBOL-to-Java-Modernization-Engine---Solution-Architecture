000160*              TOTALS PER ACCOUNT.  THE PERIOD RUNS FROM THE
000170*              FIRST OF THE RUN MONTH THROUGH THE RUN DATE, THE
000180*              SAME ACCRUAL WINDOW INTCALC USES.
000181* 2026-10-15  BSY  EACH STATEMENT NOW CLOSES WITH THE AVERAGE
000182*              DAILY BALANCE FOR THE PERIOD FROM THE BALHIST
000183*              SNAPSHOTS BALSNAP WRITES EACH NIGHT.  A DAY
000184*              WITHOUT A SNAPSHOT CARRIES THE PRIOR DAY'S
000185*              BALANCE, DAYS BEFORE THE FIRST SNAPSHOT CARRY THE
000186*              OPENING BALANCE AND THE RUN DATE ITSELF IS TAKEN
000187*              AT THE CLOSING BALANCE.  WITH NO BALHIST FILE THE
000188*              LINE IS LEFT OFF.
000189* 2026-10-15  BSY  EACH STATEMENT IS NOW ADDRESSED TO ALL OF THE
000190*              ACCOUNT'S CURRENT OWNERS: THE ACCOUNT'S OWN
000191*              CUSTOMER AS PRIMARY, THEN EVERY JOINT OWNER WHOSE
000192*              ACCTREL RELATIONSHIP (SEE ACCTREL) IS IN FORCE ON
000193*              THE RUN DATE, EACH WITH NAME AND ADDRESS FROM
000194*              CUSTMAST.  WITHOUT CUSTMAST THE ADDRESS BLOCK IS
000195*              LEFT OFF; WITHOUT ACCTREL ONLY THE PRIMARY OWNER IS
000196*              SHOWN.
000190*================================================================
000200
000210 ENVIRONMENT DIVISION.
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-JRNL-FILE-STATUS.
000330
000331     SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS DYNAMIC
000334         RECORD KEY IS BH-HISTORY-KEY
000335         FILE STATUS IS WS-BHST-FILE-STATUS.
000336
000337     SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
000338         ORGANIZATION IS INDEXED
000339         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS CM-CUSTOMER-NUMBER
000341         FILE STATUS IS WS-CUST-FILE-STATUS.
000342
000343     SELECT ACCT-REL-FILE ASSIGN TO "ACCTREL"
000344         ORGANIZATION IS INDEXED
000345         ACCESS MODE IS DYNAMIC
000346         RECORD KEY IS AR-RELATIONSHIP-KEY
000347         FILE STATUS IS WS-AREL-FILE-STATUS.
000348
000340     SELECT PRINT-FILE ASSIGN TO "STMTRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-PRNT-FILE-STATUS.
000430 FD  TRX-JOURNAL-FILE.
000440     COPY TRXJRNL.
000450
000451 FD  BALANCE-HISTORY-FILE.
000452     COPY BALHIST.
000453
000454 FD  CUST-MASTER-FILE.
000455     COPY CUSTMSTR.
000456
000457 FD  ACCT-REL-FILE.
000458     COPY ACCTREL.
000459
000460 FD  PRINT-FILE.
000470 01  PRINT-LINE              PIC X(132).
000480
000530 01  WS-ACCT-FILE-STATUS     PIC X(2)  VALUE '00'.
000540 01  WS-JRNL-FILE-STATUS     PIC X(2)  VALUE '00'.
000550 01  WS-PRNT-FILE-STATUS     PIC X(2)  VALUE '00'.
000552 01  WS-BHST-FILE-STATUS     PIC X(2)  VALUE '00'.
000554 01  WS-CUST-FILE-STATUS     PIC X(2)  VALUE '00'.
000556 01  WS-AREL-FILE-STATUS     PIC X(2)  VALUE '00'.
000560
000570 01  WS-MAST-EOF-SWITCH      PIC X(1)  VALUE 'N'.
000580     88  END-OF-MASTER       VALUE 'Y'.
000590
000600 01  WS-JSCAN-EOF-SWITCH     PIC X(1)  VALUE 'N'.
000610     88  END-OF-JOURNAL-SCAN VALUE 'Y'.
000611
000612 01  WS-BHST-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
000613     88  HISTORY-FILE-AVAILABLE VALUE 'Y'.
000614
000615 01  WS-BSCAN-EOF-SWITCH     PIC X(1)  VALUE 'N'.
000616     88  END-OF-HISTORY-SCAN VALUE 'Y'.
000617
000618 01  WS-CUST-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
000619     88  CUSTOMER-FILE-AVAILABLE VALUE 'Y'.
000620
000621 01  WS-AREL-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
000622     88  REL-FILE-AVAILABLE  VALUE 'Y'.
000623
000624 01  WS-RSCAN-EOF-SWITCH     PIC X(1)  VALUE 'N'.
000625     88  END-OF-REL-SCAN     VALUE 'Y'.
000620
000630 01  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
000640 01  WS-PERIOD-START-DATE    PIC 9(8)  VALUE ZERO.
000740 01  WS-STMT-CREDIT-TOTAL    PIC S9(9)V99    VALUE ZERO.
000750 01  WS-STMT-DEBIT-TOTAL     PIC S9(9)V99    VALUE ZERO.
000760 01  WS-STATEMENT-COUNT      PIC 9(5)        VALUE ZERO.
000761
000762 01  WS-ADB-PRIOR-DATE       PIC 9(8)        VALUE ZERO.
000763 01  WS-ADB-PRIOR-BALANCE    PIC S9(9)V99    VALUE ZERO.
000764 01  WS-ADB-DAYS             PIC 9(5)  COMP  VALUE ZERO.
000765 01  WS-ADB-PERIOD-DAYS      PIC 9(5)  COMP  VALUE ZERO.
000766 01  WS-ADB-BALANCE-DAYS     PIC S9(13)V99   VALUE ZERO.
000767 01  WS-AVERAGE-BALANCE      PIC S9(9)V99    VALUE ZERO.
000768
000769 01  WS-OWNER-CUSTOMER       PIC X(10)       VALUE SPACES.
000770
000780*----------------------------------------------------------------
000790* STATEMENT PAGE LAYOUT
001300         'CLOSING BALANCE'.
001310     05  WS-CLS-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
001320
001321
001322 01  WS-AVERAGE-LINE.
001323     05  FILLER               PIC X(32) VALUE
001324         'AVERAGE DAILY BALANCE'.
001325     05  WS-AVG-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
001326
001327 01  WS-OWNER-NAME-LINE.
001328     05  FILLER               PIC X(4)  VALUE SPACES.
001329     05  WS-OWN-NAME          PIC X(40).
001330     05  FILLER               PIC X(2)  VALUE SPACES.
001331     05  WS-OWN-ROLE          PIC X(7).
001332     05  FILLER               PIC X(2)  VALUE SPACES.
001333     05  WS-OWN-CUSTOMER      PIC X(10).
001334
001335 01  WS-OWNER-ADDRESS-LINE.
001336     05  FILLER               PIC X(4)  VALUE SPACES.
001337     05  WS-OWA-TEXT          PIC X(60).
001338
001330 01  WS-NO-ACTIVITY-LINE      PIC X(40) VALUE
001340     'NO ACTIVITY THIS PERIOD'.
001350
001580                 WS-PRNT-FILE-STATUS
001590         CLOSE ACCT-MASTER-FILE
001600         STOP RUN
001601     END-IF.
001602
001603     OPEN INPUT BALANCE-HISTORY-FILE.
001604     IF WS-BHST-FILE-STATUS = '00'
001605         MOVE 'Y' TO WS-BHST-OPEN-SWITCH
001606     ELSE
001607         DISPLAY 'WARNING: BALHIST NOT AVAILABLE, STATUS: '
001608                 WS-BHST-FILE-STATUS
001609     END-IF.
001610
001611     OPEN INPUT CUST-MASTER-FILE.
001612     IF WS-CUST-FILE-STATUS = '00'
001613         MOVE 'Y' TO WS-CUST-OPEN-SWITCH
001614     ELSE
001615         DISPLAY 'WARNING: CUSTMAST NOT AVAILABLE, STATUS: '
001616                 WS-CUST-FILE-STATUS
001617     END-IF.
001618     OPEN INPUT ACCT-REL-FILE.
001619     IF WS-AREL-FILE-STATUS = '00'
001620         MOVE 'Y' TO WS-AREL-OPEN-SWITCH
001621     ELSE
001622         DISPLAY 'WARNING: ACCTREL NOT AVAILABLE, STATUS: '
001623                 WS-AREL-FILE-STATUS
001610     END-IF.
001620
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090     MOVE WS-RUN-DATE          TO WS-HD2-PERIOD-END.
002100     MOVE WS-STMT-HEADING-2 TO PRINT-LINE.
002110     WRITE PRINT-LINE.
002112     IF CUSTOMER-FILE-AVAILABLE
002114         PERFORM 3600-PRINT-OWNERS THRU 3600-EXIT
002116     END-IF.
002120     MOVE WS-STMT-HEADING-3 TO PRINT-LINE.
002130     WRITE PRINT-LINE.
002140
002290     MOVE WS-CLOSING-BALANCE TO WS-CLS-BALANCE.
002300     MOVE WS-CLOSING-LINE TO PRINT-LINE.
002310     WRITE PRINT-LINE.
002312     IF HISTORY-FILE-AVAILABLE
002314         PERFORM 3500-AVERAGE-DAILY-BALANCE THRU 3500-EXIT
002316     END-IF.
002320     ADD 1 TO WS-STATEMENT-COUNT.
002330 3000-EXIT.
002340     EXIT.
003020     EXIT.
003030
003040*================================================================
003041* 3500-AVERAGE-DAILY-BALANCE - WEIGHT EACH BALHIST SNAPSHOT IN
003042* THE PERIOD BY THE DAYS IT STOOD, THEN DIVIDE BY THE DAYS IN
003043* THE PERIOD
003044*================================================================
003045 3500-AVERAGE-DAILY-BALANCE.
003046     MOVE WS-PERIOD-START-DATE TO WS-ADB-PRIOR-DATE.
003047     MOVE WS-OPENING-BALANCE   TO WS-ADB-PRIOR-BALANCE.
003048     MOVE ZERO TO WS-ADB-BALANCE-DAYS.
003049     COMPUTE WS-ADB-PERIOD-DAYS =
003050         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003051         - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START-DATE) + 1.
003052
003053     MOVE 'N' TO WS-BSCAN-EOF-SWITCH.
003054     MOVE AM-ACCOUNT-NUMBER    TO BH-ACCOUNT-NUMBER.
003055     MOVE WS-PERIOD-START-DATE TO BH-SNAPSHOT-DATE.
003056     START BALANCE-HISTORY-FILE
003057         KEY NOT < BH-HISTORY-KEY
003058         INVALID KEY
003059             MOVE 'Y' TO WS-BSCAN-EOF-SWITCH
003060     END-START.
003061     PERFORM 3510-WEIGHT-SNAPSHOT THRU 3510-EXIT
003062         UNTIL END-OF-HISTORY-SCAN.
003063
003064*    THE LAST SNAPSHOT STANDS UP TO THE RUN DATE, WHICH CLOSES AT
003065*    THE STATEMENT'S CLOSING BALANCE
003066     COMPUTE WS-ADB-DAYS =
003067         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
003068         - FUNCTION INTEGER-OF-DATE (WS-ADB-PRIOR-DATE).
003069     COMPUTE WS-ADB-BALANCE-DAYS = WS-ADB-BALANCE-DAYS
003070         + WS-ADB-PRIOR-BALANCE * WS-ADB-DAYS
003071         + WS-CLOSING-BALANCE.
003072     COMPUTE WS-AVERAGE-BALANCE ROUNDED =
003073         WS-ADB-BALANCE-DAYS / WS-ADB-PERIOD-DAYS.
003074
003075     MOVE WS-AVERAGE-BALANCE TO WS-AVG-BALANCE.
003076     MOVE WS-AVERAGE-LINE TO PRINT-LINE.
003077     WRITE PRINT-LINE.
003078 3500-EXIT.
003079     EXIT.
003080
003081 3510-WEIGHT-SNAPSHOT.
003082     READ BALANCE-HISTORY-FILE NEXT RECORD
003083         AT END
003084             MOVE 'Y' TO WS-BSCAN-EOF-SWITCH
003085             GO TO 3510-EXIT
003086     END-READ.
003087     IF BH-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
003088             OR BH-SNAPSHOT-DATE NOT < WS-RUN-DATE
003089         MOVE 'Y' TO WS-BSCAN-EOF-SWITCH
003090         GO TO 3510-EXIT
003091     END-IF.
003092     COMPUTE WS-ADB-DAYS =
003093         FUNCTION INTEGER-OF-DATE (BH-SNAPSHOT-DATE)
003094         - FUNCTION INTEGER-OF-DATE (WS-ADB-PRIOR-DATE).
003095     COMPUTE WS-ADB-BALANCE-DAYS = WS-ADB-BALANCE-DAYS
003096         + WS-ADB-PRIOR-BALANCE * WS-ADB-DAYS.
003097     MOVE BH-SNAPSHOT-DATE  TO WS-ADB-PRIOR-DATE.
003098     MOVE BH-LEDGER-BALANCE TO WS-ADB-PRIOR-BALANCE.
003099 3510-EXIT.
003100     EXIT.
003101
003102*================================================================
003103* 3600-PRINT-OWNERS - ADDRESS THE STATEMENT TO THE ACCOUNT'S OWN
003104* CUSTOMER AS PRIMARY, THEN TO EVERY OTHER OWNER WHOSE PRIMARY
003105* OR JOINT RELATIONSHIP IS IN FORCE ON THE RUN DATE
003106*================================================================
003107 3600-PRINT-OWNERS.
003108     IF AM-CUSTOMER-NUMBER NOT = SPACES
003109         MOVE AM-CUSTOMER-NUMBER TO WS-OWNER-CUSTOMER
003110         MOVE 'PRIMARY' TO WS-OWN-ROLE
003111         PERFORM 3700-PRINT-OWNER-ADDRESS THRU 3700-EXIT
003112     END-IF.
003113     IF NOT REL-FILE-AVAILABLE
003114         GO TO 3600-EXIT
003115     END-IF.
003116
003117     MOVE 'N' TO WS-RSCAN-EOF-SWITCH.
003118     MOVE AM-ACCOUNT-NUMBER TO AR-ACCOUNT-NUMBER.
003119     MOVE LOW-VALUES        TO AR-CUSTOMER-NUMBER.
003120     MOVE LOW-VALUES        TO AR-ROLE.
003121     MOVE ZERO              TO AR-START-DATE.
003122     START ACCT-REL-FILE
003123         KEY NOT < AR-RELATIONSHIP-KEY
003124         INVALID KEY
003125             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
003126     END-START.
003127     PERFORM 3610-NEXT-OWNER THRU 3610-EXIT
003128         UNTIL END-OF-REL-SCAN.
003129 3600-EXIT.
003130     EXIT.
003131
003132 3610-NEXT-OWNER.
003133     READ ACCT-REL-FILE NEXT RECORD
003134         AT END
003135             MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
003136             GO TO 3610-EXIT
003137     END-READ.
003138     IF AR-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
003139         MOVE 'Y' TO WS-RSCAN-EOF-SWITCH
003140         GO TO 3610-EXIT
003141     END-IF.
003142     IF NOT AR-OWNER-ROLE
003143             OR AR-CUSTOMER-NUMBER = AM-CUSTOMER-NUMBER
003144             OR AR-START-DATE > WS-RUN-DATE
003145         GO TO 3610-EXIT
003146     END-IF.
003147     IF AR-END-DATE NOT = ZERO
003148             AND AR-END-DATE NOT > WS-RUN-DATE
003149         GO TO 3610-EXIT
003150     END-IF.
003151     MOVE AR-CUSTOMER-NUMBER TO WS-OWNER-CUSTOMER.
003152     MOVE 'JOINT' TO WS-OWN-ROLE.
003153     PERFORM 3700-PRINT-OWNER-ADDRESS THRU 3700-EXIT.
003154 3610-EXIT.
003155     EXIT.
003156
003157*================================================================
003158* 3700-PRINT-OWNER-ADDRESS - NAME AND ADDRESS OF ONE OWNER FROM
003159* THE CUSTOMER MASTER
003160*================================================================
003161 3700-PRINT-OWNER-ADDRESS.
003162     MOVE WS-OWNER-CUSTOMER TO WS-OWN-CUSTOMER.
003163     MOVE WS-OWNER-CUSTOMER TO CM-CUSTOMER-NUMBER.
003164     READ CUST-MASTER-FILE
003165         INVALID KEY
003166             MOVE 'CUSTOMER NOT ON FILE' TO WS-OWN-NAME
003167             MOVE WS-OWNER-NAME-LINE TO PRINT-LINE
003168             WRITE PRINT-LINE
003169             GO TO 3700-EXIT
003170     END-READ.
003171     MOVE CM-CUSTOMER-NAME TO WS-OWN-NAME.
003172     MOVE WS-OWNER-NAME-LINE TO PRINT-LINE.
003173     WRITE PRINT-LINE.
003174     MOVE CM-ADDRESS-LINE-1 TO WS-OWA-TEXT.
003175     MOVE WS-OWNER-ADDRESS-LINE TO PRINT-LINE.
003176     WRITE PRINT-LINE.
003177     IF CM-ADDRESS-LINE-2 NOT = SPACES
003178         MOVE CM-ADDRESS-LINE-2 TO WS-OWA-TEXT
003179         MOVE WS-OWNER-ADDRESS-LINE TO PRINT-LINE
003180         WRITE PRINT-LINE
003181     END-IF.
003182     MOVE SPACES TO WS-OWA-TEXT.
003183     STRING CM-CITY DELIMITED BY SIZE
003184            ' ' DELIMITED BY SIZE
003185            CM-POSTAL-CODE DELIMITED BY SIZE
003186            INTO WS-OWA-TEXT.
003187     MOVE WS-OWNER-ADDRESS-LINE TO PRINT-LINE.
003188     WRITE PRINT-LINE.
003189 3700-EXIT.
003190     EXIT.
003191
003192*================================================================
003050* 9000-TERMINATE
003060*================================================================
003070 9000-TERMINATE.
003080     CLOSE ACCT-MASTER-FILE.
003090     CLOSE PRINT-FILE.
003091     IF HISTORY-FILE-AVAILABLE
003092         CLOSE BALANCE-HISTORY-FILE
003093     END-IF.
003094     IF CUSTOMER-FILE-AVAILABLE
003095         CLOSE CUST-MASTER-FILE
003096     END-IF.
003097     IF REL-FILE-AVAILABLE
003098         CLOSE ACCT-REL-FILE
003099     END-IF.
003100     DISPLAY 'STATEMENT RUN COMPLETE - STATEMENTS PRINTED: '
003110             WS-STATEMENT-COUNT.
003120 9000-EXIT.
