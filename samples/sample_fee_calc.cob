000256*              SAME REJECT-WHOLE DISCIPLINE BTRXEDIT APPLIES.
000257*              THE LOAD RUNS IN INITIALIZE, SO NOTHING HAS
000258*              POSTED WHEN THE STOP FIRES.
000259* 2026-10-15  BSY  EACH SERVICE CHARGE CARRIES A TRANSACTION
000260*              REFERENCE OF 'FE', THE RUN DATE (YYMMDD) AND THE
000261*              ACCOUNT, SO A RERUN ON THE SAME DAY CANNOT POST IT
000262*              TWICE.
000263* 2026-10-15  BSY  EACH OVERDRAFT PROTECTION SWEEP INTO AN ACCOUNT
000264*              IN THE PERIOD IS CHARGED THE NEW FEESCHED
000265*              PER-SWEEP FEE, SHOWN AS 'SW' IN THE DESCRIPTION.
000266*              THE SWEEP ENTRIES THEMSELVES ARE NOT COUNTED AS
000267*              CUSTOMER TRANSACTIONS.
000259*================================================================
000250
000260 ENVIRONMENT DIVISION.
000490     05  FS-FREE-TRX-COUNT     PIC 9(3).
000500     05  FS-EXCESS-TRX-FEE     PIC 9(3)V99.
000510     05  FS-OVERDRAFT-DAY-FEE  PIC 9(3)V99.
000516     05  FS-SWEEP-FEE          PIC 9(3)V99.
000522     05  FILLER                PIC X(53).
000530
000540 FD  ACCT-MASTER-FILE.
000550     COPY ACCTMSTR.
000930         10  FT-FREE-TRX-COUNT     PIC 9(3).
000940         10  FT-EXCESS-TRX-FEE     PIC 9(3)V99.
000950         10  FT-OVERDRAFT-DAY-FEE  PIC 9(3)V99.
000955         10  FT-SWEEP-FEE          PIC 9(3)V99.
000960
000970*----------------------------------------------------------------
000980* PER-ACCOUNT ASSESSMENT WORK FIELDS
001000 01  WS-TRX-COUNT              PIC 9(5)  COMP  VALUE ZERO.
001010 01  WS-EXCESS-TRX-COUNT       PIC 9(5)  COMP  VALUE ZERO.
001020 01  WS-OVERDRAWN-DAYS         PIC 9(3)  COMP  VALUE ZERO.
001030 01  WS-SWEEP-COUNT            PIC 9(5)  COMP  VALUE ZERO.
001040 01  WS-FEE-AMOUNT             PIC S9(9)V99    VALUE ZERO.
001041 01  WS-OD-FEE-PART            PIC S9(7)V99    VALUE ZERO.
001042 01  WS-TRX-FEE-PART           PIC S9(7)V99    VALUE ZERO.
001043 01  WS-SWEEP-FEE-PART         PIC S9(7)V99    VALUE ZERO.
001043
001044*----------------------------------------------------------------
001045* ONE ENTRY PER ACCOUNT WITH PERIOD JOURNAL ACTIVITY, BUILT IN
001059         10  JS-TRX-COUNT          PIC 9(5)  COMP.
001060         10  JS-OVERDRAWN-DAYS     PIC 9(3)  COMP.
001061         10  JS-LAST-NEGATIVE-DATE PIC 9(8).
001063         10  JS-SWEEP-COUNT        PIC 9(5)  COMP.
001065
001060*----------------------------------------------------------------
001070* ASSESSED ACCOUNTS ARE STAGED HERE DURING THE MASTER PASS AND
001200         10  FA-MONTHLY-FEE        PIC 9(5)V99.
001210         10  FA-OVERDRAWN-DAYS     PIC 9(3).
001220         10  FA-EXCESS-TRX-COUNT   PIC 9(5).
001225         10  FA-SWEEP-COUNT        PIC 9(3).
001230
001240*----------------------------------------------------------------
001250* CONSOLIDATED FEE DESCRIPTION - THE BREAKDOWN RIDES IN THE
001350     05  WS-FD-OD-DAYS         PIC ZZ9.
001360     05  FILLER                PIC X(4)  VALUE ' TX '.
001370     05  WS-FD-EXCESS          PIC ZZZZ9.
001373     05  FILLER                PIC X(3)  VALUE ' SW'.
001376     05  WS-FD-SWEEPS          PIC ZZ9.
001380
001390     COPY TRXREC.
001392
001893     IF WS-JS-MATCH-INDEX = ZERO
001894         GO TO 1520-NEXT
001895     END-IF.
001896     IF TJ-TRX-DESCRIPTION (1:14) = 'OD SWEEP FROM '
001897         ADD 1 TO JS-SWEEP-COUNT (WS-JS-MATCH-INDEX)
001898     END-IF.
001896     IF TJ-TRX-DESCRIPTION (1:16) NOT = 'MONTHLY INTEREST'
001897             AND TJ-TRX-DESCRIPTION (1:15)
001898                 NOT = 'SERVICE CHARGES'
001899             AND TJ-TRX-DESCRIPTION (1:9) NOT = 'OD SWEEP '
001899         ADD 1 TO JS-TRX-COUNT (WS-JS-MATCH-INDEX)
001900     END-IF.
001901     IF TJ-POST-BALANCE < ZERO
001932     MOVE ZERO TO JS-TRX-COUNT (WS-JS-COUNT).
001933     MOVE ZERO TO JS-OVERDRAWN-DAYS (WS-JS-COUNT).
001934     MOVE ZERO TO JS-LAST-NEGATIVE-DATE (WS-JS-COUNT).
001935     MOVE ZERO TO JS-SWEEP-COUNT (WS-JS-COUNT).
001935     MOVE WS-JS-COUNT TO WS-JS-MATCH-INDEX.
001936 1540-EXIT.
001937     EXIT.
001970     MOVE FS-EXCESS-TRX-FEE    TO FT-EXCESS-TRX-FEE (WS-FS-COUNT).
001980     MOVE FS-OVERDRAFT-DAY-FEE
001990         TO FT-OVERDRAFT-DAY-FEE (WS-FS-COUNT).
001995     MOVE FS-SWEEP-FEE         TO FT-SWEEP-FEE (WS-FS-COUNT).
002000 1100-NEXT.
002010     PERFORM 1200-READ-SCHEDULE THRU 1200-EXIT.
002020 1100-EXIT.
002660     COMPUTE WS-TRX-FEE-PART = WS-EXCESS-TRX-COUNT
002670         * FT-EXCESS-TRX-FEE (WS-FS-MATCH-INDEX).
002675     ADD WS-TRX-FEE-PART TO WS-FEE-AMOUNT.
002676     COMPUTE WS-SWEEP-FEE-PART = WS-SWEEP-COUNT
002677         * FT-SWEEP-FEE (WS-FS-MATCH-INDEX).
002678     ADD WS-SWEEP-FEE-PART TO WS-FEE-AMOUNT.
002680
002690     IF WS-FEE-AMOUNT > ZERO
002700         PERFORM 2500-ADD-FEE-ENTRY THRU 2500-EXIT
002800 2400-LOOK-UP-PERIOD-STATS.
002810     MOVE ZERO TO WS-TRX-COUNT.
002820     MOVE ZERO TO WS-OVERDRAWN-DAYS.
002825     MOVE ZERO TO WS-SWEEP-COUNT.
002830     MOVE ZERO TO WS-JS-MATCH-INDEX.
002840     PERFORM 2410-FIND-ACCOUNT-STATS THRU 2410-EXIT
002850         VARYING WS-JS-INDEX FROM 1 BY 1
002890             TO WS-TRX-COUNT
002900         MOVE JS-OVERDRAWN-DAYS (WS-JS-MATCH-INDEX)
002910             TO WS-OVERDRAWN-DAYS
002913         MOVE JS-SWEEP-COUNT (WS-JS-MATCH-INDEX)
002916             TO WS-SWEEP-COUNT
002920     END-IF.
002930 2400-EXIT.
002940     EXIT.
003430         TO FA-OVERDRAWN-DAYS (WS-FEE-ACCOUNT-COUNT).
003440     MOVE WS-EXCESS-TRX-COUNT
003450         TO FA-EXCESS-TRX-COUNT (WS-FEE-ACCOUNT-COUNT).
003453     MOVE WS-SWEEP-COUNT
003456         TO FA-SWEEP-COUNT (WS-FEE-ACCOUNT-COUNT).
003460 2500-EXIT.
003470     EXIT.
003480
003540     MOVE FA-MONTHLY-FEE (WS-FEE-INDEX)      TO WS-FD-MONTHLY.
003550     MOVE FA-OVERDRAWN-DAYS (WS-FEE-INDEX)   TO WS-FD-OD-DAYS.
003560     MOVE FA-EXCESS-TRX-COUNT (WS-FEE-INDEX) TO WS-FD-EXCESS.
003565     MOVE FA-SWEEP-COUNT (WS-FEE-INDEX)      TO WS-FD-SWEEPS.
003570
003580     MOVE WS-RUN-DATE TO TRX-DATE.
003590     MOVE 'DR' TO TRX-TYPE.
003620     MOVE SPACES TO TO-ACCOUNT.
003630     MOVE 'N' TO TRX-REACT-FLAG.
003640     MOVE WS-FEE-DESCRIPTION TO TRX-DESCRIPTION.
003641     MOVE SPACES TO TRX-REFERENCE.
003642     STRING 'FE' DELIMITED BY SIZE
003644            WS-RUN-DATE (3:6) DELIMITED BY SIZE
003646            FA-ACCT-NUMBER (WS-FEE-INDEX) DELIMITED BY SIZE
003648            INTO TRX-REFERENCE.
003650     CALL 'TRANSLEDG' USING TRANSACTION-RECORD.
003660 3000-EXIT.
003670     EXIT.
