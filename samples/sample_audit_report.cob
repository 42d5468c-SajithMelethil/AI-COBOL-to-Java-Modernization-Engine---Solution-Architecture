000160*              DISPUTED BALANCE SHOWS EXACTLY WHICH PROGRAM
000170*              CHANGED WHAT AND WHEN - ACROSS TRANSLEDG,
000180*              ACCTMAIN AND DORMSWP ALIKE.
000182* 2026-10-15  BSY  EACH CHANGE LINE NOW SHOWS THE OPERATOR WHO
000184*              ENTERED THE CHANGE AND, FOR ONE APPLIED UNDER DUAL
000186*              CONTROL, THE SECOND OPERATOR WHO APPROVED IT.
000190*================================================================
000200
000210 ENVIRONMENT DIVISION.
000870     05  WS-CHG-TIMESTAMP     PIC X(21).
000880     05  FILLER               PIC X(2)  VALUE SPACES.
000890     05  WS-CHG-KEY           PIC X(30).
000892     05  FILLER               PIC X(9)  VALUE ' ENTERED '.
000894     05  WS-CHG-ENTERED-BY    PIC X(8).
000896     05  FILLER               PIC X(10) VALUE ' APPROVED '.
000898     05  WS-CHG-APPROVED-BY   PIC X(8).
000900
000910 01  WS-IMAGE-LINE.
000920     05  WS-IMG-LABEL         PIC X(9).
001870     EXIT.
001880
001890*================================================================
001900* 2200-PRINT-CHANGE - ONE CHANGE: THE UPDATING PROGRAM, DRIVING
001910* KEY AND OPERATORS, THEN THE DECODED BEFORE AND AFTER IMAGES
001920*================================================================
001930 2200-PRINT-CHANGE.
001940     ADD 1 TO WS-HISTORY-COUNT.
001950     MOVE AUD-UPDATE-PROGRAM   TO WS-CHG-PROGRAM.
001960     MOVE AUD-UPDATE-TIMESTAMP TO WS-CHG-TIMESTAMP.
001970     MOVE AUD-UPDATE-KEY       TO WS-CHG-KEY.
001973     MOVE AUD-ENTERED-BY       TO WS-CHG-ENTERED-BY.
001976     MOVE AUD-APPROVED-BY      TO WS-CHG-APPROVED-BY.
001980     MOVE WS-CHANGE-LINE TO PRINT-LINE.
001990     WRITE PRINT-LINE.
002000
