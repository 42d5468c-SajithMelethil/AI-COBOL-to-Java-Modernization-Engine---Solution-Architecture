000168*              TRANSOPEN BEFORE THE BATCH, ONE TRANSCLSE AFTER,
000169*              SO TRANSLEDG'S FILES OPEN ONCE PER RUN INSTEAD
000170*              OF ONCE PER POSTED TRANSACTION.
000171* 2026-10-15  BSY  CHECKPOINT INTERVAL RAISED TO 100.  EVERY ITEM
000172*              NOW CARRIES A TRANSACTION REFERENCE AND TRANSLEDG
000173*              RECORDS EACH ONE IT POSTS ON TRXREFX, SO THE
000174*              ONE-BY-ONE CHECKPOINT OF 2026-08-09 IS NO LONGER
000175*              NEEDED.  ON A RESTART THE ITEMS RESENT FROM THE
000176*              LAST CHECKPOINT ARE LOOKED UP ON TRXREFX FIRST;
000177*              ONE THAT ALREADY POSTED IS COUNTED AS SKIPPED
000178*              INSTEAD OF BEING SENT AGAIN AND REJECTED TO
000179*              SUSPENSE AS A DUPLICATE.  THE CHECKPOINT IS SAVED
000180*              AT EACH SKIPPED ITEM.
000171*================================================================
000170
000180 ENVIRONMENT DIVISION.
000280         RECORD KEY IS CKPT-KEY
000290         FILE STATUS IS WS-CKPT-FILE-STATUS.
000300
000301     SELECT TRX-REFERENCE-FILE ASSIGN TO "TRXREFX"
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS RX-TRX-REFERENCE
000305         FILE STATUS IS WS-TREF-FILE-STATUS.
000306
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  BATCH-TRX-FILE.
000390     05  CKPT-LAST-COUNT      PIC 9(8).
000400     05  CKPT-LAST-DATE       PIC 9(8).
000410
000412 FD  TRX-REFERENCE-FILE.
000414     COPY TRXREFX.
000416
000420 WORKING-STORAGE SECTION.
000430*----------------------------------------------------------------
000440* FILE STATUS AND CONTROL SWITCHES
000450*----------------------------------------------------------------
000460 01  WS-TRX-FILE-STATUS        PIC X(2)  VALUE '00'.
000470 01  WS-CKPT-FILE-STATUS       PIC X(2)  VALUE '00'.
000475 01  WS-TREF-FILE-STATUS       PIC X(2)  VALUE '00'.
000480
000490 01  WS-EOF-SWITCH             PIC X(1)  VALUE 'N'.
000500     88  END-OF-TRX-FILE       VALUE 'Y'.
000510
000511 01  WS-REPLAY-SWITCH          PIC X(1)  VALUE 'N'.
000512     88  CHECKING-REPLAY       VALUE 'Y'.
000513
000514 01  WS-ALREADY-POSTED-SWITCH  PIC X(1)  VALUE 'N'.
000515     88  ITEM-ALREADY-POSTED   VALUE 'Y'.
000516
000520*----------------------------------------------------------------
000530* A CHECKPOINT RECORD IS WRITTEN EVERY WS-CHECKPOINT-INTERVAL
000540* SUCCESSFUL POSTINGS.  ON RESTART, INPUT RECORDS NUMBERED AT OR
000545* BELOW WS-RESUME-COUNT ARE READ BUT NOT REPOSTED.  THOSE UP TO
000550* WS-REPLAY-LIMIT MAY HAVE POSTED BEFORE THE ABEND, AND ARE
000555* CHECKED AGAINST TRXREFX BEFORE THEY ARE SENT.
000560*----------------------------------------------------------------
000570 01  WS-CHECKPOINT-INTERVAL    PIC 9(4)  COMP  VALUE 100.
000580 01  WS-INPUT-COUNT            PIC 9(8)  COMP  VALUE ZERO.
000590 01  WS-RESUME-COUNT           PIC 9(8)  COMP  VALUE ZERO.
000600 01  WS-POSTED-COUNT           PIC 9(8)  COMP  VALUE ZERO.
000603 01  WS-REPLAY-LIMIT           PIC 9(8)  COMP  VALUE ZERO.
000606 01  WS-SKIPPED-COUNT          PIC 9(8)  COMP  VALUE ZERO.
000610 01  WS-DIVIDE-QUOTIENT        PIC 9(8)  COMP  VALUE ZERO.
000620 01  WS-DIVIDE-REMAINDER       PIC 9(8)  COMP  VALUE ZERO.
000630
001110     IF WS-RESUME-COUNT > ZERO
001120         DISPLAY 'RESUMING BATCH AFTER TRANSACTION: '
001130                 WS-RESUME-COUNT
001135         PERFORM 1300-OPEN-REPLAY-CHECK THRU 1300-EXIT
001140     END-IF.
001150 1200-EXIT.
001151     EXIT.
001152
001153*----------------------------------------------------------------
001154* 1300-OPEN-REPLAY-CHECK - UP TO ONE CHECKPOINT INTERVAL OF
001155* ITEMS PAST THE RESUME POINT MAY ALREADY HAVE POSTED.  WITHOUT
001156* TRXREFX THEY ARE SIMPLY SENT, AND TRANSLEDG STILL REFUSES TO
001157* POST ANY OF THEM TWICE.
001158*----------------------------------------------------------------
001159 1300-OPEN-REPLAY-CHECK.
001160     COMPUTE WS-REPLAY-LIMIT =
001161         WS-RESUME-COUNT + WS-CHECKPOINT-INTERVAL.
001162     OPEN INPUT TRX-REFERENCE-FILE.
001163     IF WS-TREF-FILE-STATUS = '00'
001164         MOVE 'Y' TO WS-REPLAY-SWITCH
001165     ELSE
001166         DISPLAY 'WARNING: TRXREFX NOT AVAILABLE, STATUS: '
001167                 WS-TREF-FILE-STATUS
001168                 ' - RESENT ITEMS NOT CHECKED'
001169     END-IF.
001170 1300-EXIT.
001160     EXIT.
001162
001163*================================================================
001220 2000-PROCESS-BATCH.
001230     ADD 1 TO WS-INPUT-COUNT.
001240     IF WS-INPUT-COUNT > WS-RESUME-COUNT
001244         PERFORM 2300-CHECK-REPLAYED-ITEM THRU 2300-EXIT
001248         IF NOT ITEM-ALREADY-POSTED
001252             PERFORM 2200-POST-TRANSACTION THRU 2200-EXIT
001256         END-IF
001260     END-IF.
001270     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001280 2000-EXIT.
001490         PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT
001500     END-IF.
001510 2200-EXIT.
001511     EXIT.
001512
001513*----------------------------------------------------------------
001514* 2300-CHECK-REPLAYED-ITEM - AN ITEM RESENT AFTER A RESTART
001515* WHOSE REFERENCE IS ON TRXREFX WITH THE SAME DATE, TYPE,
001516* ACCOUNTS AND AMOUNT POSTED BEFORE THE ABEND AND IS SKIPPED.
001517* ANY OTHER REFERENCE ALREADY ON FILE IS A TRUE DUPLICATE AND
001518* GOES TO TRANSLEDG TO BE REJECTED.
001519*----------------------------------------------------------------
001520 2300-CHECK-REPLAYED-ITEM.
001521     MOVE 'N' TO WS-ALREADY-POSTED-SWITCH.
001522     IF NOT CHECKING-REPLAY
001523         GO TO 2300-EXIT
001524     END-IF.
001525     IF WS-INPUT-COUNT > WS-REPLAY-LIMIT
001526         CLOSE TRX-REFERENCE-FILE
001527         MOVE 'N' TO WS-REPLAY-SWITCH
001528         GO TO 2300-EXIT
001529     END-IF.
001530     IF TRX-REFERENCE = SPACES
001531         GO TO 2300-EXIT
001532     END-IF.
001533     MOVE TRX-REFERENCE TO RX-TRX-REFERENCE.
001534     READ TRX-REFERENCE-FILE
001535         INVALID KEY
001536             GO TO 2300-EXIT
001537     END-READ.
001538     IF RX-TRX-DATE NOT = TRX-DATE
001539             OR RX-TRX-TYPE NOT = TRX-TYPE
001540             OR RX-TRX-ACCOUNT NOT = TRX-ACCOUNT
001541             OR RX-TO-ACCOUNT NOT = TO-ACCOUNT
001542             OR RX-TRX-AMOUNT NOT = TRX-AMOUNT
001543         GO TO 2300-EXIT
001544     END-IF.
001545     MOVE 'Y' TO WS-ALREADY-POSTED-SWITCH.
001546     ADD 1 TO WS-SKIPPED-COUNT.
001547     MOVE WS-INPUT-COUNT TO CKPT-LAST-COUNT.
001548     MOVE TRX-DATE TO CKPT-LAST-DATE.
001549     PERFORM 8000-SAVE-CHECKPOINT THRU 8000-EXIT.
001550     DISPLAY 'ALREADY POSTED BEFORE RESTART, SKIPPED: '
001551             TRX-REFERENCE.
001552 2300-EXIT.
001520     EXIT.
001530
001540*================================================================
001707     CALL 'TRANSCLSE'.
001710     CLOSE BATCH-TRX-FILE.
001720     CLOSE CHECKPOINT-FILE.
001721     IF CHECKING-REPLAY
001722         CLOSE TRX-REFERENCE-FILE
001723     END-IF.
001725     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
001730     DISPLAY 'BATCH RUN COMPLETE - TRANSACTIONS POSTED: '
001740             WS-POSTED-COUNT.
001742     IF WS-SKIPPED-COUNT > ZERO
001744         DISPLAY 'ALREADY POSTED BEFORE RESTART, SKIPPED: '
001746                 WS-SKIPPED-COUNT
001748     END-IF.
001750 9000-EXIT.
001760     EXIT.
