000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BALSNAP.
000030 AUTHOR.        BANKING-SYSTEMS.
000040 INSTALLATION.  DATA PROCESSING CENTER.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-15  BSY  INITIAL VERSION - END OF DAY BALANCE SNAPSHOT.
000120*              RUNS LAST IN THE NIGHTLY CYCLE, BEHIND A CLEAN
000130*              TRXDRIVR FOR THE SAME DATE, AND WRITES ONE
000140*              BALHIST RECORD PER ACCTMAST ACCOUNT KEYED BY
000150*              ACCOUNT AND RUN DATE: THE CLOSING LEDGER BALANCE,
000160*              THE UNEXPIRED ACTIVE HOLDFILE HOLDS, THE
000170*              AVAILABLE BALANCE AND THE STATUS (SEE BALHIST).
000180*              A RERUN ON THE SAME DATE REWRITES THE DAY'S
000190*              RECORDS.  ACCTPOS AND STMTGEN READ THE HISTORY.
000200*              REGISTERS WITH RUNCTLM AS A DAILY RUN SO A
000210*              MISSING DAY SHOWS ON RUNCHIST.
000211* 2026-10-15  BSY  A FAILED REWRITE OF THE DAY'S RECORD IS
000212*              REPORTED AND COUNTED AS AN ERROR, NOT AS REPLACED.
000220*================================================================
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS AM-ACCOUNT-NUMBER
000310         FILE STATUS IS WS-ACCT-FILE-STATUS.
000320
000330     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HD-HOLD-KEY
000370         FILE STATUS IS WS-HOLD-FILE-STATUS.
000380
000390     SELECT BALANCE-HISTORY-FILE ASSIGN TO "BALHIST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS BH-HISTORY-KEY
000430         FILE STATUS IS WS-BHST-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  ACCT-MASTER-FILE.
000480     COPY ACCTMSTR.
000490
000500 FD  HOLD-FILE.
000510     COPY HOLDREC.
000520
000530 FD  BALANCE-HISTORY-FILE.
000540     COPY BALHIST.
000550
000560 WORKING-STORAGE SECTION.
000570*----------------------------------------------------------------
000580* FILE STATUS AND CONTROL SWITCHES
000590*----------------------------------------------------------------
000600 01  WS-ACCT-FILE-STATUS       PIC X(2)  VALUE '00'.
000610 01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE '00'.
000620 01  WS-BHST-FILE-STATUS       PIC X(2)  VALUE '00'.
000630
000640 01  WS-MAST-EOF-SWITCH        PIC X(1)  VALUE 'N'.
000650     88  END-OF-MASTER         VALUE 'Y'.
000660
000670 01  WS-HSCAN-EOF-SWITCH       PIC X(1)  VALUE 'N'.
000680     88  END-OF-HOLD-SCAN      VALUE 'Y'.
000690
000700 01  WS-HOLD-FILE-SWITCH       PIC X(1)  VALUE 'N'.
000710     88  HOLD-FILE-AVAILABLE   VALUE 'Y'.
000720
000730 01  WS-RUN-DATE               PIC 9(8)  VALUE ZERO.
000740 01  WS-HELD-TOTAL             PIC 9(9)V99 VALUE ZERO.
000750
000760*----------------------------------------------------------------
000770* RUN COUNTERS
000780*----------------------------------------------------------------
000790 01  WS-WRITTEN-COUNT          PIC 9(7)  VALUE ZERO.
000800 01  WS-REPLACED-COUNT         PIC 9(7)  VALUE ZERO.
000805 01  WS-ERROR-COUNT            PIC 9(7)  VALUE ZERO.
000810
000820*----------------------------------------------------------------
000830* RUN CONTROL INTERFACE - SEE RUNCTLR
000840*----------------------------------------------------------------
000850     COPY RUNCTLR.
000860
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-SNAPSHOT-ACCOUNT THRU 2000-EXIT
000910         UNTIL END-OF-MASTER.
000920     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000930     STOP RUN.
000940
000950*================================================================
000960* 1000-INITIALIZE - REGISTER THE RUN, OPEN THE MASTER, THE HOLD
000970* FILE AND THE HISTORY FILE, PRIME THE MASTER READ
000980*================================================================
000990 1000-INITIALIZE.
001000     PERFORM 1900-RUN-CONTROL-START THRU 1900-EXIT.
001010     OPEN INPUT ACCT-MASTER-FILE.
001020     IF WS-ACCT-FILE-STATUS NOT = '00'
001030         DISPLAY 'ERROR: UNABLE TO OPEN ACCTMAST, STATUS: '
001040                 WS-ACCT-FILE-STATUS
001050         STOP RUN
001060     END-IF.
001070
001080*    NO HOLD FILE YET MEANS NOTHING IS HELD ANYWHERE
001090     OPEN INPUT HOLD-FILE.
001100     IF WS-HOLD-FILE-STATUS = '00'
001110         MOVE 'Y' TO WS-HOLD-FILE-SWITCH
001120     ELSE
001130         IF WS-HOLD-FILE-STATUS NOT = '35'
001140             DISPLAY 'ERROR: UNABLE TO OPEN HOLDFILE, STATUS: '
001150                     WS-HOLD-FILE-STATUS
001160             CLOSE ACCT-MASTER-FILE
001170             STOP RUN
001180         END-IF
001190     END-IF.
001200
001210*    THE FIRST SNAPSHOT EVER TAKEN CREATES THE HISTORY FILE
001220     OPEN I-O BALANCE-HISTORY-FILE.
001230     IF WS-BHST-FILE-STATUS = '35'
001240         OPEN OUTPUT BALANCE-HISTORY-FILE
001250         CLOSE BALANCE-HISTORY-FILE
001260         OPEN I-O BALANCE-HISTORY-FILE
001270     END-IF.
001280     IF WS-BHST-FILE-STATUS NOT = '00'
001290         DISPLAY 'ERROR: UNABLE TO OPEN BALHIST, STATUS: '
001300                 WS-BHST-FILE-STATUS
001310         CLOSE ACCT-MASTER-FILE
001320         IF HOLD-FILE-AVAILABLE
001330             CLOSE HOLD-FILE
001340         END-IF
001350         STOP RUN
001360     END-IF.
001370
001380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001390     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001400 1000-EXIT.
001410     EXIT.
001420
001430*================================================================
001440* 1900-RUN-CONTROL-START - THE SNAPSHOT ONLY MEANS ANYTHING
001450* BEHIND A CLEAN TRXDRIVR FOR THE SAME DATE
001460*================================================================
001470 1900-RUN-CONTROL-START.
001480     MOVE 'S'        TO RC-FUNCTION.
001490     MOVE 'BALSNAP'  TO RC-PROGRAM-NAME.
001500     MOVE 'D'        TO RC-FREQUENCY.
001510     MOVE 'TRXDRIVR' TO RC-PREREQ-PROGRAM.
001520     ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
001530     MOVE ZERO       TO RC-RECORD-COUNT.
001540     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
001550     IF RC-PREREQ-MISSING
001560         DISPLAY 'BALSNAP REFUSED - TRXDRIVR HAS NOT '
001570                 'COMPLETED CLEAN FOR THIS DATE'
001580         STOP RUN
001590     END-IF.
001600     IF NOT RC-GO-AHEAD
001610         DISPLAY 'BALSNAP REFUSED BY RUN CONTROL, CODE: '
001620                 RC-RETURN-CODE
001630         STOP RUN
001640     END-IF.
001650 1900-EXIT.
001660     EXIT.
001670
001680*================================================================
001690* 2000-SNAPSHOT-ACCOUNT - ONE HISTORY RECORD FOR THE ACCOUNT.
001700* CLOSED ACCOUNTS ARE SNAPSHOTTED TOO SO AN AS-OF INQUIRY SEES
001710* THE DAY THE STATUS CHANGED.
001720*================================================================
001730 2000-SNAPSHOT-ACCOUNT.
001740     PERFORM 2200-SUM-UNEXPIRED-HOLDS THRU 2200-EXIT.
001750
001760     MOVE AM-ACCOUNT-NUMBER  TO BH-ACCOUNT-NUMBER.
001770     MOVE WS-RUN-DATE        TO BH-SNAPSHOT-DATE.
001780     MOVE AM-CURRENT-BALANCE TO BH-LEDGER-BALANCE.
001790     MOVE WS-HELD-TOTAL      TO BH-HELD-AMOUNT.
001800     COMPUTE BH-AVAILABLE-BALANCE =
001810         AM-CURRENT-BALANCE - WS-HELD-TOTAL.
001820     MOVE AM-ACCOUNT-STATUS  TO BH-ACCOUNT-STATUS.
001830     MOVE AM-ACCOUNT-TYPE    TO BH-ACCOUNT-TYPE.
001840
001850     WRITE BALANCE-HISTORY-RECORD
001860         INVALID KEY
001870             REWRITE BALANCE-HISTORY-RECORD
001871                 INVALID KEY
001872                     DISPLAY 'ERROR: BALHIST REWRITE FAILED, '
001873                             'STATUS: ' WS-BHST-FILE-STATUS
001874                             ' ACCOUNT: ' BH-ACCOUNT-NUMBER
001875                     ADD 1 TO WS-ERROR-COUNT
001876                     GO TO 2000-NEXT
001877             END-REWRITE
001880             ADD 1 TO WS-REPLACED-COUNT
001890             GO TO 2000-NEXT
001900     END-WRITE.
001910     ADD 1 TO WS-WRITTEN-COUNT.
001920 2000-NEXT.
001930     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001940 2000-EXIT.
001950     EXIT.
001960
001970 2100-READ-MASTER.
001980     READ ACCT-MASTER-FILE NEXT RECORD
001990         AT END
002000             MOVE 'Y' TO WS-MAST-EOF-SWITCH
002010     END-READ.
002020 2100-EXIT.
002030     EXIT.
002040
002050*================================================================
002060* 2200-SUM-UNEXPIRED-HOLDS - THE SAME HOLD TOTAL TRANSLEDG NETS
002070* OUT OF THE AVAILABLE BALANCE
002080*================================================================
002090 2200-SUM-UNEXPIRED-HOLDS.
002100     MOVE ZERO TO WS-HELD-TOTAL.
002110     IF NOT HOLD-FILE-AVAILABLE
002120         GO TO 2200-EXIT
002130     END-IF.
002140     MOVE 'N' TO WS-HSCAN-EOF-SWITCH.
002150     MOVE AM-ACCOUNT-NUMBER TO HD-ACCOUNT-NUMBER.
002160     MOVE ZERO TO HD-HOLD-SEQUENCE.
002170     START HOLD-FILE
002180         KEY NOT < HD-HOLD-KEY
002190         INVALID KEY
002200             MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
002210     END-START.
002220     PERFORM 2210-SCAN-ACCOUNT-HOLDS THRU 2210-EXIT
002230         UNTIL END-OF-HOLD-SCAN.
002240 2200-EXIT.
002250     EXIT.
002260
002270 2210-SCAN-ACCOUNT-HOLDS.
002280     READ HOLD-FILE NEXT RECORD
002290         AT END
002300             MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
002310             GO TO 2210-EXIT
002320     END-READ.
002330     IF HD-ACCOUNT-NUMBER NOT = AM-ACCOUNT-NUMBER
002340         MOVE 'Y' TO WS-HSCAN-EOF-SWITCH
002350         GO TO 2210-EXIT
002360     END-IF.
002370     IF HD-ACTIVE-HOLD
002380             AND (HD-EXPIRY-DATE = ZERO
002390                 OR HD-EXPIRY-DATE >= WS-RUN-DATE)
002400         ADD HD-HOLD-AMOUNT TO WS-HELD-TOTAL
002410     END-IF.
002420 2210-EXIT.
002430     EXIT.
002440
002450*================================================================
002460* 8900-RUN-CONTROL-END - STAMP THE RUN COMPLETED WITH ITS COUNT
002470*================================================================
002480 8900-RUN-CONTROL-END.
002490     MOVE 'E' TO RC-FUNCTION.
002500     COMPUTE RC-RECORD-COUNT =
002510         WS-WRITTEN-COUNT + WS-REPLACED-COUNT.
002520     CALL 'RUNCTLM' USING RUN-CONTROL-REQUEST.
002530 8900-EXIT.
002540     EXIT.
002550
002560*================================================================
002570* 9000-TERMINATE
002580*================================================================
002590 9000-TERMINATE.
002600     CLOSE ACCT-MASTER-FILE.
002610     IF HOLD-FILE-AVAILABLE
002620         CLOSE HOLD-FILE
002630     END-IF.
002640     CLOSE BALANCE-HISTORY-FILE.
002650     PERFORM 8900-RUN-CONTROL-END THRU 8900-EXIT.
002660     DISPLAY 'BALANCE SNAPSHOT COMPLETE FOR ' WS-RUN-DATE
002670             ' - WRITTEN: ' WS-WRITTEN-COUNT
002680             ' REPLACED: ' WS-REPLACED-COUNT
002685             ' ERRORS: ' WS-ERROR-COUNT.
002690 9000-EXIT.
002700     EXIT.
